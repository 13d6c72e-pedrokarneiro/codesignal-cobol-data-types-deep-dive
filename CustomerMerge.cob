       COPY CUSTCONT.

       FD  CUST-CONTACT-OUT.
       01  CUST-CONTACT-OUT-RECORD      PIC X(129).

       FD  MERGE-HISTORY-OUT.
       01  MERGE-HISTORY-RECORD.

       01 CMG-CONT-TABLE.
           05 CMG-CONT-ENTRY OCCURS 500 TIMES.
               10 CMG-CT-RAW-T          PIC X(129).
               10 CMG-CT-RAW-R REDEFINES CMG-CT-RAW-T.
                   15 CMG-CT-ID         PIC X(6).
                   15 FILLER            PIC X(123).
               10 CMG-CT-KEEP-T         PIC X(1).

       01 CMG-WORK-FIELDS.
           05 CMG-SURVIVOR-ACTIVITY     PIC X(8).
           05 CMG-MERGED-ACTIVITY       PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CMG-TODAY
           PERFORM LOAD-REVIEW-PAIRS
           PERFORM APPLY-DISPOSITIONS
           IF CMG-MERGE-COUNT > ZERO
