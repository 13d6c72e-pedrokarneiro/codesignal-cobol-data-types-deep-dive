       COPY UPDJRNL.

       FD  BASE-IN.
       01  BASE-RECORD                   PIC X(150).

       FD  RECOVER-OUT.
       01  RECOVER-RECORD                PIC X(150).

       FD  RECOVER-PARM-IN.
       01  RECOVER-PARM-CARD.

       01 UJR-REC-TABLE.
           05 UJR-REC-ENTRY OCCURS 2000 TIMES.
               10 UJR-REC-IMAGE-T       PIC X(150).
               10 UJR-REC-LIVE-T        PIC X(1).

       01 UJR-WORK-FIELDS.
           05 UJR-FINAL-COUNT           PIC 9(4) VALUE ZERO.
           05 UJR-JRNL-KEY              PIC X(17).

       01 UJR-TODAY                     PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO UJR-TODAY
           PERFORM READ-RECOVER-PARM
           PERFORM LOAD-RESTORED-BASE
           PERFORM REPLAY-JOURNAL
           PERFORM WRITE-RECOVERED-FILE
           DISPLAY 'Business date        = ' UJR-TODAY
           DISPLAY 'Recovering file      = ' UJR-FILE
           DISPLAY 'Journal rows applied = ' UJR-APPLIED-COUNT
           DISPLAY 'Rows past cut-off    = ' UJR-SKIPPED-COUNT
               READ BASE-IN
                   AT END MOVE 'Y' TO UJR-BASE-EOF
                   NOT AT END
                       IF UJR-REC-COUNT NOT < 2000
                           DISPLAY 'RESTORED BACKUP OVER 2000 RECORDS'
                                   ' -- NOTHING RECOVERED'
                           STOP RUN
                       END-IF
                       ADD 1 TO UJR-REC-COUNT
                       MOVE BASE-RECORD
                           TO UJR-REC-IMAGE-T(UJR-REC-COUNT)
