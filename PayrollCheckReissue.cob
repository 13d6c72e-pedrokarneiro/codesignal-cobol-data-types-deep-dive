       01 PCR-EDIT-AMOUNT               PIC ZZZ,ZZ9.99.
       01 PCR-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO PCR-TODAY
           PERFORM LOAD-CHECK-REGISTER
           PERFORM LOAD-VOID-FILE
           OPEN OUTPUT REISSUE-REPORT-OUT
