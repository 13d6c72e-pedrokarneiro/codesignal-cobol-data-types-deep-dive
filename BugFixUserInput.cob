           05 ACCT-BRL-MM                PIC 99.
           05 ACCT-BRL-SS                PIC 99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO ACCT-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO ACCT-BRL-START-TIME
           PERFORM VALIDATE-INPUT-BATCH
           PERFORM LOAD-EXISTING-MASTER
