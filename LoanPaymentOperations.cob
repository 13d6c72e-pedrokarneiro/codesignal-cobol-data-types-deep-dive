           05 LN-BRL-MM                  PIC 99.
           05 LN-BRL-SS                  PIC 99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-LOAN
           CLOSE BATCH-RUN-LOG-OUT.

       INITIALIZE-LOAN.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LN-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO LN-BRL-START-TIME
           MOVE CurrentBalance TO LoanAmount
           COMPUTE LN-MONTHLY-RATE ROUNDED =
