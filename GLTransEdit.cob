           05 GTE-TRANS-IS-VALID         PIC X.
           05 GTE-REJECT-REASON          PIC X(30).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GTE-TODAY
           PERFORM VALIDATE-INPUT-BATCH
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-ALLOC-RULES
