           05 CUST-NV-INVALID             PIC X VALUE 'N'.
           05 CUST-REJECT-COUNT           PIC 9(4) VALUE ZERO.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CUST-TODAY
           PERFORM VALIDATE-INPUT-BATCH
           PERFORM LOAD-EXISTING-MASTER
           PERFORM MERGE-NEW-CUSTOMERS
