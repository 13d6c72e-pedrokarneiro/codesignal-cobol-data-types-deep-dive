           05 AXL-REMOVED-COUNT          PIC 9(4) VALUE ZERO.
           05 AXL-REJECT-COUNT           PIC 9(4) VALUE ZERO.

       01 AXL-TODAY                     PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO AXL-TODAY
           PERFORM LOAD-ACCOUNT-KEYS
           PERFORM LOAD-CUSTOMER-KEYS
           PERFORM LOAD-EXISTING-LINKS
           PERFORM APPLY-LINK-TRANSACTIONS
           PERFORM WRITE-LINK-FILE
           DISPLAY 'Business date = ' AXL-TODAY
           DISPLAY 'Links added   = ' AXL-ADDED-COUNT
           DISPLAY 'Links removed = ' AXL-REMOVED-COUNT
           DISPLAY 'Rejected      = ' AXL-REJECT-COUNT
