           05 CLL-REMOVED-COUNT          PIC 9(4) VALUE ZERO.
           05 CLL-REJECT-COUNT           PIC 9(4) VALUE ZERO.

       01 CLL-TODAY                     PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CLL-TODAY
           PERFORM LOAD-CUSTOMER-KEYS
           PERFORM LOAD-LOAN-KEYS
           PERFORM LOAD-EXISTING-LINKS
           PERFORM APPLY-LINK-TRANSACTIONS
           PERFORM WRITE-LINK-FILE
           DISPLAY 'Business date = ' CLL-TODAY
           DISPLAY 'Links added   = ' CLL-ADDED-COUNT
           DISPLAY 'Links removed = ' CLL-REMOVED-COUNT
           DISPLAY 'Rejected      = ' CLL-REJECT-COUNT
