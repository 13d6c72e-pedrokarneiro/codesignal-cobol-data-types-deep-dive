
       01 COA-NV-INVALID                 PIC X VALUE 'N'.

       01 COA-TODAY                     PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO COA-TODAY
           PERFORM LOAD-EXISTING-MASTER
           PERFORM MERGE-NEW-ACCOUNTS
           PERFORM WRITE-MASTER
           DISPLAY 'Business date       = ' COA-TODAY
           DISPLAY 'Accounts on chart   = ' COA-COUNT
           DISPLAY 'Entries rejected    = ' COA-REJECT-COUNT
           STOP RUN.
