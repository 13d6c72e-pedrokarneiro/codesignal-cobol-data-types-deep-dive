                             INDEXED BY PTC-ACCT-IX.
               10 PTC-ACCT-KEY-T         PIC X(6).

       01 PTC-TODAY                     PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO PTC-TODAY
           PERFORM LOAD-EXISTING-PROMISES
           PERFORM LOAD-LOAN-ACCOUNTS
           PERFORM CAPTURE-NEW-PROMISES
           PERFORM WRITE-PROMISE-FILE
           DISPLAY 'Business date      = ' PTC-TODAY
           DISPLAY 'Promises on file   = ' PTC-COUNT
           DISPLAY 'Captured this run  = ' PTC-CAPTURED-COUNT
           DISPLAY 'Rejected           = ' PTC-REJECT-COUNT
