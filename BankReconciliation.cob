
       01 BRC-LINE-WORK                  PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO BRC-TODAY
           PERFORM LOAD-ACH-ENTRIES
           PERFORM LOAD-GL-FEED-ENTRIES
           PERFORM LOAD-CHECK-REGISTER
