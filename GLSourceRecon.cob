
       01 GSR-LINE-WORK                 PIC X(110).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GSR-TODAY
           PERFORM SCAN-FEED-TRAILERS
           PERFORM SCAN-POSTED-HISTORY
           PERFORM SCAN-SUSPENSE
