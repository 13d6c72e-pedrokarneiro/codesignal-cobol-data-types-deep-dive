
       01 WLS-LINE-WORK                 PIC X(110).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO WLS-TODAY
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-REVIEW-FILE
           PERFORM APPLY-DISPOSITIONS
