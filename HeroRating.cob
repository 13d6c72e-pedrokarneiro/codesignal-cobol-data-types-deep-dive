
       01 HRT-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO HRT-TODAY
           PERFORM LOAD-RATING-FILE
           PERFORM READ-HIGH-WATER-MARK
           PERFORM PROCESS-NEW-BATTLES
