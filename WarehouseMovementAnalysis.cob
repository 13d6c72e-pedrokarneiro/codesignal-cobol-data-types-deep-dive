
       01 WMA-LINE-WORK                  PIC X(120).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO WMA-TODAY
           MOVE WMA-TODAY TO WMA-TODAY-NUM
           PERFORM LOAD-HISTORY
           PERFORM RANK-BY-ISSUE-VOLUME
