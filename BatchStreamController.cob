
       01 BSC-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO BSC-TODAY
           PERFORM LOAD-SCHEDULE
           PERFORM MARK-COMPLETED-JOBS
           PERFORM JUDGE-EVERY-JOB
