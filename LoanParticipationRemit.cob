
       01 LPR-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LPR-TODAY
           MOVE LPR-TODAY(1:6) TO LPR-STMT-MONTH
           PERFORM LOAD-PARTICIPATION-TABLE
           PERFORM SPLIT-MONTH-JOURNAL
