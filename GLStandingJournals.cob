
       01 GSJ-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GSJ-TODAY
           MOVE GSJ-TODAY(1:6) TO GSJ-THIS-PERIOD
           MOVE GSJ-THIS-PERIOD TO GSJ-FIRST-OF-PERIOD(1:6)
           MOVE '01' TO GSJ-FIRST-OF-PERIOD(7:2)
