
       01 IAU-LINE-WORK                  PIC X(120).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO IAU-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO IAU-BRL-START-TIME
           PERFORM LOAD-PARENT-KEY-EXTRACT
           PERFORM LOAD-PRIOR-COUNTS
