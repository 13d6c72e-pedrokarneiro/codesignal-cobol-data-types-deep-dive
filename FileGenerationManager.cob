
       01 FGM-LINE-WORK                  PIC X(120).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO FGM-TODAY
           PERFORM LOAD-TODAYS-RUNS
           OPEN OUTPUT SWAP-REPORT-OUT
           MOVE SPACES TO FGM-LINE-WORK
