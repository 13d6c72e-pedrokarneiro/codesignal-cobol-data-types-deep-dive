       01 GLS-LINE-WORK                  PIC X(80).
       01 GLS-LINE-SAVE                  PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GLS-TODAY
           PERFORM LOAD-BALANCES
           PERFORM LOAD-CHART-TYPES
           OPEN OUTPUT STATEMENT-OUT
