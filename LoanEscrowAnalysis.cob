
       01 LEA-LINE-WORK                  PIC X(120).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LEA-TODAY
           MOVE LEA-TODAY TO LEA-TODAY-NUM
           PERFORM LOAD-DISB-SCHEDULE
           OPEN OUTPUT ESCROW-REPORT-OUT
