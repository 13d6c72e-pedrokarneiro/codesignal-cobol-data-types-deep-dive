
       01 RTA-LINE-WORK                  PIC X(120).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO RTA-TODAY
           COMPUTE RTA-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RTA-TODAY))
           OPEN OUTPUT RET-REPORT-OUT
