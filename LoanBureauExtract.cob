
       01 LBE-LINE-WORK                 PIC X(120).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LBE-TODAY
           COMPUTE LBE-WORK-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(LBE-TODAY)) - 180
