
       01 LIA-LINE-WORK                  PIC X(90).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LIA-TODAY
           CALL 'BankingDay' USING LIA-TODAY
                                   LIA-BD-DIRECTION
                                   LIA-VALUE-DATE
