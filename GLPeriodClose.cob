       01 GPC-TOTAL-ROLLED               PIC S9(11)V99 VALUE ZERO.
       01 GPC-EDIT-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GPC-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO GPC-BRL-START-TIME
           PERFORM READ-CLOSE-PARM
           PERFORM CHECK-PERIOD-NOT-CLOSED
