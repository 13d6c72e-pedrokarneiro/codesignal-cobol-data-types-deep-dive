           05 YE-EDIT-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
       01 YE-LINE-WORK                   PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO YE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO YE-BRL-START-TIME
           PERFORM READ-CLOSE-PARM
           PERFORM CHECK-YEAR-CONTROL
