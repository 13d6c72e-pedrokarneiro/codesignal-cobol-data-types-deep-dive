       01 DQ-EDIT-COUNT                    PIC ZZZ9.
       01 DQ-REPORT-LINE-WORK              PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO DQ-TODAY
           OPEN OUTPUT SCORECARD-OUT
           PERFORM WRITE-SCORECARD-HEADER
           PERFORM PROCESS-CUSTOMER-MASTER
