       01 SAR-EDIT-COUNT                  PIC ZZZ9.
       01 SAR-REPORT-LINE-WORK            PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO SAR-TODAY
           MOVE SAR-TODAY TO SAR-TODAY-NUM
           OPEN OUTPUT AGING-REPORT-OUT
           PERFORM WRITE-AGING-HEADER
