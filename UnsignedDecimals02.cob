       01 RF-DECIMAL-PLACES               PIC 9(1) VALUE 3.
       01 RF-EDITED-RESULT                PIC X(16).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO AUDIT-TODAY
           OPEN EXTEND AUDIT-JOURNAL-OUT
           IF AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-JOURNAL-OUT
