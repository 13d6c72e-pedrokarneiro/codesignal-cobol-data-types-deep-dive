           05 OPM-INVALID               PIC X.
           05 OPM-REASON                PIC X(30).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO OPM-TODAY
           PERFORM LOAD-EXISTING-MASTER
           PERFORM APPLY-MAINTENANCE
           PERFORM WRITE-MASTER

       VALIDATE-ROLE.
           IF OPT-ROLE NOT = 'INQ' AND OPT-ROLE NOT = 'TEL'
              AND OPT-ROLE NOT = 'SUP' AND OPT-ROLE NOT = 'COL'
               MOVE 'Y' TO OPM-INVALID
               MOVE 'ROLE MUST BE INQ/TEL/COL/SUP' TO OPM-REASON
           END-IF.

       APPLY-ADDITION.
