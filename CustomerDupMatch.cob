
       01 CDM-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CDM-TODAY
           PERFORM LOAD-CUSTOMERS
           PERFORM JOIN-CONTACT-EVIDENCE
           PERFORM LOAD-REVIEW-PAIRS
