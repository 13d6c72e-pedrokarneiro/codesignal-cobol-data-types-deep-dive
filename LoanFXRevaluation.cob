
       01 FXR-EDIT-MOVEMENT              PIC -ZZZ,ZZZ,ZZ9.99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO FXR-TODAY
           MOVE FXR-TODAY TO FXR-TODAY-NUM
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-FX-RATES
