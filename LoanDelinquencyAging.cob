
       01 LDA-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LDA-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           COMPUTE LDA-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(LDA-TODAY-9)
