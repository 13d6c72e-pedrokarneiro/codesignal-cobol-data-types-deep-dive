
       01 WLE-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO WLE-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           COMPUTE WLE-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WLE-TODAY-9)
