           05 FILLER                    PIC X(2) VALUE '%)'.
           05 GL-CAPD-FLAG              PIC X(18).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GL-TODAY
           MOVE GL-TODAY TO GL-TODAY-NUM
           MOVE FUNCTION CURRENT-DATE(9:6) TO GL-BRL-START-TIME
           PERFORM LOAD-RUN-PARAMETERS
