
       01 GAR-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GAR-TODAY
           PERFORM LOAD-QUEUE
           OPEN OUTPUT RELEASE-FEED-OUT
           MOVE '*HDR*'  TO BCH-RECORD-TYPE
