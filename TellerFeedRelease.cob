           05 TFR-RELEASE-COUNT         PIC 9(8) VALUE ZERO.
           05 TFR-RELEASE-HASH          PIC S9(10)V999 VALUE ZERO.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO TFR-TODAY
           OPEN INPUT TELLER-FEED-IN
           IF TFR-FEED-STATUS NOT = '00'
               DISPLAY 'NO TELLER FEED ON HAND: ' TFR-FEED-STATUS
