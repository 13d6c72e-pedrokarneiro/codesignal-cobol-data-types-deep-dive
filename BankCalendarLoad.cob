               10 BCL-CAL-DATE-T        PIC X(8).
               10 BCL-CAL-DESC-T        PIC X(20).

       01 BCL-TODAY                     PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO BCL-TODAY
           PERFORM LOAD-EXISTING-CALENDAR
           PERFORM APPLY-NEW-ROWS
           PERFORM WRITE-CALENDAR
           DISPLAY 'Business date        = ' BCL-TODAY
           DISPLAY 'Rows keyed           = ' BCL-KEYED-COUNT
           DISPLAY 'Rows loaded          = ' BCL-LOADED-COUNT
           DISPLAY 'Rows rejected        = ' BCL-REJECT-COUNT
