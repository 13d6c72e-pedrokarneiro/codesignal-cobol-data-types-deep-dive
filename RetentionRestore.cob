           05 RTR-PIECES-FOUND           PIC 9(2) VALUE ZERO.
           05 RTR-PIECES-MISSING         PIC 9(2) VALUE ZERO.

       01 RTR-TODAY                     PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO RTR-TODAY
           PERFORM READ-RESTORE-PARM
           MOVE SPACES TO RTR-SPLICE-NAME
           STRING RTR-FILE-NAME DELIMITED BY SPACE
           END-PERFORM
           PERFORM SPLICE-ONLINE-FILE
           CLOSE SPLICE-OUT
           DISPLAY 'Business date    = ' RTR-TODAY
           DISPLAY 'Spliced file     = ' RTR-SPLICE-NAME
           DISPLAY 'Pieces spliced   = ' RTR-PIECES-FOUND
           DISPLAY 'Pieces not found = ' RTR-PIECES-MISSING
