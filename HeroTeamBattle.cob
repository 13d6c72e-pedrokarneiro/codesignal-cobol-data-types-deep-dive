       01 HTB-UPD-RESULT                PIC X(1).
       01 HTB-LINE-WORK                 PIC X(90).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO HTB-TODAY
           PERFORM READ-BATTLE-PARM
           PERFORM LOAD-TEAM-ASSIGNMENTS
           PERFORM LOAD-ROSTER
