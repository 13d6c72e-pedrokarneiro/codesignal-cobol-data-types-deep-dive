           05 BTL-HERO2-FOUND           PIC X VALUE 'N'.
           05 BTL-HERO2-IX              PIC 9(4).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           PERFORM LOAD-ROSTER
           OPEN INPUT BATTLE-PARM-IN
           IF BATTLE-PARM-IN-STATUS NOT = '00'
      *> BR-DIFFERENCE's sign convention (hero 2's power minus
      *> hero 1's).
       WRITE-BATTLE-HISTORY.
           MOVE BDR-PROCESS-DATE TO BATTLE-TODAY
           OPEN EXTEND BATTLE-HIST-OUT
           IF BATTLE-HIST-STATUS = '35'
               OPEN OUTPUT BATTLE-HIST-OUT
