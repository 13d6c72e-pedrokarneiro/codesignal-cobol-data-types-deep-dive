
       01 SWO-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO SWO-TODAY
           COMPUTE SWO-WORK-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(SWO-TODAY)) - 5

      *> Distinct recent alert days per sensor: alerts raised
      *> inside the window each count one day (the alert file
      *> carries one row per sensor per day per type). Early
      *> warnings are not breaches and do not count.
       COUNT-RECENT-ALERT-DAYS.
           OPEN INPUT TEMP-ALERT-IN
           IF SWO-ALERT-STATUS = '00'
                       AT END MOVE 'Y' TO SWO-ALERT-EOF
                       NOT AT END
                           IF TAL-RAISED-DATE >= SWO-BREACH-WINDOW
                               AND TAL-ALERT-KIND NOT = 'E'
                               SET SWO-SENSOR-IX TO 1
                               SEARCH SWO-SENSOR-ENTRY
                                   AT END CONTINUE
