      *> timestamped sensor readings and changes, computes
      *> NewTemperature for each entry, flags any reading outside the
      *> safe threshold range on an exception report, and produces a
      *> daily summary with min/max/average temperature. A trend
      *> pass over each sensor's latest readings raises an early
      *> warning when the projection crosses a limit inside the
      *> warning lead time, before anything is actually out of range.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMP-HIST-OUT ASSIGN TO "data/TEMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-HIST-OUT-STATUS.
      *> The same history read back before today's rows go on, for
      *> the earlier days of each sensor's rolling 30-day MKT.
           SELECT TEMP-HIST-IN ASSIGN TO "data/TEMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-HIST-IN-STATUS.
      *> Open-alerts file: one row per (sensor, day) that
      *> breached, carried across runs until acknowledged via the
      *> ack transaction job, so nobody has to compare printouts to
       FD  TEMP-HIST-OUT.
       COPY TEMPHIST.

       FD  TEMP-HIST-IN.
       01  TEMP-HIST-IN-RECORD.
           05 THI-SENSOR-ID              PIC X(6).
           05 THI-DATE                   PIC X(8).
           05 THI-READING-COUNT          PIC 9(4).
           05 FILLER                     PIC X(24).
           05 THI-MEASURE-TYPE           PIC X(1).
           05 FILLER                     PIC X(6).
           05 THI-DAILY-MKT              PIC S9(3)V99
                                          SIGN IS TRAILING SEPARATE.
           05 THI-ROLL30-MKT             PIC S9(3)V99
                                          SIGN IS TRAILING SEPARATE.

       FD  TEMP-DRIFT-OUT.
       01  TEMP-DRIFT-RECORD.
           05 TDR-SENSOR-ID              PIC X(6).
           05 TAL-OUT-ACK-INITIALS       PIC X(3).
           05 TAL-OUT-ACK-DATE           PIC X(8).
           05 TAL-OUT-MEASURE-TYPE       PIC X(1).
           05 TAL-OUT-ALERT-KIND         PIC X(1).
           05 TAL-OUT-PROJECTED-MIN      PIC 9(5).
           05 TAL-OUT-WARN-MATCH         PIC X(1).

       WORKING-STORAGE SECTION.
       01 NewTemperature                 PIC S9(3).
               10 TEMP-ST-LONGEST-T       PIC 9(4).
               10 TEMP-ST-INTERVAL-T      PIC 9(4).
               10 TEMP-ST-DOOR-MIN-T      PIC 9(6).
               10 TEMP-ST-MKT-SUM-T       COMP-2.
               10 TEMP-ST-R30-SUM-T       COMP-2.
               10 TEMP-ST-R30-COUNT-T     PIC 9(6).
               10 TEMP-ST-DAILY-MKT-T     PIC S9(3)V99.
               10 TEMP-ST-R30-MKT-T       PIC S9(3)V99.

      *> Mean kinetic temperature. Each calibrated temperature
      *> reading adds EXP(-K / (reading + 273.15)) to its sensor's
      *> sum, where K is the activation energy over the gas constant
      *> -- 83.144 kJ/mol / 8.3144 J/mol/K, the pharmacopoeia figure
      *> -- and the MKT is K / -LN(sum / readings) - 273.15. The
      *> terms are carried scaled by EXP(K / 273.15), so a reading
      *> at 0 counts as 1 rather than a number too small to add up,
      *> and the reference exponent comes back out of the LN. Heat
      *> spikes weigh more than a simple average lets them, which is
      *> the point. The rolling figure takes the sensor's earlier
      *> history rows in the 30-day window, each day's MKT weighted
      *> by its reading count, and a zone's figures combine the sums
      *> of every temperature sensor registered to it.
       01 TEMP-MKT-CONTROL.
           05 TEMP-HIST-IN-STATUS         PIC XX.
           05 TEMP-HIST-IN-EOF            PIC X VALUE 'N'.
           05 TEMP-MKT-ACTIVATION-K       COMP-2 VALUE 10000.
           05 TEMP-MKT-KELVIN-OFFSET      COMP-2 VALUE 273.15.
           05 TEMP-MKT-WINDOW-DAYS        PIC 9(3) VALUE 30.
           05 TEMP-MKT-WINDOW-START       PIC 9(8).
           05 TEMP-MKT-WINDOW-START-X     REDEFINES
                                          TEMP-MKT-WINDOW-START
                                          PIC X(8).
           05 TEMP-MKT-REF-EXPONENT       COMP-2.
           05 TEMP-MKT-TERM               COMP-2.
           05 TEMP-MKT-RESULT             PIC S9(3)V99.
           05 TEMP-MKT-ZONE-COUNT         PIC 9(3) VALUE ZERO.
           05 TEMP-MKT-ZONE-IDX           PIC 9(3).
           05 TEMP-MKT-ZONE-MATCH         PIC 9(3).
           05 TEMP-MKT-HIST-USED          PIC 9(6) VALUE ZERO.
           05 TEMP-EDIT-MKT               PIC -ZZ9.99.
           05 TEMP-EDIT-R30-MKT           PIC -ZZ9.99.
           05 TEMP-EDIT-MKT-READINGS      PIC ZZZ,ZZ9.
           05 TEMP-EDIT-MKT-SENSORS       PIC ZZ9.
           05 TEMP-MKT-ZONE-WORK          PIC X(3).

       01 TEMP-MKT-ZONE-TABLE.
           05 TEMP-MKT-ZONE-ENTRY OCCURS 100 TIMES
                       INDEXED BY TEMP-MKT-ZONE-IX.
               10 TEMP-MZ-ZONE-T          PIC X(3).
               10 TEMP-MZ-SENSORS-T       PIC 9(3).
               10 TEMP-MZ-DAY-SUM-T       COMP-2.
               10 TEMP-MZ-DAY-COUNT-T     PIC 9(6).
               10 TEMP-MZ-R30-SUM-T       COMP-2.
               10 TEMP-MZ-R30-COUNT-T     PIC 9(6).

       01 TEMP-READING-BREACHED           PIC X.

               10 TEMP-AL-INITIALS-T      PIC X(3).
               10 TEMP-AL-ACK-DATE-T      PIC X(8).
               10 TEMP-AL-TYPE-T          PIC X(1).
               10 TEMP-AL-KIND-T          PIC X(1).
               10 TEMP-AL-PROJ-MIN-T      PIC 9(5).
               10 TEMP-AL-MATCH-T         PIC X(1).

      *> Early-warning trend pass. Each temperature and humidity
      *> sensor's last TREND-READINGS readings of the run are fitted
      *> with a least-squares line (reading number against value);
      *> the slope per reading, over the registry's interval, says
      *> how many minutes remain before the projection reaches the
      *> limit it is heading for. Inside TREND-LEAD-MIN an 'E' alert
      *> is raised -- one per sensor, type and day -- unless the
      *> latest reading is itself already out of range. A breach
      *> alert finds an early warning raised for its sensor and type
      *> that day or the day before and marks both, which is how
      *> the warnings are measured.
       01 TEMP-TREND-CONTROL.
           05 TEMP-TREND-LEAD-MIN         PIC 9(5) VALUE 120.
           05 TEMP-TREND-READINGS         PIC 9(2) VALUE 4.
           05 TEMP-TREND-MIN-POINTS       PIC 9(2) VALUE 3.
           05 TEMP-TREND-COUNT            PIC 9(2).
           05 TEMP-TREND-IDX              PIC 9(2).
           05 TEMP-TREND-LAST-BREACH      PIC X(1).
           05 TEMP-TREND-MEAN-X           PIC S9(3)V9(4).
           05 TEMP-TREND-SXX              PIC S9(5)V9(4).
           05 TEMP-TREND-SXY              PIC S9(7)V9(4).
           05 TEMP-TREND-SLOPE            PIC S9(4)V9(4).
           05 TEMP-TREND-LAST             PIC S9(3).
           05 TEMP-TREND-LIMIT            PIC S9(3).
           05 TEMP-TREND-DIRECTION        PIC X(7).
           05 TEMP-TREND-MINUTES          PIC 9(7).
           05 TEMP-TREND-FOUND            PIC X(1).
           05 TEMP-YESTERDAY              PIC 9(8).
           05 TEMP-YESTERDAY-X            REDEFINES TEMP-YESTERDAY
                                          PIC X(8).
           05 TEMP-EARLY-WARN-COUNT       PIC 9(4) VALUE ZERO.
           05 TEMP-FOREWARNED-COUNT       PIC 9(4) VALUE ZERO.
           05 TEMP-LIMIT-SENSOR           PIC X(6).
           05 TEMP-EDIT-SLOPE             PIC -ZZ9.99.
           05 TEMP-EDIT-LIMIT             PIC -ZZ9.
           05 TEMP-EDIT-MINUTES           PIC ZZ,ZZ9.

       01 TEMP-TREND-TABLE.
           05 TEMP-TREND-VALUE-T OCCURS 20 TIMES
                                          PIC S9(3).

       01 TEMP-RUNPARM-STATUS             PIC XX.
       01 TEMP-RUNPARM-EOF                PIC X VALUE 'N'.
               10 TEMP-DV-SUM-T           PIC 9(7)V9.
               10 TEMP-DV-SAMPLES-T       PIC 9(4).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO TEMP-TODAY
           COMPUTE TEMP-MKT-REF-EXPONENT =
                   TEMP-MKT-ACTIVATION-K / TEMP-MKT-KELVIN-OFFSET
           MOVE TEMP-TODAY TO TEMP-YESTERDAY-X
           COMPUTE TEMP-YESTERDAY = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(TEMP-YESTERDAY) - 1)
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CALIBRATION-OFFSETS
           PERFORM LOAD-SENSOR-REGISTRY
               END-READ
           END-PERFORM
           PERFORM ZONE-CROSS-CHECK
           PERFORM TEMPERATURE-TREND-PASS
           PERFORM WRITE-SILENT-SENSOR-SECTION
           PERFORM WRITE-DAILY-SUMMARY
           PERFORM COMPUTE-MEAN-KINETIC-TEMPS
           PERFORM WRITE-LAST-HEARD-FILE
           PERFORM WRITE-STATS-HISTORY
           PERFORM WRITE-ALERT-FILE
           DISPLAY 'Door-open breaches = ' TEMP-DOOR-BREACH-COUNT
           DISPLAY 'Sensors suspect    = ' TEMP-SUSPECT-COUNT
           DISPLAY 'Alerts suppressed  = ' TEMP-SUPPRESSED-COUNT
           DISPLAY 'Early warnings     = ' TEMP-EARLY-WARN-COUNT
           DISPLAY 'Breaches forewarned= ' TEMP-FOREWARNED-COUNT
           DISPLAY 'MKT zones reported = ' TEMP-MKT-ZONE-COUNT
           DISPLAY 'MKT history rows   = ' TEMP-MKT-HIST-USED
           STOP RUN.

      *> Runtime parameters, falling back loudly to the
           DISPLAY 'PARM IN EFFECT: HIGH-THRESHOLD = '
                   TEMP-HIGH-THRESHOLD
           DISPLAY 'PARM IN EFFECT: LOW-THRESHOLD  = '
                   TEMP-LOW-THRESHOLD
           DISPLAY 'PARM IN EFFECT: TREND-LEAD-MIN = '
                   TEMP-TREND-LEAD-MIN
           DISPLAY 'PARM IN EFFECT: TREND-READINGS = '
                   TEMP-TREND-READINGS.

       TAKE-ONE-RUN-PARM.
           IF RP-JOB-NAME = 'TEMPERATUREREADINGS'
                       MOVE RP-VALUE TO TEMP-DEV-LIMIT
                   WHEN 'DRIFT-WARN-LIMIT'
                       MOVE RP-VALUE TO TEMP-DRIFT-WARN
                   WHEN 'TREND-LEAD-MIN'
                       MOVE RP-VALUE TO TEMP-TREND-LEAD-MIN
                   WHEN 'TREND-READINGS'
                       IF RP-VALUE >= TEMP-TREND-MIN-POINTS
                           AND RP-VALUE <= 20
                           MOVE RP-VALUE TO TEMP-TREND-READINGS
                       END-IF
               END-EVALUATE
           END-IF.

           ELSE
               MOVE 'T' TO TEMP-MEASURE-TYPE
           END-IF
           MOVE TL-SENSOR-ID TO TEMP-LIMIT-SENSOR
           PERFORM SET-EFFECTIVE-LIMITS
           EVALUATE TEMP-MEASURE-TYPE
               WHEN 'D'

      *> The limits in force for this reading: the registry's own
      *> per-sensor limits when non-zero, else the global
      *> per-type thresholds, for the sensor in TEMP-LIMIT-SENSOR.
       SET-EFFECTIVE-LIMITS.
           EVALUATE TEMP-MEASURE-TYPE
               WHEN 'H'
           SEARCH TEMP-REG-ENTRY
               AT END
                   CONTINUE
               WHEN TEMP-REG-SENSOR-T(TEMP-REG-IX) = TEMP-LIMIT-SENSOR
                   IF TEMP-REG-HIGH-T(TEMP-REG-IX) NOT = ZERO
                       MOVE TEMP-REG-HIGH-T(TEMP-REG-IX)
                           TO TEMP-EFF-HIGH
                   MOVE TEMP-MEASURE-TYPE
                       TO TEMP-ST-TYPE-T(TEMP-STATS-COUNT)
                   MOVE ZERO TO TEMP-ST-DOOR-MIN-T(TEMP-STATS-COUNT)
                   MOVE ZERO TO TEMP-ST-MKT-SUM-T(TEMP-STATS-COUNT)
                   MOVE ZERO TO TEMP-ST-R30-SUM-T(TEMP-STATS-COUNT)
                   MOVE ZERO TO TEMP-ST-R30-COUNT-T(TEMP-STATS-COUNT)
                   MOVE ZERO TO TEMP-ST-DAILY-MKT-T(TEMP-STATS-COUNT)
                   MOVE ZERO TO TEMP-ST-R30-MKT-T(TEMP-STATS-COUNT)
                   PERFORM SET-STATS-INTERVAL
                   MOVE TEMP-STATS-COUNT TO TEMP-STATS-MATCH-IX
               WHEN TEMP-ST-SENSOR-T(TEMP-STATS-IX) = TL-SENSOR-ID
           IF TEMP-MEASURE-TYPE = 'D'
               ADD NewTemperature
                   TO TEMP-ST-DOOR-MIN-T(TEMP-STATS-MATCH-IX)
           END-IF
           IF TEMP-MEASURE-TYPE = 'T'
               COMPUTE TEMP-MKT-TERM = FUNCTION EXP
                       (TEMP-MKT-REF-EXPONENT - TEMP-MKT-ACTIVATION-K
                        / (NewTemperature + TEMP-MKT-KELVIN-OFFSET))
               ADD TEMP-MKT-TERM
                   TO TEMP-ST-MKT-SUM-T(TEMP-STATS-MATCH-IX)
           END-IF.

      *> The registry's expected interval is what converts breached
                   TO TH-MEASURE-TYPE
               MOVE TEMP-ST-DOOR-MIN-T(TEMP-STATS-IDX)
                   TO TH-DOOR-OPEN-MIN
               MOVE TEMP-ST-DAILY-MKT-T(TEMP-STATS-IDX)
                   TO TH-DAILY-MKT
               MOVE TEMP-ST-R30-MKT-T(TEMP-STATS-IDX)
                   TO TH-ROLL30-MKT
               WRITE TEMP-HIST-RECORD
           END-PERFORM
           CLOSE TEMP-HIST-OUT.
                       TO TEMP-AL-ACK-DATE-T(TEMP-ALERT-COUNT)
                   MOVE TEMP-MEASURE-TYPE
                       TO TEMP-AL-TYPE-T(TEMP-ALERT-COUNT)
                   MOVE 'B' TO TEMP-AL-KIND-T(TEMP-ALERT-COUNT)
                   MOVE ZERO TO TEMP-AL-PROJ-MIN-T(TEMP-ALERT-COUNT)
                   MOVE 'N' TO TEMP-AL-MATCH-T(TEMP-ALERT-COUNT)
                   PERFORM MATCH-EARLY-WARNING
               WHEN TEMP-AL-SENSOR-T(TEMP-ALERT-IX) = TL-SENSOR-ID
                   AND TEMP-AL-DATE-T(TEMP-ALERT-IX) = TEMP-TODAY
                   AND TEMP-AL-TYPE-T(TEMP-ALERT-IX)
                           = TEMP-MEASURE-TYPE
                   AND TEMP-AL-KIND-T(TEMP-ALERT-IX) = 'B'
                   CONTINUE
           END-SEARCH.

      *> The new breach alert (the last row on the table) against
      *> the early warnings raised for the same sensor and type
      *> today or yesterday.
       MATCH-EARLY-WARNING.
           PERFORM VARYING TEMP-ALERT-IDX FROM 1 BY 1
                   UNTIL TEMP-ALERT-IDX >= TEMP-ALERT-COUNT
               IF TEMP-AL-KIND-T(TEMP-ALERT-IDX) = 'E'
                   AND TEMP-AL-SENSOR-T(TEMP-ALERT-IDX) = TL-SENSOR-ID
                   AND TEMP-AL-TYPE-T(TEMP-ALERT-IDX)
                           = TEMP-MEASURE-TYPE
                   AND TEMP-AL-DATE-T(TEMP-ALERT-IDX)
                           NOT < TEMP-YESTERDAY-X
                   IF TEMP-AL-MATCH-T(TEMP-ALERT-COUNT) = 'N'
                       ADD 1 TO TEMP-FOREWARNED-COUNT
                   END-IF
                   MOVE 'Y' TO TEMP-AL-MATCH-T(TEMP-ALERT-IDX)
                   MOVE 'Y' TO TEMP-AL-MATCH-T(TEMP-ALERT-COUNT)
               END-IF
           END-PERFORM.

       LOAD-OPEN-ALERTS.
           OPEN INPUT TEMP-ALERT-IN
           IF TEMP-ALERT-IN-STATUS = '00'
                   TO TEMP-AL-TYPE-T(TEMP-ALERT-COUNT)
           ELSE
               MOVE 'T' TO TEMP-AL-TYPE-T(TEMP-ALERT-COUNT)
           END-IF
           IF TAL-ALERT-KIND = 'E'
               MOVE 'E' TO TEMP-AL-KIND-T(TEMP-ALERT-COUNT)
           ELSE
               MOVE 'B' TO TEMP-AL-KIND-T(TEMP-ALERT-COUNT)
           END-IF
           IF TAL-PROJECTED-MIN NUMERIC
               MOVE TAL-PROJECTED-MIN
                   TO TEMP-AL-PROJ-MIN-T(TEMP-ALERT-COUNT)
           ELSE
               MOVE ZERO TO TEMP-AL-PROJ-MIN-T(TEMP-ALERT-COUNT)
           END-IF
           IF TAL-WARN-MATCH = 'Y'
               MOVE 'Y' TO TEMP-AL-MATCH-T(TEMP-ALERT-COUNT)
           ELSE
               MOVE 'N' TO TEMP-AL-MATCH-T(TEMP-ALERT-COUNT)
           END-IF.

       WRITE-ALERT-FILE.
                   TO TAL-OUT-ACK-DATE
               MOVE TEMP-AL-TYPE-T(TEMP-ALERT-IDX)
                   TO TAL-OUT-MEASURE-TYPE
               MOVE TEMP-AL-KIND-T(TEMP-ALERT-IDX)
                   TO TAL-OUT-ALERT-KIND
               MOVE TEMP-AL-PROJ-MIN-T(TEMP-ALERT-IDX)
                   TO TAL-OUT-PROJECTED-MIN
               MOVE TEMP-AL-MATCH-T(TEMP-ALERT-IDX)
                   TO TAL-OUT-WARN-MATCH
               WRITE TEMP-ALERT-OUT-RECORD
           END-PERFORM
           CLOSE TEMP-ALERT-OUT.
                       = TEMP-BUF-SENSOR-T(TEMP-BUF-IDX2)
                   AND TEMP-AL-DATE-T(TEMP-ALERT-IDX) = TEMP-TODAY
                   AND TEMP-AL-STATUS-T(TEMP-ALERT-IDX) = 'O'
                   AND TEMP-AL-KIND-T(TEMP-ALERT-IDX) = 'B'
                   MOVE 'S' TO TEMP-AL-STATUS-T(TEMP-ALERT-IDX)
                   ADD 1 TO TEMP-SUPPRESSED-COUNT
               END-IF
           MOVE TEMP-LINE-WORK TO TEMP-EXCEPTION-LINE
           WRITE TEMP-EXCEPTION-LINE.

      *> Early-warning section of the exception report: every
      *> temperature and humidity sensor heard this run whose trend
      *> reaches a limit inside the lead time.
       TEMPERATURE-TREND-PASS.
           MOVE SPACES TO TEMP-EXCEPTION-LINE
           WRITE TEMP-EXCEPTION-LINE
           MOVE 'EARLY WARNINGS -- TREND PROJECTED TO CROSS A LIMIT'
               TO TEMP-EXCEPTION-LINE
           WRITE TEMP-EXCEPTION-LINE
           PERFORM VARYING TEMP-STATS-IDX FROM 1 BY 1
                   UNTIL TEMP-STATS-IDX > TEMP-STATS-COUNT
               IF TEMP-ST-TYPE-T(TEMP-STATS-IDX) = 'T'
                   OR TEMP-ST-TYPE-T(TEMP-STATS-IDX) = 'H'
                   PERFORM PROJECT-SENSOR-TREND
               END-IF
           END-PERFORM
           IF TEMP-EARLY-WARN-COUNT = ZERO
               MOVE '  (NO SENSOR TRENDING TOWARD A LIMIT)'
                   TO TEMP-EXCEPTION-LINE
               WRITE TEMP-EXCEPTION-LINE
           END-IF.

       PROJECT-SENSOR-TREND.
           MOVE ZERO TO TEMP-TREND-COUNT
           MOVE 'N' TO TEMP-TREND-LAST-BREACH
           PERFORM VARYING TEMP-BUF-IDX FROM 1 BY 1
                   UNTIL TEMP-BUF-IDX > TEMP-BUF-COUNT
               IF TEMP-BUF-SENSOR-T(TEMP-BUF-IDX)
                       = TEMP-ST-SENSOR-T(TEMP-STATS-IDX)
                   AND TEMP-BUF-TYPE-T(TEMP-BUF-IDX)
                       = TEMP-ST-TYPE-T(TEMP-STATS-IDX)
                   PERFORM KEEP-TREND-READING
               END-IF
           END-PERFORM
           IF TEMP-TREND-COUNT >= TEMP-TREND-MIN-POINTS
               AND TEMP-TREND-LAST-BREACH = 'N'
               PERFORM FIT-TREND-LINE
           END-IF.

      *> The newest TREND-READINGS values, oldest first.
       KEEP-TREND-READING.
           IF TEMP-TREND-COUNT < TEMP-TREND-READINGS
               ADD 1 TO TEMP-TREND-COUNT
           ELSE
               PERFORM VARYING TEMP-TREND-IDX FROM 2 BY 1
                       UNTIL TEMP-TREND-IDX > TEMP-TREND-COUNT
                   MOVE TEMP-TREND-VALUE-T(TEMP-TREND-IDX)
                       TO TEMP-TREND-VALUE-T(TEMP-TREND-IDX - 1)
               END-PERFORM
           END-IF
           MOVE TEMP-BUF-VALUE-T(TEMP-BUF-IDX)
               TO TEMP-TREND-VALUE-T(TEMP-TREND-COUNT)
           MOVE TEMP-BUF-BREACH-T(TEMP-BUF-IDX)
               TO TEMP-TREND-LAST-BREACH.

       FIT-TREND-LINE.
           COMPUTE TEMP-TREND-MEAN-X = (TEMP-TREND-COUNT + 1) / 2
           MOVE ZERO TO TEMP-TREND-SXX
           MOVE ZERO TO TEMP-TREND-SXY
           PERFORM VARYING TEMP-TREND-IDX FROM 1 BY 1
                   UNTIL TEMP-TREND-IDX > TEMP-TREND-COUNT
               COMPUTE TEMP-TREND-SXX = TEMP-TREND-SXX
                       + (TEMP-TREND-IDX - TEMP-TREND-MEAN-X)
                       * (TEMP-TREND-IDX - TEMP-TREND-MEAN-X)
               COMPUTE TEMP-TREND-SXY = TEMP-TREND-SXY
                       + (TEMP-TREND-IDX - TEMP-TREND-MEAN-X)
                       * TEMP-TREND-VALUE-T(TEMP-TREND-IDX)
           END-PERFORM
           COMPUTE TEMP-TREND-SLOPE ROUNDED =
                   TEMP-TREND-SXY / TEMP-TREND-SXX
           MOVE TEMP-TREND-VALUE-T(TEMP-TREND-COUNT)
               TO TEMP-TREND-LAST
           MOVE TEMP-ST-SENSOR-T(TEMP-STATS-IDX) TO TEMP-LIMIT-SENSOR
           MOVE TEMP-ST-TYPE-T(TEMP-STATS-IDX) TO TEMP-MEASURE-TYPE
           PERFORM SET-EFFECTIVE-LIMITS
           MOVE 'N' TO TEMP-TREND-FOUND
           IF TEMP-TREND-SLOPE > ZERO
               MOVE TEMP-EFF-HIGH TO TEMP-TREND-LIMIT
               MOVE 'RISING' TO TEMP-TREND-DIRECTION
               COMPUTE TEMP-TREND-MINUTES ROUNDED =
                       (TEMP-EFF-HIGH - TEMP-TREND-LAST)
                       * TEMP-ST-INTERVAL-T(TEMP-STATS-IDX)
                       / TEMP-TREND-SLOPE
                   ON SIZE ERROR MOVE 'N' TO TEMP-TREND-FOUND
                   NOT ON SIZE ERROR MOVE 'Y' TO TEMP-TREND-FOUND
               END-COMPUTE
           ELSE IF TEMP-TREND-SLOPE < ZERO
               MOVE TEMP-EFF-LOW TO TEMP-TREND-LIMIT
               MOVE 'FALLING' TO TEMP-TREND-DIRECTION
               COMPUTE TEMP-TREND-MINUTES ROUNDED =
                       (TEMP-TREND-LAST - TEMP-EFF-LOW)
                       * TEMP-ST-INTERVAL-T(TEMP-STATS-IDX)
                       / (ZERO - TEMP-TREND-SLOPE)
                   ON SIZE ERROR MOVE 'N' TO TEMP-TREND-FOUND
                   NOT ON SIZE ERROR MOVE 'Y' TO TEMP-TREND-FOUND
               END-COMPUTE
           END-IF
           END-IF
           IF TEMP-TREND-FOUND = 'Y'
               AND TEMP-TREND-MINUTES NOT > TEMP-TREND-LEAD-MIN
               PERFORM RAISE-EARLY-WARNING
           END-IF.

      *> One early warning per sensor, type and day; a re-run the
      *> same day that still sees the trend does not raise another.
       RAISE-EARLY-WARNING.
           SET TEMP-ALERT-IX TO 1
           SEARCH TEMP-ALERT-ENTRY
               AT END
                   ADD 1 TO TEMP-ALERT-COUNT
                   ADD 1 TO TEMP-EARLY-WARN-COUNT
                   MOVE TEMP-ST-SENSOR-T(TEMP-STATS-IDX)
                       TO TEMP-AL-SENSOR-T(TEMP-ALERT-COUNT)
                   MOVE TEMP-TODAY
                       TO TEMP-AL-DATE-T(TEMP-ALERT-COUNT)
                   MOVE TEMP-TREND-LAST
                       TO TEMP-AL-TEMP-T(TEMP-ALERT-COUNT)
                   MOVE 'O' TO TEMP-AL-STATUS-T(TEMP-ALERT-COUNT)
                   MOVE SPACES
                       TO TEMP-AL-INITIALS-T(TEMP-ALERT-COUNT)
                   MOVE SPACES
                       TO TEMP-AL-ACK-DATE-T(TEMP-ALERT-COUNT)
                   MOVE TEMP-ST-TYPE-T(TEMP-STATS-IDX)
                       TO TEMP-AL-TYPE-T(TEMP-ALERT-COUNT)
                   MOVE 'E' TO TEMP-AL-KIND-T(TEMP-ALERT-COUNT)
                   MOVE TEMP-TREND-MINUTES
                       TO TEMP-AL-PROJ-MIN-T(TEMP-ALERT-COUNT)
                   MOVE 'N' TO TEMP-AL-MATCH-T(TEMP-ALERT-COUNT)
                   PERFORM WRITE-EARLY-WARNING-LINE
               WHEN TEMP-AL-SENSOR-T(TEMP-ALERT-IX)
                       = TEMP-ST-SENSOR-T(TEMP-STATS-IDX)
                   AND TEMP-AL-DATE-T(TEMP-ALERT-IX) = TEMP-TODAY
                   AND TEMP-AL-TYPE-T(TEMP-ALERT-IX)
                           = TEMP-ST-TYPE-T(TEMP-STATS-IDX)
                   AND TEMP-AL-KIND-T(TEMP-ALERT-IX) = 'E'
                   CONTINUE
           END-SEARCH.

       WRITE-EARLY-WARNING-LINE.
           MOVE TEMP-TREND-LAST TO TEMP-EDIT-TEMP
           MOVE TEMP-TREND-SLOPE TO TEMP-EDIT-SLOPE
           MOVE TEMP-TREND-LIMIT TO TEMP-EDIT-LIMIT
           MOVE TEMP-TREND-MINUTES TO TEMP-EDIT-MINUTES
           MOVE SPACES TO TEMP-LINE-WORK
           STRING 'EARLY WARNING ' DELIMITED BY SIZE
                  TEMP-ST-SENSOR-T(TEMP-STATS-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TEMP-ST-TYPE-T(TEMP-STATS-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TEMP-TREND-DIRECTION DELIMITED BY SIZE
                  ' NOW=' DELIMITED BY SIZE
                  TEMP-EDIT-TEMP DELIMITED BY SIZE
                  ' RATE=' DELIMITED BY SIZE
                  TEMP-EDIT-SLOPE DELIMITED BY SIZE
                  ' LIMIT=' DELIMITED BY SIZE
                  TEMP-EDIT-LIMIT DELIMITED BY SIZE
                  ' IN ' DELIMITED BY SIZE
                  TEMP-EDIT-MINUTES DELIMITED BY SIZE
                  ' MIN' DELIMITED BY SIZE
               INTO TEMP-LINE-WORK
           MOVE TEMP-LINE-WORK TO TEMP-EXCEPTION-LINE
           WRITE TEMP-EXCEPTION-LINE.

      *> Appends today's average deviation per sensor, warning
      *> loudly when the rolling figure says the sensor is slowly
      *> walking away from its zone mates.
               INTO TEMP-LINE-WORK
           MOVE TEMP-LINE-WORK TO TEMP-SUMMARY-LINE
           WRITE TEMP-SUMMARY-LINE.

      *> Daily and rolling 30-day mean kinetic temperature for every
      *> temperature sensor heard today and for each zone they are
      *> registered to, printed after the daily summary and carried
      *> onto the statistics history rows.
       COMPUTE-MEAN-KINETIC-TEMPS.
           MOVE TEMP-TODAY TO TEMP-MKT-WINDOW-START-X
           COMPUTE TEMP-MKT-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(TEMP-MKT-WINDOW-START)
                    - TEMP-MKT-WINDOW-DAYS + 1)
           PERFORM VARYING TEMP-STATS-IDX FROM 1 BY 1
                   UNTIL TEMP-STATS-IDX > TEMP-STATS-COUNT
               IF TEMP-ST-TYPE-T(TEMP-STATS-IDX) = 'T'
                   MOVE TEMP-ST-MKT-SUM-T(TEMP-STATS-IDX)
                       TO TEMP-ST-R30-SUM-T(TEMP-STATS-IDX)
                   MOVE TEMP-ST-COUNT-T(TEMP-STATS-IDX)
                       TO TEMP-ST-R30-COUNT-T(TEMP-STATS-IDX)
               END-IF
           END-PERFORM
           PERFORM LOAD-MKT-HISTORY
           PERFORM VARYING TEMP-STATS-IDX FROM 1 BY 1
                   UNTIL TEMP-STATS-IDX > TEMP-STATS-COUNT
               IF TEMP-ST-TYPE-T(TEMP-STATS-IDX) = 'T'
                   AND TEMP-ST-COUNT-T(TEMP-STATS-IDX) > ZERO
                   PERFORM SET-SENSOR-MKT
               END-IF
           END-PERFORM
           PERFORM WRITE-MKT-SUMMARY-SECTION.

      *> Earlier history rows for the sensors heard today: temperature
      *> rows dated inside the window that carry an MKT. Rows from
      *> before MKT was kept have no figure to rebuild and are passed
      *> over.
       LOAD-MKT-HISTORY.
           OPEN INPUT TEMP-HIST-IN
           IF TEMP-HIST-IN-STATUS = '00'
               PERFORM UNTIL TEMP-HIST-IN-EOF = 'Y'
                   READ TEMP-HIST-IN
                       AT END MOVE 'Y' TO TEMP-HIST-IN-EOF
                       NOT AT END PERFORM TAKE-MKT-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE TEMP-HIST-IN
           END-IF.

       TAKE-MKT-HISTORY-ROW.
           IF (THI-MEASURE-TYPE = 'T' OR THI-MEASURE-TYPE = SPACE)
               AND THI-DAILY-MKT NUMERIC
               AND THI-READING-COUNT NUMERIC
               AND THI-READING-COUNT > ZERO
               AND THI-DATE NOT < TEMP-MKT-WINDOW-START-X
               AND THI-DATE NOT > TEMP-TODAY
               SET TEMP-STATS-IX TO 1
               SEARCH TEMP-STATS-ENTRY
                   AT END
                       CONTINUE
                   WHEN TEMP-ST-SENSOR-T(TEMP-STATS-IX) = THI-SENSOR-ID
                       AND TEMP-ST-TYPE-T(TEMP-STATS-IX) = 'T'
                       COMPUTE TEMP-MKT-TERM = THI-READING-COUNT
                               * FUNCTION EXP
                               (TEMP-MKT-REF-EXPONENT
                                - TEMP-MKT-ACTIVATION-K
                                / (THI-DAILY-MKT
                                   + TEMP-MKT-KELVIN-OFFSET))
                       ADD TEMP-MKT-TERM
                           TO TEMP-ST-R30-SUM-T(TEMP-STATS-IX)
                       ADD THI-READING-COUNT
                           TO TEMP-ST-R30-COUNT-T(TEMP-STATS-IX)
                       ADD 1 TO TEMP-MKT-HIST-USED
               END-SEARCH
           END-IF.

       SET-SENSOR-MKT.
           COMPUTE TEMP-ST-DAILY-MKT-T(TEMP-STATS-IDX) ROUNDED =
                   TEMP-MKT-ACTIVATION-K
                   / (TEMP-MKT-REF-EXPONENT - FUNCTION LOG
                      (TEMP-ST-MKT-SUM-T(TEMP-STATS-IDX)
                       / TEMP-ST-COUNT-T(TEMP-STATS-IDX)))
                   - TEMP-MKT-KELVIN-OFFSET
           COMPUTE TEMP-ST-R30-MKT-T(TEMP-STATS-IDX) ROUNDED =
                   TEMP-MKT-ACTIVATION-K
                   / (TEMP-MKT-REF-EXPONENT - FUNCTION LOG
                      (TEMP-ST-R30-SUM-T(TEMP-STATS-IDX)
                       / TEMP-ST-R30-COUNT-T(TEMP-STATS-IDX)))
                   - TEMP-MKT-KELVIN-OFFSET
           MOVE SPACES TO TEMP-MKT-ZONE-WORK
           SET TEMP-REG-IX TO 1
           SEARCH TEMP-REG-ENTRY
               AT END
                   CONTINUE
               WHEN TEMP-REG-SENSOR-T(TEMP-REG-IX)
                       = TEMP-ST-SENSOR-T(TEMP-STATS-IDX)
                   MOVE TEMP-REG-ZONE-T(TEMP-REG-IX)
                       TO TEMP-MKT-ZONE-WORK
           END-SEARCH
           IF TEMP-MKT-ZONE-WORK NOT = SPACES
               PERFORM ADD-SENSOR-TO-MKT-ZONE
           END-IF.

       ADD-SENSOR-TO-MKT-ZONE.
           MOVE ZERO TO TEMP-MKT-ZONE-MATCH
           SET TEMP-MKT-ZONE-IX TO 1
           SEARCH TEMP-MKT-ZONE-ENTRY
               AT END
                   ADD 1 TO TEMP-MKT-ZONE-COUNT
                   MOVE TEMP-MKT-ZONE-WORK
                       TO TEMP-MZ-ZONE-T(TEMP-MKT-ZONE-COUNT)
                   MOVE ZERO TO TEMP-MZ-SENSORS-T(TEMP-MKT-ZONE-COUNT)
                   MOVE ZERO TO TEMP-MZ-DAY-SUM-T(TEMP-MKT-ZONE-COUNT)
                   MOVE ZERO
                       TO TEMP-MZ-DAY-COUNT-T(TEMP-MKT-ZONE-COUNT)
                   MOVE ZERO TO TEMP-MZ-R30-SUM-T(TEMP-MKT-ZONE-COUNT)
                   MOVE ZERO
                       TO TEMP-MZ-R30-COUNT-T(TEMP-MKT-ZONE-COUNT)
                   MOVE TEMP-MKT-ZONE-COUNT TO TEMP-MKT-ZONE-MATCH
               WHEN TEMP-MZ-ZONE-T(TEMP-MKT-ZONE-IX)
                       = TEMP-MKT-ZONE-WORK
                   SET TEMP-MKT-ZONE-MATCH TO TEMP-MKT-ZONE-IX
           END-SEARCH
           ADD 1 TO TEMP-MZ-SENSORS-T(TEMP-MKT-ZONE-MATCH)
           ADD TEMP-ST-MKT-SUM-T(TEMP-STATS-IDX)
               TO TEMP-MZ-DAY-SUM-T(TEMP-MKT-ZONE-MATCH)
           ADD TEMP-ST-COUNT-T(TEMP-STATS-IDX)
               TO TEMP-MZ-DAY-COUNT-T(TEMP-MKT-ZONE-MATCH)
           ADD TEMP-ST-R30-SUM-T(TEMP-STATS-IDX)
               TO TEMP-MZ-R30-SUM-T(TEMP-MKT-ZONE-MATCH)
           ADD TEMP-ST-R30-COUNT-T(TEMP-STATS-IDX)
               TO TEMP-MZ-R30-COUNT-T(TEMP-MKT-ZONE-MATCH).

       WRITE-MKT-SUMMARY-SECTION.
           MOVE SPACES TO TEMP-SUMMARY-LINE
           WRITE TEMP-SUMMARY-LINE
           MOVE 'MEAN KINETIC TEMPERATURE -- DAILY AND ROLLING 30-DAY'
               TO TEMP-SUMMARY-LINE
           WRITE TEMP-SUMMARY-LINE
           PERFORM VARYING TEMP-STATS-IDX FROM 1 BY 1
                   UNTIL TEMP-STATS-IDX > TEMP-STATS-COUNT
               IF TEMP-ST-TYPE-T(TEMP-STATS-IDX) = 'T'
                   AND TEMP-ST-COUNT-T(TEMP-STATS-IDX) > ZERO
                   PERFORM WRITE-SENSOR-MKT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING TEMP-MKT-ZONE-IDX FROM 1 BY 1
                   UNTIL TEMP-MKT-ZONE-IDX > TEMP-MKT-ZONE-COUNT
               PERFORM WRITE-ZONE-MKT-LINE
           END-PERFORM
           IF TEMP-MKT-ZONE-COUNT = ZERO
               MOVE '  (NO REGISTERED TEMPERATURE SENSOR REPORTED)'
                   TO TEMP-SUMMARY-LINE
               WRITE TEMP-SUMMARY-LINE
           END-IF.

       WRITE-SENSOR-MKT-LINE.
           MOVE TEMP-ST-COUNT-T(TEMP-STATS-IDX)
               TO TEMP-EDIT-MKT-READINGS
           MOVE TEMP-ST-DAILY-MKT-T(TEMP-STATS-IDX) TO TEMP-EDIT-MKT
           MOVE TEMP-ST-R30-MKT-T(TEMP-STATS-IDX) TO TEMP-EDIT-R30-MKT
           MOVE SPACES TO TEMP-LINE-WORK
           STRING '  SENSOR ' DELIMITED BY SIZE
                  TEMP-ST-SENSOR-T(TEMP-STATS-IDX) DELIMITED BY SIZE
                  '          READINGS ' DELIMITED BY SIZE
                  TEMP-EDIT-MKT-READINGS DELIMITED BY SIZE
                  '  DAILY=' DELIMITED BY SIZE
                  TEMP-EDIT-MKT DELIMITED BY SIZE
                  '  30-DAY=' DELIMITED BY SIZE
                  TEMP-EDIT-R30-MKT DELIMITED BY SIZE
               INTO TEMP-LINE-WORK
           MOVE TEMP-LINE-WORK TO TEMP-SUMMARY-LINE
           WRITE TEMP-SUMMARY-LINE.

       WRITE-ZONE-MKT-LINE.
           COMPUTE TEMP-MKT-RESULT ROUNDED =
                   TEMP-MKT-ACTIVATION-K
                   / (TEMP-MKT-REF-EXPONENT - FUNCTION LOG
                      (TEMP-MZ-DAY-SUM-T(TEMP-MKT-ZONE-IDX)
                       / TEMP-MZ-DAY-COUNT-T(TEMP-MKT-ZONE-IDX)))
                   - TEMP-MKT-KELVIN-OFFSET
           MOVE TEMP-MKT-RESULT TO TEMP-EDIT-MKT
           COMPUTE TEMP-MKT-RESULT ROUNDED =
                   TEMP-MKT-ACTIVATION-K
                   / (TEMP-MKT-REF-EXPONENT - FUNCTION LOG
                      (TEMP-MZ-R30-SUM-T(TEMP-MKT-ZONE-IDX)
                       / TEMP-MZ-R30-COUNT-T(TEMP-MKT-ZONE-IDX)))
                   - TEMP-MKT-KELVIN-OFFSET
           MOVE TEMP-MKT-RESULT TO TEMP-EDIT-R30-MKT
           MOVE TEMP-MZ-SENSORS-T(TEMP-MKT-ZONE-IDX)
               TO TEMP-EDIT-MKT-SENSORS
           MOVE TEMP-MZ-DAY-COUNT-T(TEMP-MKT-ZONE-IDX)
               TO TEMP-EDIT-MKT-READINGS
           MOVE SPACES TO TEMP-LINE-WORK
           STRING '  ZONE ' DELIMITED BY SIZE
                  TEMP-MZ-ZONE-T(TEMP-MKT-ZONE-IDX) DELIMITED BY SIZE
                  '  SENSORS ' DELIMITED BY SIZE
                  TEMP-EDIT-MKT-SENSORS DELIMITED BY SIZE
                  '  READINGS ' DELIMITED BY SIZE
                  TEMP-EDIT-MKT-READINGS DELIMITED BY SIZE
                  '  DAILY=' DELIMITED BY SIZE
                  TEMP-EDIT-MKT DELIMITED BY SIZE
                  '  30-DAY=' DELIMITED BY SIZE
                  TEMP-EDIT-R30-MKT DELIMITED BY SIZE
               INTO TEMP-LINE-WORK
           MOVE TEMP-LINE-WORK TO TEMP-SUMMARY-LINE
           WRITE TEMP-SUMMARY-LINE.
