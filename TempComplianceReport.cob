      *> parameter card, how many days breached, the longest single
      *> excursion, and a month-over-month comparison against the
      *> prior month -- the evidence the audits ask for, currently
      *> reconstructed from old printouts. A mean kinetic temperature
      *> section follows: each zone's MKT over the month against the
      *> zone's MKT limit, flagged when over it even where no single
      *> reading breached.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "data/TEMPCOMP-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TCR-PARM-STATUS.
      *> Sensor registry for the sensor-to-zone join, and the zone
      *> master carrying each zone's MKT limit.
           SELECT SENSOR-REGISTRY-IN ASSIGN TO "data/SENSZONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TCR-REG-STATUS.
           SELECT TEMP-ZONE-IN ASSIGN TO "data/TEMPZONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TCR-ZONE-STATUS.
           SELECT COMPLIANCE-REPORT-OUT
               ASSIGN TO "data/TEMP-COMPLIANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  COMPLIANCE-PARM-CARD.
           05 TCR-PARM-MONTH             PIC X(6).

       FD  SENSOR-REGISTRY-IN.
       COPY SENSZONE.

       FD  TEMP-ZONE-IN.
       COPY TEMPZONE.

       FD  COMPLIANCE-REPORT-OUT.
       01  COMPLIANCE-REPORT-LINE        PIC X(125).

       01 TCR-EOF                        PIC X VALUE 'N'.
       01 TCR-HIST-STATUS                PIC XX.
       01 TCR-PARM-STATUS                PIC XX.
       01 TCR-REG-STATUS                 PIC XX.
       01 TCR-ZONE-STATUS                PIC XX.
       01 TCR-REG-EOF                    PIC X VALUE 'N'.
       01 TCR-ZONE-EOF                   PIC X VALUE 'N'.

       01 TCR-REPORT-MONTH               PIC X(6).
       01 TCR-PRIOR-MONTH                PIC X(6).
               10 TCR-BREACH-DAYS-T      PIC 9(4).
               10 TCR-LONGEST-T          PIC 9(6).
               10 TCR-PRIOR-OOR-T        PIC 9(8).
               10 TCR-ZONE-T             PIC X(3).
               10 TCR-MKT-SUM-T          COMP-2.
               10 TCR-MKT-READINGS-T     PIC 9(8).
               10 TCR-TEMP-BREACHES-T    PIC 9(6).

      *> Mean kinetic temperature over the month. Each history
      *> row's daily MKT, weighted by its reading count, rebuilds
      *> that day's share of the exponential sum (scaled by
      *> EXP(K / 273.15) as TemperatureReadings.cob carries it), and
      *> a zone's monthly MKT comes from the summed shares of every
      *> temperature sensor registered to it.
       01 TCR-MKT-CONTROL.
           05 TCR-MKT-ACTIVATION-K       COMP-2 VALUE 10000.
           05 TCR-MKT-KELVIN-OFFSET      COMP-2 VALUE 273.15.
           05 TCR-MKT-REF-EXPONENT       COMP-2.
           05 TCR-MKT-TERM               COMP-2.
           05 TCR-MKT-RESULT             PIC S9(3)V99.
           05 TCR-REG-COUNT              PIC 9(4) VALUE ZERO.
           05 TCR-MZ-COUNT               PIC 9(3) VALUE ZERO.
           05 TCR-MZ-IDX                 PIC 9(3).
           05 TCR-MZ-MATCH               PIC 9(3).
           05 TCR-ZONES-OVER-MKT         PIC 9(3) VALUE ZERO.
           05 TCR-UNZONED-COUNT          PIC 9(4) VALUE ZERO.

       01 TCR-REGISTRY-TABLE.
           05 TCR-REG-ENTRY OCCURS 200 TIMES
                        INDEXED BY TCR-REG-IX.
               10 TCR-REG-SENSOR-T       PIC X(6).
               10 TCR-REG-ZONE-T         PIC X(3).

       01 TCR-MKT-ZONE-TABLE.
           05 TCR-MZ-ENTRY OCCURS 100 TIMES
                        INDEXED BY TCR-MZ-IX.
               10 TCR-MZ-ZONE-T          PIC X(3).
               10 TCR-MZ-DESC-T          PIC X(20).
               10 TCR-MZ-LIMIT-T         PIC S9(3)V99.
               10 TCR-MZ-ON-FILE-T       PIC X(1).
               10 TCR-MZ-SENSORS-T       PIC 9(3).
               10 TCR-MZ-SUM-T           COMP-2.
               10 TCR-MZ-READINGS-T      PIC 9(8).
               10 TCR-MZ-BREACHES-T      PIC 9(6).

       01 TCR-RECORDS-READ               PIC 9(6) VALUE ZERO.

           05 TCR-EDIT-DAYS              PIC ZZZ9.
           05 TCR-EDIT-LONGEST           PIC ZZZ,ZZ9.
           05 TCR-EDIT-PRIOR             PIC ZZZ,ZZ9.
           05 TCR-EDIT-MKT               PIC -ZZ9.99.
           05 TCR-EDIT-LIMIT             PIC -ZZ9.99.
           05 TCR-EDIT-SENSORS           PIC ZZ9.
           05 TCR-EDIT-BREACHES          PIC ZZ,ZZ9.
           05 TCR-EDIT-READINGS          PIC ZZZ,ZZ9.

       01 TCR-LINE-WORK                  PIC X(125).

       PROCEDURE DIVISION.
       MAIN-PARA.
           COMPUTE TCR-MKT-REF-EXPONENT =
                   TCR-MKT-ACTIVATION-K / TCR-MKT-KELVIN-OFFSET
           PERFORM READ-REPORT-MONTH
           PERFORM COMPUTE-PRIOR-MONTH
           PERFORM LOAD-ZONE-MASTERS
           PERFORM LOAD-HISTORY
           PERFORM BUILD-MKT-ZONES
           PERFORM WRITE-COMPLIANCE-REPORT
           DISPLAY 'History rows read = ' TCR-RECORDS-READ
           DISPLAY 'Sensors reported  = ' TCR-COUNT
           DISPLAY 'Zones over MKT    = ' TCR-ZONES-OVER-MKT
           DISPLAY 'Sensors no zone   = ' TCR-UNZONED-COUNT
           STOP RUN.

       READ-REPORT-MONTH.
                       MOVE TH-LONGEST-EXCURSION-MIN
                           TO TCR-LONGEST-T(TCR-MATCH-IX)
                   END-IF
                   PERFORM TALLY-ROW-MKT
               ELSE
                   ADD TH-OUT-OF-RANGE-MIN
                       TO TCR-PRIOR-OOR-T(TCR-MATCH-IX)
               END-IF
           END-IF.

      *> Temperature rows only, and only those carrying an MKT --
      *> history written before MKT was kept has nothing to rebuild.
       TALLY-ROW-MKT.
           IF (TH-MEASURE-TYPE = 'T' OR TH-MEASURE-TYPE = SPACE)
               AND TH-DAILY-MKT NUMERIC
               AND TH-READING-COUNT NUMERIC
               AND TH-READING-COUNT > ZERO
               COMPUTE TCR-MKT-TERM = TH-READING-COUNT
                       * FUNCTION EXP
                       (TCR-MKT-REF-EXPONENT - TCR-MKT-ACTIVATION-K
                        / (TH-DAILY-MKT + TCR-MKT-KELVIN-OFFSET))
               ADD TCR-MKT-TERM TO TCR-MKT-SUM-T(TCR-MATCH-IX)
               ADD TH-READING-COUNT
                   TO TCR-MKT-READINGS-T(TCR-MATCH-IX)
               ADD TH-BREACH-COUNT
                   TO TCR-TEMP-BREACHES-T(TCR-MATCH-IX)
           END-IF.

       FIND-OR-ADD-SENSOR.
           MOVE ZERO TO TCR-MATCH-IX
           SET TCR-IX TO 1
                   MOVE ZERO TO TCR-BREACH-DAYS-T(TCR-COUNT)
                   MOVE ZERO TO TCR-LONGEST-T(TCR-COUNT)
                   MOVE ZERO TO TCR-PRIOR-OOR-T(TCR-COUNT)
                   MOVE SPACES TO TCR-ZONE-T(TCR-COUNT)
                   MOVE ZERO TO TCR-MKT-SUM-T(TCR-COUNT)
                   MOVE ZERO TO TCR-MKT-READINGS-T(TCR-COUNT)
                   MOVE ZERO TO TCR-TEMP-BREACHES-T(TCR-COUNT)
                   MOVE TCR-COUNT TO TCR-MATCH-IX
               WHEN TCR-SENSOR-T(TCR-IX) = TH-SENSOR-ID
                   MOVE TCR-IX TO TCR-MATCH-IX
                   UNTIL TCR-IDX > TCR-COUNT
               PERFORM WRITE-SENSOR-LINE
           END-PERFORM
           PERFORM WRITE-MKT-SECTION
           CLOSE COMPLIANCE-REPORT-OUT.

       WRITE-SENSOR-LINE.
           END-IF
           MOVE TCR-LINE-WORK TO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE.

      *> The zone master seeds the MKT zone table so a limited zone
      *> with no history this month still shows; the registry joins
      *> each sensor to its zone.
       LOAD-ZONE-MASTERS.
           OPEN INPUT TEMP-ZONE-IN
           IF TCR-ZONE-STATUS = '00'
               PERFORM UNTIL TCR-ZONE-EOF = 'Y'
                   READ TEMP-ZONE-IN
                       AT END MOVE 'Y' TO TCR-ZONE-EOF
                       NOT AT END PERFORM STORE-MKT-ZONE
                   END-READ
               END-PERFORM
               CLOSE TEMP-ZONE-IN
           ELSE
               DISPLAY 'Zone master not found: ' TCR-ZONE-STATUS
                       ' -- no MKT limits in effect'
           END-IF
           OPEN INPUT SENSOR-REGISTRY-IN
           IF TCR-REG-STATUS = '00'
               PERFORM UNTIL TCR-REG-EOF = 'Y'
                   READ SENSOR-REGISTRY-IN
                       AT END MOVE 'Y' TO TCR-REG-EOF
                       NOT AT END PERFORM STORE-REGISTRY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SENSOR-REGISTRY-IN
           ELSE
               DISPLAY 'Sensor registry not found: ' TCR-REG-STATUS
           END-IF.

       STORE-MKT-ZONE.
           ADD 1 TO TCR-MZ-COUNT
           MOVE TZ-STORAGE-ZONE TO TCR-MZ-ZONE-T(TCR-MZ-COUNT)
           MOVE TZ-DESCRIPTION TO TCR-MZ-DESC-T(TCR-MZ-COUNT)
           IF TZ-MKT-LIMIT NUMERIC
               MOVE TZ-MKT-LIMIT TO TCR-MZ-LIMIT-T(TCR-MZ-COUNT)
           ELSE
               MOVE ZERO TO TCR-MZ-LIMIT-T(TCR-MZ-COUNT)
           END-IF
           MOVE 'Y' TO TCR-MZ-ON-FILE-T(TCR-MZ-COUNT)
           MOVE ZERO TO TCR-MZ-SENSORS-T(TCR-MZ-COUNT)
           MOVE ZERO TO TCR-MZ-SUM-T(TCR-MZ-COUNT)
           MOVE ZERO TO TCR-MZ-READINGS-T(TCR-MZ-COUNT)
           MOVE ZERO TO TCR-MZ-BREACHES-T(TCR-MZ-COUNT).

       STORE-REGISTRY-ENTRY.
           ADD 1 TO TCR-REG-COUNT
           MOVE SZ-SENSOR-ID TO TCR-REG-SENSOR-T(TCR-REG-COUNT)
           MOVE SZ-STORAGE-ZONE TO TCR-REG-ZONE-T(TCR-REG-COUNT).

      *> Every sensor with MKT readings this month goes into its
      *> zone's sums; a sensor missing from the registry has no zone
      *> to answer for and is listed on its own.
       BUILD-MKT-ZONES.
           PERFORM VARYING TCR-IDX FROM 1 BY 1
                   UNTIL TCR-IDX > TCR-COUNT
               IF TCR-MKT-READINGS-T(TCR-IDX) > ZERO
                   PERFORM JOIN-SENSOR-TO-ZONE
               END-IF
           END-PERFORM.

       JOIN-SENSOR-TO-ZONE.
           SET TCR-REG-IX TO 1
           SEARCH TCR-REG-ENTRY
               WHEN TCR-REG-IX > TCR-REG-COUNT
                   CONTINUE
               WHEN TCR-REG-SENSOR-T(TCR-REG-IX) = TCR-SENSOR-T(TCR-IDX)
                   MOVE TCR-REG-ZONE-T(TCR-REG-IX)
                       TO TCR-ZONE-T(TCR-IDX)
           END-SEARCH
           IF TCR-ZONE-T(TCR-IDX) = SPACES
               ADD 1 TO TCR-UNZONED-COUNT
           ELSE
               PERFORM FIND-OR-ADD-MKT-ZONE
               ADD 1 TO TCR-MZ-SENSORS-T(TCR-MZ-MATCH)
               ADD TCR-MKT-SUM-T(TCR-IDX) TO TCR-MZ-SUM-T(TCR-MZ-MATCH)
               ADD TCR-MKT-READINGS-T(TCR-IDX)
                   TO TCR-MZ-READINGS-T(TCR-MZ-MATCH)
               ADD TCR-TEMP-BREACHES-T(TCR-IDX)
                   TO TCR-MZ-BREACHES-T(TCR-MZ-MATCH)
           END-IF.

       FIND-OR-ADD-MKT-ZONE.
           MOVE ZERO TO TCR-MZ-MATCH
           SET TCR-MZ-IX TO 1
           SEARCH TCR-MZ-ENTRY
               WHEN TCR-MZ-IX > TCR-MZ-COUNT
                   CONTINUE
               WHEN TCR-MZ-ZONE-T(TCR-MZ-IX) = TCR-ZONE-T(TCR-IDX)
                   SET TCR-MZ-MATCH TO TCR-MZ-IX
           END-SEARCH
           IF TCR-MZ-MATCH = ZERO
               ADD 1 TO TCR-MZ-COUNT
               MOVE TCR-ZONE-T(TCR-IDX) TO TCR-MZ-ZONE-T(TCR-MZ-COUNT)
               MOVE SPACES TO TCR-MZ-DESC-T(TCR-MZ-COUNT)
               MOVE ZERO TO TCR-MZ-LIMIT-T(TCR-MZ-COUNT)
               MOVE 'N' TO TCR-MZ-ON-FILE-T(TCR-MZ-COUNT)
               MOVE ZERO TO TCR-MZ-SENSORS-T(TCR-MZ-COUNT)
               MOVE ZERO TO TCR-MZ-SUM-T(TCR-MZ-COUNT)
               MOVE ZERO TO TCR-MZ-READINGS-T(TCR-MZ-COUNT)
               MOVE ZERO TO TCR-MZ-BREACHES-T(TCR-MZ-COUNT)
               MOVE TCR-MZ-COUNT TO TCR-MZ-MATCH
           END-IF.

       WRITE-MKT-SECTION.
           MOVE SPACES TO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE
           MOVE SPACES TO TCR-LINE-WORK
           STRING 'MEAN KINETIC TEMPERATURE COMPLIANCE  MONTH '
                      DELIMITED BY SIZE
                  TCR-REPORT-MONTH DELIMITED BY SIZE
               INTO TCR-LINE-WORK
           MOVE TCR-LINE-WORK TO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE
           PERFORM VARYING TCR-MZ-IDX FROM 1 BY 1
                   UNTIL TCR-MZ-IDX > TCR-MZ-COUNT
               PERFORM WRITE-MKT-ZONE-LINE
           END-PERFORM
           PERFORM VARYING TCR-IDX FROM 1 BY 1
                   UNTIL TCR-IDX > TCR-COUNT
               IF TCR-MKT-READINGS-T(TCR-IDX) > ZERO
                   AND TCR-ZONE-T(TCR-IDX) = SPACES
                   MOVE SPACES TO TCR-LINE-WORK
                   STRING '  SENSOR ' DELIMITED BY SIZE
                          TCR-SENSOR-T(TCR-IDX) DELIMITED BY SIZE
                          ' NOT ON SENSOR REGISTRY -- NO ZONE FOR MKT'
                              DELIMITED BY SIZE
                       INTO TCR-LINE-WORK
                   MOVE TCR-LINE-WORK TO COMPLIANCE-REPORT-LINE
                   WRITE COMPLIANCE-REPORT-LINE
               END-IF
           END-PERFORM.

      *> One line per zone, then its sensors. Over the limit is the
      *> finding whether or not any reading breached; where none did,
      *> the line says so, since that is the case MKT exists for.
       WRITE-MKT-ZONE-LINE.
           MOVE TCR-MZ-SENSORS-T(TCR-MZ-IDX) TO TCR-EDIT-SENSORS
           MOVE TCR-MZ-LIMIT-T(TCR-MZ-IDX) TO TCR-EDIT-LIMIT
           MOVE TCR-MZ-BREACHES-T(TCR-MZ-IDX) TO TCR-EDIT-BREACHES
           MOVE ZERO TO TCR-MKT-RESULT
           IF TCR-MZ-READINGS-T(TCR-MZ-IDX) > ZERO
               COMPUTE TCR-MKT-RESULT ROUNDED =
                       TCR-MKT-ACTIVATION-K
                       / (TCR-MKT-REF-EXPONENT - FUNCTION LOG
                          (TCR-MZ-SUM-T(TCR-MZ-IDX)
                           / TCR-MZ-READINGS-T(TCR-MZ-IDX)))
                       - TCR-MKT-KELVIN-OFFSET
           END-IF
           MOVE TCR-MKT-RESULT TO TCR-EDIT-MKT
           MOVE SPACES TO TCR-LINE-WORK
           STRING '  ZONE ' DELIMITED BY SIZE
                  TCR-MZ-ZONE-T(TCR-MZ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TCR-MZ-DESC-T(TCR-MZ-IDX) DELIMITED BY SIZE
                  ' SENSORS ' DELIMITED BY SIZE
                  TCR-EDIT-SENSORS DELIMITED BY SIZE
                  ' MKT=' DELIMITED BY SIZE
                  TCR-EDIT-MKT DELIMITED BY SIZE
                  ' LIMIT=' DELIMITED BY SIZE
                  TCR-EDIT-LIMIT DELIMITED BY SIZE
                  ' BREACHES=' DELIMITED BY SIZE
                  TCR-EDIT-BREACHES DELIMITED BY SIZE
               INTO TCR-LINE-WORK
           IF TCR-MZ-READINGS-T(TCR-MZ-IDX) = ZERO
               MOVE 'NO MKT HISTORY FOR MONTH' TO TCR-LINE-WORK(88:38)
               MOVE SPACES TO TCR-LINE-WORK(44:12)
           ELSE IF TCR-MZ-ON-FILE-T(TCR-MZ-IDX) = 'N'
               MOVE 'NO ZONE ON ZONE MASTER' TO TCR-LINE-WORK(88:38)
           ELSE IF TCR-MZ-LIMIT-T(TCR-MZ-IDX) = ZERO
               MOVE 'NO MKT LIMIT FOR ZONE' TO TCR-LINE-WORK(88:38)
           ELSE IF TCR-MKT-RESULT > TCR-MZ-LIMIT-T(TCR-MZ-IDX)
               ADD 1 TO TCR-ZONES-OVER-MKT
               IF TCR-MZ-BREACHES-T(TCR-MZ-IDX) = ZERO
                   MOVE '*OVER MKT LIMIT - NO READING BREACHED*'
                       TO TCR-LINE-WORK(88:38)
               ELSE
                   MOVE '*OVER MKT LIMIT*' TO TCR-LINE-WORK(88:38)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE TCR-LINE-WORK TO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE
           PERFORM VARYING TCR-IDX FROM 1 BY 1
                   UNTIL TCR-IDX > TCR-COUNT
               IF TCR-MKT-READINGS-T(TCR-IDX) > ZERO
                   AND TCR-ZONE-T(TCR-IDX) = TCR-MZ-ZONE-T(TCR-MZ-IDX)
                   PERFORM WRITE-MKT-SENSOR-LINE
               END-IF
           END-PERFORM.

       WRITE-MKT-SENSOR-LINE.
           COMPUTE TCR-MKT-RESULT ROUNDED =
                   TCR-MKT-ACTIVATION-K
                   / (TCR-MKT-REF-EXPONENT - FUNCTION LOG
                      (TCR-MKT-SUM-T(TCR-IDX)
                       / TCR-MKT-READINGS-T(TCR-IDX)))
                   - TCR-MKT-KELVIN-OFFSET
           MOVE TCR-MKT-RESULT TO TCR-EDIT-MKT
           MOVE TCR-MKT-READINGS-T(TCR-IDX) TO TCR-EDIT-READINGS
           MOVE SPACES TO TCR-LINE-WORK
           STRING '      SENSOR ' DELIMITED BY SIZE
                  TCR-SENSOR-T(TCR-IDX) DELIMITED BY SIZE
                  ' READINGS ' DELIMITED BY SIZE
                  TCR-EDIT-READINGS DELIMITED BY SIZE
                  ' MKT=' DELIMITED BY SIZE
                  TCR-EDIT-MKT DELIMITED BY SIZE
               INTO TCR-LINE-WORK
           MOVE TCR-LINE-WORK TO COMPLIANCE-REPORT-LINE
           WRITE COMPLIANCE-REPORT-LINE.
