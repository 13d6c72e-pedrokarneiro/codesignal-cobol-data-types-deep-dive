      *> extract) through the sensor-zone link to every item stored
      *> in a breached zone, with its on-hand quantity summed off the
      *> stock ledger -- so QA can quarantine affected stock the same
      *> morning instead of a day later. Each item is judged against
      *> its own tolerance on the item master, not the zone's: the
      *> breached readings outside the item's range, each worth the
      *> minutes the sensor's statistics-history row says a breached
      *> reading stood for, total the item's excursion. Over its
      *> allowance it is AT RISK, inside it MONITOR, and an item the
      *> breach never took outside its range is UNAFFECTED. Items
      *> list in that order under each breached zone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WH-LEDGER-IN ASSIGN TO "data/WHLEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCR-LEDGER-STATUS.
           SELECT TEMP-HIST-IN ASSIGN TO "data/TEMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCR-HIST-STATUS.
           SELECT STOCK-RISK-OUT ASSIGN TO "data/WH-COLDCHAIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  WH-LEDGER-IN.
       COPY WHLEDGR.

       FD  TEMP-HIST-IN.
       COPY TEMPHIST.

       FD  STOCK-RISK-OUT.
       01  STOCK-RISK-LINE                PIC X(120).

           05 CCR-SENSZONE-EOF           PIC X VALUE 'N'.
           05 CCR-ITEM-EOF               PIC X VALUE 'N'.
           05 CCR-LEDGER-EOF             PIC X VALUE 'N'.
           05 CCR-HIST-EOF               PIC X VALUE 'N'.

       01 CCR-FILE-STATUSES.
           05 CCR-EXCEPT-STATUS          PIC XX.
           05 CCR-SENSZONE-STATUS        PIC XX.
           05 CCR-ITEM-STATUS            PIC XX.
           05 CCR-LEDGER-STATUS          PIC XX.
           05 CCR-HIST-STATUS            PIC XX.

       01 CCR-TODAY                      PIC X(8).

                           INDEXED BY CCR-SZ-IX.
               10 CCR-SZ-SENSOR-T        PIC X(6).
               10 CCR-SZ-ZONE-T          PIC X(3).
      *> Minutes one breached reading stood for: the sensor's
      *> latest history row (out-of-range minutes over breached
      *> readings), else its expected reporting interval.
               10 CCR-SZ-BREACH-MIN-T    PIC 9(5).

      *> Breached zones collected off the exception extract: each
      *> zone appears once, carrying the first breach that flagged it.
               10 CCR-BREACH-SENSOR-T    PIC X(6).
               10 CCR-BREACH-TEMP-T      PIC S9(3).
               10 CCR-BREACH-TIME-T      PIC X(12).
               10 CCR-BREACH-OTHER-T     PIC X(1).

      *> Every temperature breach on the extract, kept with its
      *> zone so each item's own excursion can be totalled.
       01 CCR-EXC-CONTROL.
           05 CCR-EXC-COUNT              PIC 9(4) VALUE ZERO.
           05 CCR-EXC-IDX                PIC 9(4).
           05 CCR-ZONE-TEMP-BREACHES     PIC 9(4).

       01 CCR-EXC-TABLE.
           05 CCR-EXC-ENTRY OCCURS 2000 TIMES.
               10 CCR-EXC-ZONE-T         PIC X(3).
               10 CCR-EXC-SZ-IDX-T       PIC 9(4).
               10 CCR-EXC-TEMP-T         PIC S9(3).

      *> Item master rows, kept for the zone join.
       01 CCR-ITEM-CONTROL.
               10 CCR-ITEM-DESC-T        PIC X(20).
               10 CCR-ITEM-ZONE-T        PIC X(3).
               10 CCR-ITEM-ON-HAND-T     PIC 9(8)V999.
               10 CCR-ITEM-LOW-T         PIC S9(3).
               10 CCR-ITEM-HIGH-T        PIC S9(3).
               10 CCR-ITEM-ALLOW-T       PIC 9(5).
               10 CCR-ITEM-TOL-SET-T     PIC X(1).
               10 CCR-ITEM-OUT-MIN-T     PIC 9(7).
               10 CCR-ITEM-PEAK-T        PIC S9(3).
               10 CCR-ITEM-RANK-T        PIC X(1).

       01 CCR-AT-RISK-COUNT              PIC 9(4) VALUE ZERO.
       01 CCR-MONITOR-COUNT              PIC 9(4) VALUE ZERO.
       01 CCR-UNAFFECTED-COUNT           PIC 9(4) VALUE ZERO.

      *> Judging one item against one zone's breaches.
       01 CCR-JUDGE-FIELDS.
           05 CCR-OUT-OF-RANGE           PIC X(1).
           05 CCR-PEAK-GAP               PIC S9(4).
           05 CCR-BEST-GAP               PIC S9(4).
           05 CCR-LIST-RANK              PIC X(1).
           05 CCR-RANK-TEXT              PIC X(10).

       01 CCR-EDIT-FIELDS.
           05 CCR-EDIT-TEMP              PIC -ZZ9.
           05 CCR-EDIT-ON-HAND           PIC ZZ,ZZZ,ZZ9.999.
           05 CCR-EDIT-LOW               PIC -ZZ9.
           05 CCR-EDIT-HIGH              PIC -ZZ9.
           05 CCR-EDIT-PEAK              PIC -ZZ9.
           05 CCR-EDIT-OUT-MIN           PIC Z,ZZZ,ZZ9.
           05 CCR-EDIT-ALLOW             PIC ZZ,ZZ9.

       01 CCR-LINE-WORK                  PIC X(120).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CCR-TODAY
           PERFORM LOAD-SENSOR-ZONES
           PERFORM LOAD-BREACH-MINUTES
           PERFORM LOAD-BREACHED-ZONES
           PERFORM LOAD-ITEM-MASTER
           PERFORM SUM-LEDGER-ON-HAND
           DISPLAY 'Exceptions read      = ' CCR-EXCEPT-COUNT
           DISPLAY 'Zones breached       = ' CCR-BREACH-COUNT
           DISPLAY 'Stock lines at risk  = ' CCR-AT-RISK-COUNT
           DISPLAY 'Stock lines monitor  = ' CCR-MONITOR-COUNT
           DISPLAY 'Stock unaffected     = ' CCR-UNAFFECTED-COUNT
           STOP RUN.

       LOAD-SENSOR-ZONES.
       STORE-SENSOR-ZONE.
           ADD 1 TO CCR-SZ-COUNT
           MOVE SZ-SENSOR-ID    TO CCR-SZ-SENSOR-T(CCR-SZ-COUNT)
           MOVE SZ-STORAGE-ZONE TO CCR-SZ-ZONE-T(CCR-SZ-COUNT)
           MOVE SZ-EXPECTED-INTERVAL-MIN
               TO CCR-SZ-BREACH-MIN-T(CCR-SZ-COUNT).

      *> History is appended in run order, so the last row with
      *> breaches for a sensor is the run that wrote the extract.
       LOAD-BREACH-MINUTES.
           OPEN INPUT TEMP-HIST-IN
           IF CCR-HIST-STATUS = '00'
               PERFORM UNTIL CCR-HIST-EOF = 'Y'
                   READ TEMP-HIST-IN
                       AT END MOVE 'Y' TO CCR-HIST-EOF
                       NOT AT END PERFORM NOTE-HIST-BREACH-MINUTES
                   END-READ
               END-PERFORM
               CLOSE TEMP-HIST-IN
           ELSE
               DISPLAY 'No statistics history found: '
                       CCR-HIST-STATUS
           END-IF.

       NOTE-HIST-BREACH-MINUTES.
           IF TH-BREACH-COUNT > ZERO
               AND (TH-MEASURE-TYPE = 'T' OR TH-MEASURE-TYPE = SPACE)
               SET CCR-SZ-IX TO 1
               SEARCH CCR-SZ-ENTRY
                   AT END
                       CONTINUE
                   WHEN CCR-SZ-IX > CCR-SZ-COUNT
                       CONTINUE
                   WHEN CCR-SZ-SENSOR-T(CCR-SZ-IX) = TH-SENSOR-ID
                       COMPUTE CCR-SZ-BREACH-MIN-T(CCR-SZ-IX) =
                               TH-OUT-OF-RANGE-MIN / TH-BREACH-COUNT
               END-SEARCH
           END-IF.

      *> The extract may not exist (no exceptions raised today, or
      *> the temperature run has not happened) -- tolerated the same
           END-SEARCH.

       RECORD-BREACHED-ZONE.
           IF (TEX-MEASURE-TYPE = 'T' OR TEX-MEASURE-TYPE = SPACE)
               AND CCR-EXC-COUNT < 2000
               ADD 1 TO CCR-EXC-COUNT
               MOVE CCR-SZ-ZONE-T(CCR-SZ-IX)
                   TO CCR-EXC-ZONE-T(CCR-EXC-COUNT)
               SET CCR-EXC-SZ-IDX-T(CCR-EXC-COUNT) TO CCR-SZ-IX
               MOVE TEX-TEMPERATURE TO CCR-EXC-TEMP-T(CCR-EXC-COUNT)
           END-IF
           SET CCR-BR-IX TO 1
           SEARCH CCR-BREACH-ENTRY
               AT END
                   ADD 1 TO CCR-BREACH-COUNT
                   MOVE 'N' TO CCR-BREACH-OTHER-T(CCR-BREACH-COUNT)
                   IF TEX-MEASURE-TYPE NOT = 'T'
                       AND TEX-MEASURE-TYPE NOT = SPACE
                       MOVE 'Y'
                           TO CCR-BREACH-OTHER-T(CCR-BREACH-COUNT)
                   END-IF
                   MOVE CCR-SZ-ZONE-T(CCR-SZ-IX)
                       TO CCR-BREACH-ZONE-T(CCR-BREACH-COUNT)
                   MOVE TEX-SENSOR-ID
                       TO CCR-BREACH-TIME-T(CCR-BREACH-COUNT)
               WHEN CCR-BREACH-ZONE-T(CCR-BR-IX)
                       = CCR-SZ-ZONE-T(CCR-SZ-IX)
                   IF TEX-MEASURE-TYPE NOT = 'T'
                       AND TEX-MEASURE-TYPE NOT = SPACE
                       MOVE 'Y' TO CCR-BREACH-OTHER-T(CCR-BR-IX)
                   END-IF
           END-SEARCH.

       LOAD-ITEM-MASTER.
           MOVE WH-IM-DESCRIPTION  TO CCR-ITEM-DESC-T(CCR-ITEM-COUNT)
           MOVE WH-IM-STORAGE-ZONE TO CCR-ITEM-ZONE-T(CCR-ITEM-COUNT)
           MOVE ZERO
               TO CCR-ITEM-ON-HAND-T(CCR-ITEM-COUNT)
           MOVE 'N' TO CCR-ITEM-TOL-SET-T(CCR-ITEM-COUNT)
           MOVE ZERO TO CCR-ITEM-LOW-T(CCR-ITEM-COUNT)
           MOVE ZERO TO CCR-ITEM-HIGH-T(CCR-ITEM-COUNT)
           MOVE ZERO TO CCR-ITEM-ALLOW-T(CCR-ITEM-COUNT)
           IF WH-IM-TEMP-LOW NUMERIC
               AND WH-IM-TEMP-HIGH NUMERIC
               AND WH-IM-TEMP-HIGH > WH-IM-TEMP-LOW
               MOVE 'Y' TO CCR-ITEM-TOL-SET-T(CCR-ITEM-COUNT)
               MOVE WH-IM-TEMP-LOW
                   TO CCR-ITEM-LOW-T(CCR-ITEM-COUNT)
               MOVE WH-IM-TEMP-HIGH
                   TO CCR-ITEM-HIGH-T(CCR-ITEM-COUNT)
               IF WH-IM-MAX-EXCURSION-MIN NUMERIC
                   MOVE WH-IM-MAX-EXCURSION-MIN
                       TO CCR-ITEM-ALLOW-T(CCR-ITEM-COUNT)
               END-IF
           END-IF.

      *> Sums each item's on-hand across its ledger rows -- the
      *> quantity QA would have to quarantine is the whole item's
                   UNTIL CCR-ITEM-IDX > CCR-ITEM-COUNT
               IF CCR-ITEM-ZONE-T(CCR-ITEM-IDX)
                       = CCR-BREACH-ZONE-T(CCR-BREACH-IDX)
                   PERFORM JUDGE-ITEM-IN-ZONE
               END-IF
           END-PERFORM
           MOVE 'R' TO CCR-LIST-RANK
           PERFORM LIST-ZONE-ITEMS-BY-RANK
           MOVE 'M' TO CCR-LIST-RANK
           PERFORM LIST-ZONE-ITEMS-BY-RANK
           MOVE 'U' TO CCR-LIST-RANK
           PERFORM LIST-ZONE-ITEMS-BY-RANK.

      *> Walks the zone's temperature breaches against the item's
      *> own range. An item with no tolerance on file falls back to
      *> the zone limits -- every breach counts against it and it
      *> is at risk, as before tolerances were kept. A humidity or
      *> door breach alone cannot be judged against a temperature
      *> range, so it leaves the zone's items on MONITOR.
       JUDGE-ITEM-IN-ZONE.
           MOVE ZERO TO CCR-ITEM-OUT-MIN-T(CCR-ITEM-IDX)
           MOVE ZERO TO CCR-ITEM-PEAK-T(CCR-ITEM-IDX)
           MOVE ZERO TO CCR-BEST-GAP
           MOVE ZERO TO CCR-ZONE-TEMP-BREACHES
           PERFORM VARYING CCR-EXC-IDX FROM 1 BY 1
                   UNTIL CCR-EXC-IDX > CCR-EXC-COUNT
               IF CCR-EXC-ZONE-T(CCR-EXC-IDX)
                       = CCR-ITEM-ZONE-T(CCR-ITEM-IDX)
                   ADD 1 TO CCR-ZONE-TEMP-BREACHES
                   PERFORM WEIGH-ONE-BREACH
               END-IF
           END-PERFORM
           IF CCR-ITEM-TOL-SET-T(CCR-ITEM-IDX) = 'N'
               MOVE 'R' TO CCR-ITEM-RANK-T(CCR-ITEM-IDX)
           ELSE IF CCR-ITEM-OUT-MIN-T(CCR-ITEM-IDX)
                   > CCR-ITEM-ALLOW-T(CCR-ITEM-IDX)
               MOVE 'R' TO CCR-ITEM-RANK-T(CCR-ITEM-IDX)
           ELSE IF CCR-ITEM-OUT-MIN-T(CCR-ITEM-IDX) > ZERO
               MOVE 'M' TO CCR-ITEM-RANK-T(CCR-ITEM-IDX)
           ELSE IF CCR-ZONE-TEMP-BREACHES = ZERO
                   OR CCR-BREACH-OTHER-T(CCR-BREACH-IDX) = 'Y'
               MOVE 'M' TO CCR-ITEM-RANK-T(CCR-ITEM-IDX)
           ELSE
               MOVE 'U' TO CCR-ITEM-RANK-T(CCR-ITEM-IDX)
           END-IF
           END-IF
           END-IF
           END-IF.

       WEIGH-ONE-BREACH.
           MOVE 'N' TO CCR-OUT-OF-RANGE
           MOVE ZERO TO CCR-PEAK-GAP
           IF CCR-ITEM-TOL-SET-T(CCR-ITEM-IDX) = 'N'
               MOVE 'Y' TO CCR-OUT-OF-RANGE
               MOVE 1 TO CCR-PEAK-GAP
           ELSE IF CCR-EXC-TEMP-T(CCR-EXC-IDX)
                   > CCR-ITEM-HIGH-T(CCR-ITEM-IDX)
               MOVE 'Y' TO CCR-OUT-OF-RANGE
               COMPUTE CCR-PEAK-GAP = CCR-EXC-TEMP-T(CCR-EXC-IDX)
                       - CCR-ITEM-HIGH-T(CCR-ITEM-IDX)
           ELSE IF CCR-EXC-TEMP-T(CCR-EXC-IDX)
                   < CCR-ITEM-LOW-T(CCR-ITEM-IDX)
               MOVE 'Y' TO CCR-OUT-OF-RANGE
               COMPUTE CCR-PEAK-GAP = CCR-ITEM-LOW-T(CCR-ITEM-IDX)
                       - CCR-EXC-TEMP-T(CCR-EXC-IDX)
           END-IF
           END-IF
           END-IF
           IF CCR-OUT-OF-RANGE = 'Y'
               ADD CCR-SZ-BREACH-MIN-T(CCR-EXC-SZ-IDX-T(CCR-EXC-IDX))
                   TO CCR-ITEM-OUT-MIN-T(CCR-ITEM-IDX)
               IF CCR-PEAK-GAP > CCR-BEST-GAP
                   MOVE CCR-PEAK-GAP TO CCR-BEST-GAP
                   MOVE CCR-EXC-TEMP-T(CCR-EXC-IDX)
                       TO CCR-ITEM-PEAK-T(CCR-ITEM-IDX)
               END-IF
           END-IF.

       LIST-ZONE-ITEMS-BY-RANK.
           PERFORM VARYING CCR-ITEM-IDX FROM 1 BY 1
                   UNTIL CCR-ITEM-IDX > CCR-ITEM-COUNT
               IF CCR-ITEM-ZONE-T(CCR-ITEM-IDX)
                       = CCR-BREACH-ZONE-T(CCR-BREACH-IDX)
                   AND CCR-ITEM-RANK-T(CCR-ITEM-IDX) = CCR-LIST-RANK
                   PERFORM WRITE-AT-RISK-LINE
               END-IF
           END-PERFORM.

       WRITE-AT-RISK-LINE.
           EVALUATE CCR-ITEM-RANK-T(CCR-ITEM-IDX)
               WHEN 'R'
                   ADD 1 TO CCR-AT-RISK-COUNT
                   MOVE 'AT RISK   ' TO CCR-RANK-TEXT
               WHEN 'M'
                   ADD 1 TO CCR-MONITOR-COUNT
                   MOVE 'MONITOR   ' TO CCR-RANK-TEXT
               WHEN OTHER
                   ADD 1 TO CCR-UNAFFECTED-COUNT
                   MOVE 'UNAFFECTED' TO CCR-RANK-TEXT
           END-EVALUATE
           MOVE CCR-ITEM-ON-HAND-T(CCR-ITEM-IDX) TO CCR-EDIT-ON-HAND
           MOVE SPACES TO CCR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  CCR-RANK-TEXT DELIMITED BY SIZE
                  ' ITEM=' DELIMITED BY SIZE
                  CCR-ITEM-CODE-T(CCR-ITEM-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CCR-ITEM-DESC-T(CCR-ITEM-IDX) DELIMITED BY SIZE
                  ' ON-HAND=' DELIMITED BY SIZE
                  CCR-EDIT-ON-HAND DELIMITED BY SIZE
               INTO CCR-LINE-WORK
           IF CCR-ITEM-TOL-SET-T(CCR-ITEM-IDX) = 'N'
               MOVE ' NO ITEM TOLERANCE - ZONE LIMITS'
                   TO CCR-LINE-WORK(70:33)
           ELSE
               MOVE CCR-ITEM-LOW-T(CCR-ITEM-IDX) TO CCR-EDIT-LOW
               MOVE CCR-ITEM-HIGH-T(CCR-ITEM-IDX) TO CCR-EDIT-HIGH
               MOVE CCR-ITEM-OUT-MIN-T(CCR-ITEM-IDX)
                   TO CCR-EDIT-OUT-MIN
               MOVE CCR-ITEM-ALLOW-T(CCR-ITEM-IDX) TO CCR-EDIT-ALLOW
               MOVE CCR-ITEM-PEAK-T(CCR-ITEM-IDX) TO CCR-EDIT-PEAK
               STRING ' RANGE=' DELIMITED BY SIZE
                      CCR-EDIT-LOW DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      CCR-EDIT-HIGH DELIMITED BY SIZE
                      ' OUT=' DELIMITED BY SIZE
                      CCR-EDIT-OUT-MIN DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      CCR-EDIT-ALLOW DELIMITED BY SIZE
                      ' MIN PEAK=' DELIMITED BY SIZE
                      CCR-EDIT-PEAK DELIMITED BY SIZE
                   INTO CCR-LINE-WORK(70:51)
           END-IF
           MOVE CCR-LINE-WORK TO STOCK-RISK-LINE
           WRITE STOCK-RISK-LINE.
