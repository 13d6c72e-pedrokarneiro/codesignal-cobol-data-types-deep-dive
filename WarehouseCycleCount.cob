       IDENTIFICATION DIVISION.
       PROGRAM-ID. WarehouseCycleCount.
      *> ABC classification and cycle-count scheduling. Every
      *> item/location on the stock ledger is ranked by annual usage
      *> value -- issue and store-shipment quantity off the posted
      *> history archive, priced at the ledger's weighted-average unit
      *> cost -- and classed A/B/C on its cumulative share of the
      *> total. Each class is counted at its own frequency: a bin
      *> falls due its frequency after its last posted 'C' count (a
      *> bin never counted is due now), and due bins go out on count
      *> sheets printed zone by zone with no book quantity on them,
      *> so the counter counts instead of confirming. The schedule
      *> file remembers which counts went out; a later 'C' posting
      *> for the bin marks the count returned, and anything still out
      *> is reported and reprinted. The control report closes with
      *> the A-class coverage the auditors ask for: every A bin and
      *> whether it was counted inside the last quarter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WH-LEDGER-IN ASSIGN TO "data/WHLEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCC-LEDGER-STATUS.
           SELECT WH-ITEM-MASTER-IN ASSIGN TO "data/WHITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCC-ITEM-STATUS.
           SELECT WH-TRANS-HIST-IN ASSIGN TO "data/WHTRANS-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCC-HIST-STATUS.
      *> The count schedule this job owns: read at the start of the
      *> run (absent on the very first run) and rewritten in place.
           SELECT COUNT-SCHED-IN ASSIGN TO "data/WHCOUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCC-SCHED-STATUS.
           SELECT COUNT-SCHED-OUT ASSIGN TO "data/WHCOUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WCC-RUNPARM-STATUS.
           SELECT COUNT-SHEET-OUT ASSIGN TO "data/WH-COUNTSHEET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABC-REPORT-OUT ASSIGN TO "data/WH-ABC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WH-LEDGER-IN.
       COPY WHLEDGR.

       FD  WH-ITEM-MASTER-IN.
       COPY WHITEM.

       FD  WH-TRANS-HIST-IN.
       COPY WHHIST.

       FD  COUNT-SCHED-IN.
       COPY WHCOUNT.

       FD  COUNT-SCHED-OUT.
       01  COUNT-SCHED-OUT-RECORD.
           05 WCC-OUT-ITEM-CODE         PIC X(6).
           05 WCC-OUT-LOCATION          PIC X(3).
           05 WCC-OUT-CLASS             PIC X(1).
           05 WCC-OUT-USAGE-VALUE       PIC 9(9)V99.
           05 WCC-OUT-FREQ-DAYS         PIC 9(3).
           05 WCC-OUT-LAST-COUNT-DATE   PIC X(8).
           05 WCC-OUT-NEXT-DUE-DATE     PIC X(8).
           05 WCC-OUT-STATUS            PIC X(1).
           05 WCC-OUT-SCHED-DATE        PIC X(8).

       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  COUNT-SHEET-OUT.
       01  COUNT-SHEET-LINE              PIC X(132).

       FD  ABC-REPORT-OUT.
       01  ABC-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WCC-EOF-SWITCHES.
           05 WCC-LEDGER-EOF            PIC X VALUE 'N'.
           05 WCC-ITEM-EOF              PIC X VALUE 'N'.
           05 WCC-HIST-EOF              PIC X VALUE 'N'.
           05 WCC-SCHED-EOF             PIC X VALUE 'N'.
           05 WCC-RUNPARM-EOF           PIC X VALUE 'N'.

       01 WCC-FILE-STATUSES.
           05 WCC-LEDGER-STATUS         PIC XX.
           05 WCC-ITEM-STATUS           PIC XX.
           05 WCC-HIST-STATUS           PIC XX.
           05 WCC-SCHED-STATUS          PIC XX.
           05 WCC-RUNPARM-STATUS        PIC XX.

       01 WCC-TODAY                     PIC X(8).
       01 WCC-TODAY-INT                 PIC 9(8).
       01 WCC-DATE-NUM                  PIC 9(8).
       01 WCC-DATE-INT                  PIC 9(8).
      *> Oldest posting date counted as usage -- the history archive
      *> accumulates across runs, and usage is an annual figure.
       01 WCC-USAGE-CUTOFF              PIC X(8).
      *> Oldest count date that still satisfies the auditors' rule
      *> that every A bin is counted at least once a quarter.
       01 WCC-AUDIT-CUTOFF              PIC X(8).
       01 WCC-AUDIT-DAYS                PIC 9(3) VALUE 91.

      *> Tunables, from the runtime-parameter master with loud
      *> compiled fallbacks: the usage window, the cumulative usage
      *> shares that close classes A and B, and each class's count
      *> frequency in days.
       01 WCC-PARM-FIELDS.
           05 WCC-USAGE-DAYS            PIC 9(4) VALUE 365.
           05 WCC-A-CUM-PCT             PIC 9(3) VALUE 80.
           05 WCC-B-CUM-PCT             PIC 9(3) VALUE 95.
           05 WCC-A-COUNT-DAYS          PIC 9(3) VALUE 30.
           05 WCC-B-COUNT-DAYS          PIC 9(3) VALUE 90.
           05 WCC-C-COUNT-DAYS          PIC 9(3) VALUE 180.
           05 WCC-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> Item master, for the zone a bin's sheet prints under and
      *> the description/unit the counter needs on it.
       01 WCC-ITEM-CONTROL.
           05 WCC-ITEM-COUNT            PIC 9(4) VALUE ZERO.

       01 WCC-ITEM-TABLE.
           05 WCC-ITEM-ENTRY OCCURS 500 TIMES
                             INDEXED BY WCC-ITEM-IX.
               10 WCC-ITEM-CODE-T       PIC X(6).
               10 WCC-ITEM-DESC-T       PIC X(20).
               10 WCC-ITEM-UOM-T        PIC X(4).
               10 WCC-ITEM-ZONE-T       PIC X(3).

      *> One entry per ledger item/location, carrying everything the
      *> schedule record needs plus the sheet fields.
       01 WCC-BIN-CONTROL.
           05 WCC-BIN-COUNT             PIC 9(4) VALUE ZERO.
           05 WCC-BIN-IDX               PIC 9(4).
           05 WCC-BIN-IDX2              PIC 9(4).
           05 WCC-BIN-FOUND             PIC X.
           05 WCC-BIN-MATCH-IX          PIC 9(4).

       01 WCC-BIN-TABLE.
           05 WCC-BIN-ENTRY OCCURS 500 TIMES
                            INDEXED BY WCC-BIN-IX.
               10 WCC-BIN-ITEM-T        PIC X(6).
               10 WCC-BIN-LOC-T         PIC X(3).
               10 WCC-BIN-COST-T        PIC 9(5)V99.
               10 WCC-BIN-ZONE-T        PIC X(3).
               10 WCC-BIN-DESC-T        PIC X(20).
               10 WCC-BIN-UOM-T         PIC X(4).
               10 WCC-BIN-USAGE-QTY-T   PIC S9(9)V999.
               10 WCC-BIN-USAGE-T       PIC 9(9)V99.
               10 WCC-BIN-CLASS-T       PIC X(1).
               10 WCC-BIN-FREQ-T        PIC 9(3).
               10 WCC-BIN-LAST-COUNT-T  PIC X(8).
               10 WCC-BIN-NEXT-DUE-T    PIC X(8).
               10 WCC-BIN-STATUS-T      PIC X(1).
               10 WCC-BIN-SCHED-T       PIC X(8).
      *> 'N' = newly scheduled today, 'O' = still out from an
      *> earlier sheet and reprinted, space = not on today's sheets.
               10 WCC-BIN-PRINT-T       PIC X(1).

       01 WCC-SWAP-ENTRY                PIC X(96).

      *> Today's sheet lines, sorted zone / location / item.
       01 WCC-SHEET-CONTROL.
           05 WCC-SHEET-COUNT           PIC 9(4) VALUE ZERO.
           05 WCC-SHEET-IDX             PIC 9(4).
           05 WCC-SHEET-IDX2            PIC 9(4).
           05 WCC-SHEET-ZONE            PIC X(3).

       01 WCC-SHEET-TABLE.
           05 WCC-SHEET-ENTRY OCCURS 500 TIMES.
               10 WCC-SHEET-KEY-T.
                   15 WCC-SHEET-ZONE-T  PIC X(3).
                   15 WCC-SHEET-LOC-T   PIC X(3).
                   15 WCC-SHEET-ITEM-T  PIC X(6).
               10 WCC-SHEET-BIN-T       PIC 9(4).

       01 WCC-SHEET-SWAP                PIC X(16).

       01 WCC-WORK-FIELDS.
           05 WCC-TOTAL-USAGE           PIC 9(11)V99 VALUE ZERO.
           05 WCC-CUM-USAGE             PIC 9(11)V99 VALUE ZERO.
           05 WCC-CUM-PCT-BEFORE        PIC 9(3)V99.
           05 WCC-CUM-PCT               PIC 9(3)V99.
           05 WCC-HIST-READ-COUNT       PIC 9(8) VALUE ZERO.
           05 WCC-DAYS-OUT              PIC 9(5).

       01 WCC-COUNTERS.
           05 WCC-A-COUNT               PIC 9(4) VALUE ZERO.
           05 WCC-B-COUNT               PIC 9(4) VALUE ZERO.
           05 WCC-C-COUNT               PIC 9(4) VALUE ZERO.
           05 WCC-SCHEDULED-COUNT       PIC 9(4) VALUE ZERO.
           05 WCC-RETURNED-COUNT        PIC 9(4) VALUE ZERO.
           05 WCC-OUTSTANDING-COUNT     PIC 9(4) VALUE ZERO.
           05 WCC-A-COVERED-COUNT       PIC 9(4) VALUE ZERO.
           05 WCC-A-UNCOVERED-COUNT     PIC 9(4) VALUE ZERO.

       01 WCC-EDIT-FIELDS.
           05 WCC-EDIT-RANK             PIC ZZZ9.
           05 WCC-EDIT-USAGE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WCC-EDIT-PCT              PIC ZZ9.99.
           05 WCC-EDIT-FREQ             PIC ZZ9.
           05 WCC-EDIT-DAYS             PIC ZZ,ZZ9.
           05 WCC-EDIT-COUNT            PIC ZZZ9.
           05 WCC-EDIT-COUNT2           PIC ZZZ9.

       01 WCC-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO WCC-TODAY
           MOVE WCC-TODAY TO WCC-DATE-NUM
           COMPUTE WCC-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                       (WCC-DATE-NUM)
           PERFORM LOAD-RUN-PARAMETERS
           COMPUTE WCC-DATE-INT = WCC-TODAY-INT - WCC-USAGE-DAYS
           COMPUTE WCC-DATE-NUM = FUNCTION DATE-OF-INTEGER
                                      (WCC-DATE-INT)
           MOVE WCC-DATE-NUM TO WCC-USAGE-CUTOFF
           COMPUTE WCC-DATE-INT = WCC-TODAY-INT - WCC-AUDIT-DAYS
           COMPUTE WCC-DATE-NUM = FUNCTION DATE-OF-INTEGER
                                      (WCC-DATE-INT)
           MOVE WCC-DATE-NUM TO WCC-AUDIT-CUTOFF
           PERFORM LOAD-ITEM-MASTER
           PERFORM LOAD-LEDGER
           PERFORM LOAD-COUNT-SCHEDULE
           PERFORM LOAD-HISTORY
           OPEN OUTPUT ABC-REPORT-OUT
           MOVE SPACES TO WCC-LINE-WORK
           STRING 'ABC CLASSIFICATION AND CYCLE-COUNT CONTROL - '
                      DELIMITED BY SIZE
                  WCC-TODAY DELIMITED BY SIZE
               INTO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE
           PERFORM CHECK-COUNT-RETURNS
           PERFORM RANK-BY-USAGE-VALUE
           PERFORM CLASSIFY-BINS
           PERFORM SCHEDULE-DUE-COUNTS
           PERFORM REPORT-A-COVERAGE
           CLOSE ABC-REPORT-OUT
           PERFORM PRINT-COUNT-SHEETS
           PERFORM WRITE-COUNT-SCHEDULE
           DISPLAY 'History rows read    = ' WCC-HIST-READ-COUNT
           DISPLAY 'Bins classified      = ' WCC-BIN-COUNT
           DISPLAY 'Class A / B / C      = ' WCC-A-COUNT ' / '
                   WCC-B-COUNT ' / ' WCC-C-COUNT
           DISPLAY 'Counts returned      = ' WCC-RETURNED-COUNT
           DISPLAY 'Counts outstanding   = ' WCC-OUTSTANDING-COUNT
           DISPLAY 'Counts scheduled     = ' WCC-SCHEDULED-COUNT
           DISPLAY 'A bins not counted in quarter = '
                   WCC-A-UNCOVERED-COUNT
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF WCC-RUNPARM-STATUS = '00'
               PERFORM UNTIL WCC-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO WCC-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       WCC-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF WCC-PARMS-FOUND < 6
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
      *> An A frequency longer than the audit quarter could never
      *> satisfy the coverage rule, so it is pulled back to it.
           IF WCC-A-COUNT-DAYS > WCC-AUDIT-DAYS
               DISPLAY 'A-COUNT-DAYS ' WCC-A-COUNT-DAYS
                       ' EXCEEDS QUARTERLY AUDIT RULE -- USING '
                       WCC-AUDIT-DAYS
               MOVE WCC-AUDIT-DAYS TO WCC-A-COUNT-DAYS
           END-IF
           DISPLAY 'PARM IN EFFECT: USAGE-DAYS = ' WCC-USAGE-DAYS
           DISPLAY 'PARM IN EFFECT: A-CUM-PCT = ' WCC-A-CUM-PCT
           DISPLAY 'PARM IN EFFECT: B-CUM-PCT = ' WCC-B-CUM-PCT
           DISPLAY 'PARM IN EFFECT: A-COUNT-DAYS = ' WCC-A-COUNT-DAYS
           DISPLAY 'PARM IN EFFECT: B-COUNT-DAYS = ' WCC-B-COUNT-DAYS
           DISPLAY 'PARM IN EFFECT: C-COUNT-DAYS = '
                   WCC-C-COUNT-DAYS.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'WAREHOUSECYCLECOUNT'
               EVALUATE RP-PARM-NAME
                   WHEN 'USAGE-DAYS'
                       MOVE RP-VALUE TO WCC-USAGE-DAYS
                       ADD 1 TO WCC-PARMS-FOUND
                   WHEN 'A-CUM-PCT'
                       MOVE RP-VALUE TO WCC-A-CUM-PCT
                       ADD 1 TO WCC-PARMS-FOUND
                   WHEN 'B-CUM-PCT'
                       MOVE RP-VALUE TO WCC-B-CUM-PCT
                       ADD 1 TO WCC-PARMS-FOUND
                   WHEN 'A-COUNT-DAYS'
                       MOVE RP-VALUE TO WCC-A-COUNT-DAYS
                       ADD 1 TO WCC-PARMS-FOUND
                   WHEN 'B-COUNT-DAYS'
                       MOVE RP-VALUE TO WCC-B-COUNT-DAYS
                       ADD 1 TO WCC-PARMS-FOUND
                   WHEN 'C-COUNT-DAYS'
                       MOVE RP-VALUE TO WCC-C-COUNT-DAYS
                       ADD 1 TO WCC-PARMS-FOUND
               END-EVALUATE
           END-IF.

       LOAD-ITEM-MASTER.
           OPEN INPUT WH-ITEM-MASTER-IN
           IF WCC-ITEM-STATUS = '00'
               PERFORM UNTIL WCC-ITEM-EOF = 'Y'
                   READ WH-ITEM-MASTER-IN
                       AT END MOVE 'Y' TO WCC-ITEM-EOF
                       NOT AT END
                           ADD 1 TO WCC-ITEM-COUNT
                           MOVE WH-IM-ITEM-CODE
                               TO WCC-ITEM-CODE-T(WCC-ITEM-COUNT)
                           MOVE WH-IM-DESCRIPTION
                               TO WCC-ITEM-DESC-T(WCC-ITEM-COUNT)
                           MOVE WH-IM-UNIT-OF-MEASURE
                               TO WCC-ITEM-UOM-T(WCC-ITEM-COUNT)
                           MOVE WH-IM-STORAGE-ZONE
                               TO WCC-ITEM-ZONE-T(WCC-ITEM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE WH-ITEM-MASTER-IN
           ELSE
               DISPLAY 'Item master not found: ' WCC-ITEM-STATUS
           END-IF.

      *> An item missing from the item master still gets counted;
      *> its sheet line prints under zone '***' so somebody notices.
       LOAD-LEDGER.
           OPEN INPUT WH-LEDGER-IN
           IF WCC-LEDGER-STATUS = '00'
               PERFORM UNTIL WCC-LEDGER-EOF = 'Y'
                   READ WH-LEDGER-IN
                       AT END MOVE 'Y' TO WCC-LEDGER-EOF
                       NOT AT END PERFORM STORE-LEDGER-BIN
                   END-READ
               END-PERFORM
               CLOSE WH-LEDGER-IN
           ELSE
               DISPLAY 'Stock ledger not found: ' WCC-LEDGER-STATUS
           END-IF.

       STORE-LEDGER-BIN.
           ADD 1 TO WCC-BIN-COUNT
           MOVE WCC-BIN-COUNT TO WCC-BIN-IDX
           MOVE WH-LEDGER-ITEM-CODE TO WCC-BIN-ITEM-T(WCC-BIN-IDX)
           MOVE WH-LEDGER-LOCATION  TO WCC-BIN-LOC-T(WCC-BIN-IDX)
           MOVE WH-LEDGER-UNIT-COST TO WCC-BIN-COST-T(WCC-BIN-IDX)
           MOVE ZERO   TO WCC-BIN-USAGE-QTY-T(WCC-BIN-IDX)
           MOVE ZERO   TO WCC-BIN-USAGE-T(WCC-BIN-IDX)
           MOVE 'C'    TO WCC-BIN-CLASS-T(WCC-BIN-IDX)
           MOVE ZERO   TO WCC-BIN-FREQ-T(WCC-BIN-IDX)
           MOVE SPACES TO WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX)
           MOVE SPACES TO WCC-BIN-NEXT-DUE-T(WCC-BIN-IDX)
           MOVE SPACE  TO WCC-BIN-STATUS-T(WCC-BIN-IDX)
           MOVE SPACES TO WCC-BIN-SCHED-T(WCC-BIN-IDX)
           MOVE SPACE  TO WCC-BIN-PRINT-T(WCC-BIN-IDX)
           MOVE '***'  TO WCC-BIN-ZONE-T(WCC-BIN-IDX)
           MOVE 'NOT ON ITEM MASTER' TO WCC-BIN-DESC-T(WCC-BIN-IDX)
           MOVE SPACES TO WCC-BIN-UOM-T(WCC-BIN-IDX)
           SET WCC-ITEM-IX TO 1
           SEARCH WCC-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN WCC-ITEM-IX > WCC-ITEM-COUNT
                   CONTINUE
               WHEN WCC-ITEM-CODE-T(WCC-ITEM-IX) = WH-LEDGER-ITEM-CODE
                   MOVE WCC-ITEM-ZONE-T(WCC-ITEM-IX)
                       TO WCC-BIN-ZONE-T(WCC-BIN-IDX)
                   MOVE WCC-ITEM-DESC-T(WCC-ITEM-IX)
                       TO WCC-BIN-DESC-T(WCC-BIN-IDX)
                   MOVE WCC-ITEM-UOM-T(WCC-ITEM-IX)
                       TO WCC-BIN-UOM-T(WCC-BIN-IDX)
           END-SEARCH.

      *> Carries forward last count, open sheet and status for bins
      *> still on the ledger; bins no longer held drop out.
       LOAD-COUNT-SCHEDULE.
           OPEN INPUT COUNT-SCHED-IN
           IF WCC-SCHED-STATUS = '00'
               PERFORM UNTIL WCC-SCHED-EOF = 'Y'
                   READ COUNT-SCHED-IN
                       AT END MOVE 'Y' TO WCC-SCHED-EOF
                       NOT AT END PERFORM CARRY-SCHEDULE-ROW
                   END-READ
               END-PERFORM
               CLOSE COUNT-SCHED-IN
           ELSE
               DISPLAY 'No count schedule yet: ' WCC-SCHED-STATUS
                       ' -- STARTING A NEW ONE'
           END-IF.

       CARRY-SCHEDULE-ROW.
           PERFORM FIND-SCHEDULE-BIN
           IF WCC-BIN-FOUND = 'Y'
               MOVE WH-CNT-LAST-COUNT-DATE
                   TO WCC-BIN-LAST-COUNT-T(WCC-BIN-MATCH-IX)
               MOVE WH-CNT-STATUS
                   TO WCC-BIN-STATUS-T(WCC-BIN-MATCH-IX)
               MOVE WH-CNT-SCHED-DATE
                   TO WCC-BIN-SCHED-T(WCC-BIN-MATCH-IX)
           END-IF.

       FIND-SCHEDULE-BIN.
           MOVE 'N' TO WCC-BIN-FOUND
           SET WCC-BIN-IX TO 1
           SEARCH WCC-BIN-ENTRY
               AT END
                   CONTINUE
               WHEN WCC-BIN-IX > WCC-BIN-COUNT
                   CONTINUE
               WHEN WCC-BIN-ITEM-T(WCC-BIN-IX) = WH-CNT-ITEM-CODE
                   AND WCC-BIN-LOC-T(WCC-BIN-IX) = WH-CNT-LOCATION
                   MOVE 'Y' TO WCC-BIN-FOUND
                   SET WCC-BIN-MATCH-IX TO WCC-BIN-IX
           END-SEARCH.

      *> The history archive may not exist before the first ledger
      *> run has posted anything; every bin is then unused and
      *> uncounted.
       LOAD-HISTORY.
           OPEN INPUT WH-TRANS-HIST-IN
           IF WCC-HIST-STATUS = '00'
               PERFORM UNTIL WCC-HIST-EOF = 'Y'
                   READ WH-TRANS-HIST-IN
                       AT END MOVE 'Y' TO WCC-HIST-EOF
                       NOT AT END PERFORM TALLY-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE WH-TRANS-HIST-IN
           ELSE
               DISPLAY 'Transaction history not found: '
                       WCC-HIST-STATUS
           END-IF
           PERFORM VARYING WCC-BIN-IDX FROM 1 BY 1
                   UNTIL WCC-BIN-IDX > WCC-BIN-COUNT
               COMPUTE WCC-BIN-USAGE-T(WCC-BIN-IDX) ROUNDED =
                       WCC-BIN-USAGE-QTY-T(WCC-BIN-IDX)
                       * WCC-BIN-COST-T(WCC-BIN-IDX)
               ADD WCC-BIN-USAGE-T(WCC-BIN-IDX) TO WCC-TOTAL-USAGE
           END-PERFORM.

      *> Issues and store shipments inside the window are usage; a
      *> posted cycle count of any age moves the bin's last-count
      *> date forward.
       TALLY-HISTORY-ROW.
           ADD 1 TO WCC-HIST-READ-COUNT
           IF WH-HIST-TYPE = 'I' OR WH-HIST-TYPE = 'S'
               OR WH-HIST-TYPE = 'C'
               MOVE 'N' TO WCC-BIN-FOUND
               SET WCC-BIN-IX TO 1
               SEARCH WCC-BIN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WCC-BIN-IX > WCC-BIN-COUNT
                       CONTINUE
                   WHEN WCC-BIN-ITEM-T(WCC-BIN-IX) = WH-HIST-ITEM-CODE
                       AND WCC-BIN-LOC-T(WCC-BIN-IX) = WH-HIST-LOCATION
                       MOVE 'Y' TO WCC-BIN-FOUND
                       SET WCC-BIN-MATCH-IX TO WCC-BIN-IX
               END-SEARCH
               IF WCC-BIN-FOUND = 'Y'
                   IF WH-HIST-TYPE = 'C'
                       IF WCC-BIN-LAST-COUNT-T(WCC-BIN-MATCH-IX)
                              = SPACES
                           OR WH-HIST-POST-DATE
                              > WCC-BIN-LAST-COUNT-T(WCC-BIN-MATCH-IX)
                           MOVE WH-HIST-POST-DATE
                             TO WCC-BIN-LAST-COUNT-T(WCC-BIN-MATCH-IX)
                       END-IF
                   ELSE
                       IF WH-HIST-POST-DATE >= WCC-USAGE-CUTOFF
                           ADD WH-HIST-QUANTITY
                             TO WCC-BIN-USAGE-QTY-T(WCC-BIN-MATCH-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A count on a sheet is back once a 'C' posting for the bin
      *> is dated on or after the day the sheet went out.
       CHECK-COUNT-RETURNS.
           MOVE 'SCHEDULED COUNTS RETURNED / OUTSTANDING'
               TO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE
           PERFORM VARYING WCC-BIN-IDX FROM 1 BY 1
                   UNTIL WCC-BIN-IDX > WCC-BIN-COUNT
               IF WCC-BIN-STATUS-T(WCC-BIN-IDX) = 'S'
                   IF WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX) NOT = SPACES
                       AND WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX)
                           >= WCC-BIN-SCHED-T(WCC-BIN-IDX)
                       MOVE 'R' TO WCC-BIN-STATUS-T(WCC-BIN-IDX)
                       ADD 1 TO WCC-RETURNED-COUNT
                       PERFORM WRITE-RETURNED-LINE
                   ELSE
                       ADD 1 TO WCC-OUTSTANDING-COUNT
                       PERFORM WRITE-OUTSTANDING-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WCC-RETURNED-COUNT TO WCC-EDIT-COUNT
           MOVE WCC-OUTSTANDING-COUNT TO WCC-EDIT-COUNT2
           MOVE SPACES TO WCC-LINE-WORK
           STRING '  RETURNED=' DELIMITED BY SIZE
                  WCC-EDIT-COUNT DELIMITED BY SIZE
                  ' OUTSTANDING=' DELIMITED BY SIZE
                  WCC-EDIT-COUNT2 DELIMITED BY SIZE
               INTO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE.

       WRITE-RETURNED-LINE.
           MOVE SPACES TO WCC-LINE-WORK
           STRING '  RETURNED    ITEM=' DELIMITED BY SIZE
                  WCC-BIN-ITEM-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' LOC=' DELIMITED BY SIZE
                  WCC-BIN-LOC-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' SHEET ' DELIMITED BY SIZE
                  WCC-BIN-SCHED-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' COUNTED ' DELIMITED BY SIZE
                  WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX) DELIMITED BY SIZE
               INTO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE.

       WRITE-OUTSTANDING-LINE.
           MOVE WCC-BIN-SCHED-T(WCC-BIN-IDX) TO WCC-DATE-NUM
           COMPUTE WCC-DAYS-OUT = WCC-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WCC-DATE-NUM)
           MOVE WCC-DAYS-OUT TO WCC-EDIT-DAYS
           MOVE SPACES TO WCC-LINE-WORK
           STRING '  OUTSTANDING ITEM=' DELIMITED BY SIZE
                  WCC-BIN-ITEM-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' LOC=' DELIMITED BY SIZE
                  WCC-BIN-LOC-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' SHEET ' DELIMITED BY SIZE
                  WCC-BIN-SCHED-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' DAYS OUT=' DELIMITED BY SIZE
                  WCC-EDIT-DAYS DELIMITED BY SIZE
                  ' -- REPRINTED' DELIMITED BY SIZE
               INTO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE.

      *> Selection sort, descending by usage value, same explicit
      *> table-scan style as WarehouseMovementAnalysis.cob.
       RANK-BY-USAGE-VALUE.
           PERFORM VARYING WCC-BIN-IDX FROM 1 BY 1
                   UNTIL WCC-BIN-IDX > WCC-BIN-COUNT
               PERFORM VARYING WCC-BIN-IDX2 FROM WCC-BIN-IDX BY 1
                       UNTIL WCC-BIN-IDX2 > WCC-BIN-COUNT
                   IF WCC-BIN-USAGE-T(WCC-BIN-IDX2)
                      > WCC-BIN-USAGE-T(WCC-BIN-IDX)
                       MOVE WCC-BIN-ENTRY(WCC-BIN-IDX)
                           TO WCC-SWAP-ENTRY
                       MOVE WCC-BIN-ENTRY(WCC-BIN-IDX2)
                           TO WCC-BIN-ENTRY(WCC-BIN-IDX)
                       MOVE WCC-SWAP-ENTRY
                           TO WCC-BIN-ENTRY(WCC-BIN-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> A bin belongs to the class its cumulative share had reached
      *> before it was added, so the bin that carries the total over
      *> the A line is still an A. A bin with no usage is a C
      *> whatever the shares say.
       CLASSIFY-BINS.
           MOVE SPACES TO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE
           MOVE 'ABC CLASSIFICATION - RANKED BY ANNUAL USAGE VALUE'
               TO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE
           PERFORM VARYING WCC-BIN-IDX FROM 1 BY 1
                   UNTIL WCC-BIN-IDX > WCC-BIN-COUNT
               IF WCC-TOTAL-USAGE > ZERO
                   COMPUTE WCC-CUM-PCT-BEFORE ROUNDED =
                           WCC-CUM-USAGE * 100 / WCC-TOTAL-USAGE
               ELSE
                   MOVE 100 TO WCC-CUM-PCT-BEFORE
               END-IF
               ADD WCC-BIN-USAGE-T(WCC-BIN-IDX) TO WCC-CUM-USAGE
               IF WCC-TOTAL-USAGE > ZERO
                   COMPUTE WCC-CUM-PCT ROUNDED =
                           WCC-CUM-USAGE * 100 / WCC-TOTAL-USAGE
               ELSE
                   MOVE ZERO TO WCC-CUM-PCT
               END-IF
               EVALUATE TRUE
                   WHEN WCC-BIN-USAGE-T(WCC-BIN-IDX) = ZERO
                       MOVE 'C' TO WCC-BIN-CLASS-T(WCC-BIN-IDX)
                   WHEN WCC-CUM-PCT-BEFORE < WCC-A-CUM-PCT
                       MOVE 'A' TO WCC-BIN-CLASS-T(WCC-BIN-IDX)
                   WHEN WCC-CUM-PCT-BEFORE < WCC-B-CUM-PCT
                       MOVE 'B' TO WCC-BIN-CLASS-T(WCC-BIN-IDX)
                   WHEN OTHER
                       MOVE 'C' TO WCC-BIN-CLASS-T(WCC-BIN-IDX)
               END-EVALUATE
               EVALUATE WCC-BIN-CLASS-T(WCC-BIN-IDX)
                   WHEN 'A'
                       MOVE WCC-A-COUNT-DAYS
                           TO WCC-BIN-FREQ-T(WCC-BIN-IDX)
                       ADD 1 TO WCC-A-COUNT
                   WHEN 'B'
                       MOVE WCC-B-COUNT-DAYS
                           TO WCC-BIN-FREQ-T(WCC-BIN-IDX)
                       ADD 1 TO WCC-B-COUNT
                   WHEN OTHER
                       MOVE WCC-C-COUNT-DAYS
                           TO WCC-BIN-FREQ-T(WCC-BIN-IDX)
                       ADD 1 TO WCC-C-COUNT
               END-EVALUATE
               PERFORM SET-NEXT-DUE-DATE
               PERFORM WRITE-CLASS-LINE
           END-PERFORM.

      *> Due one frequency after the last count; never counted means
      *> due today.
       SET-NEXT-DUE-DATE.
           IF WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX) = SPACES
               MOVE WCC-TODAY TO WCC-BIN-NEXT-DUE-T(WCC-BIN-IDX)
           ELSE
               MOVE WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX) TO WCC-DATE-NUM
               COMPUTE WCC-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WCC-DATE-NUM)
                       + WCC-BIN-FREQ-T(WCC-BIN-IDX)
               COMPUTE WCC-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WCC-DATE-INT)
               MOVE WCC-DATE-NUM TO WCC-BIN-NEXT-DUE-T(WCC-BIN-IDX)
           END-IF.

       WRITE-CLASS-LINE.
           MOVE WCC-BIN-IDX TO WCC-EDIT-RANK
           MOVE WCC-BIN-USAGE-T(WCC-BIN-IDX) TO WCC-EDIT-USAGE
           MOVE WCC-CUM-PCT TO WCC-EDIT-PCT
           MOVE WCC-BIN-FREQ-T(WCC-BIN-IDX) TO WCC-EDIT-FREQ
           MOVE SPACES TO WCC-LINE-WORK
           STRING WCC-EDIT-RANK DELIMITED BY SIZE
                  '. ITEM=' DELIMITED BY SIZE
                  WCC-BIN-ITEM-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' LOC=' DELIMITED BY SIZE
                  WCC-BIN-LOC-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' USAGE=' DELIMITED BY SIZE
                  WCC-EDIT-USAGE DELIMITED BY SIZE
                  ' CUM%=' DELIMITED BY SIZE
                  WCC-EDIT-PCT DELIMITED BY SIZE
                  ' CLASS=' DELIMITED BY SIZE
                  WCC-BIN-CLASS-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' EVERY=' DELIMITED BY SIZE
                  WCC-EDIT-FREQ DELIMITED BY SIZE
                  'D LAST=' DELIMITED BY SIZE
                  WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' DUE=' DELIMITED BY SIZE
                  WCC-BIN-NEXT-DUE-T(WCC-BIN-IDX) DELIMITED BY SIZE
               INTO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE.

      *> A count still out is reprinted rather than rescheduled, so
      *> its original sheet date keeps aging on the control report.
       SCHEDULE-DUE-COUNTS.
           PERFORM VARYING WCC-BIN-IDX FROM 1 BY 1
                   UNTIL WCC-BIN-IDX > WCC-BIN-COUNT
               IF WCC-BIN-STATUS-T(WCC-BIN-IDX) = 'S'
                   MOVE 'O' TO WCC-BIN-PRINT-T(WCC-BIN-IDX)
                   PERFORM ADD-SHEET-LINE
               ELSE
                   IF WCC-BIN-NEXT-DUE-T(WCC-BIN-IDX) <= WCC-TODAY
                       MOVE 'S' TO WCC-BIN-STATUS-T(WCC-BIN-IDX)
                       MOVE WCC-TODAY TO WCC-BIN-SCHED-T(WCC-BIN-IDX)
                       MOVE 'N' TO WCC-BIN-PRINT-T(WCC-BIN-IDX)
                       ADD 1 TO WCC-SCHEDULED-COUNT
                       PERFORM ADD-SHEET-LINE
                   END-IF
               END-IF
           END-PERFORM.

       ADD-SHEET-LINE.
           ADD 1 TO WCC-SHEET-COUNT
           MOVE WCC-BIN-ZONE-T(WCC-BIN-IDX)
               TO WCC-SHEET-ZONE-T(WCC-SHEET-COUNT)
           MOVE WCC-BIN-LOC-T(WCC-BIN-IDX)
               TO WCC-SHEET-LOC-T(WCC-SHEET-COUNT)
           MOVE WCC-BIN-ITEM-T(WCC-BIN-IDX)
               TO WCC-SHEET-ITEM-T(WCC-SHEET-COUNT)
           MOVE WCC-BIN-IDX TO WCC-SHEET-BIN-T(WCC-SHEET-COUNT).

      *> Every A bin, and whether its last posted count falls inside
      *> the audit quarter -- the proof the auditors sign off on.
       REPORT-A-COVERAGE.
           MOVE SPACES TO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE
           MOVE SPACES TO WCC-LINE-WORK
           STRING 'A-CLASS COUNT COVERAGE - COUNTED ON OR AFTER '
                      DELIMITED BY SIZE
                  WCC-AUDIT-CUTOFF DELIMITED BY SIZE
               INTO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE
           PERFORM VARYING WCC-BIN-IDX FROM 1 BY 1
                   UNTIL WCC-BIN-IDX > WCC-BIN-COUNT
               IF WCC-BIN-CLASS-T(WCC-BIN-IDX) = 'A'
                   PERFORM WRITE-COVERAGE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WCC-LINE-WORK
           MOVE WCC-A-COVERED-COUNT TO WCC-EDIT-COUNT
           MOVE WCC-A-UNCOVERED-COUNT TO WCC-EDIT-COUNT2
           STRING '  A BINS COUNTED IN QUARTER=' DELIMITED BY SIZE
                  WCC-EDIT-COUNT DELIMITED BY SIZE
                  ' NOT COUNTED=' DELIMITED BY SIZE
                  WCC-EDIT-COUNT2 DELIMITED BY SIZE
               INTO WCC-LINE-WORK
           PERFORM WRITE-ABC-LINE.

       WRITE-COVERAGE-LINE.
           MOVE SPACES TO WCC-LINE-WORK
           IF WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX) NOT = SPACES
               AND WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX)
                   >= WCC-AUDIT-CUTOFF
               ADD 1 TO WCC-A-COVERED-COUNT
               STRING '  COUNTED     ITEM=' DELIMITED BY SIZE
                      WCC-BIN-ITEM-T(WCC-BIN-IDX) DELIMITED BY SIZE
                      ' LOC=' DELIMITED BY SIZE
                      WCC-BIN-LOC-T(WCC-BIN-IDX) DELIMITED BY SIZE
                      ' LAST COUNT ' DELIMITED BY SIZE
                      WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX)
                          DELIMITED BY SIZE
                   INTO WCC-LINE-WORK
           ELSE
               ADD 1 TO WCC-A-UNCOVERED-COUNT
               STRING '  NOT COUNTED ITEM=' DELIMITED BY SIZE
                      WCC-BIN-ITEM-T(WCC-BIN-IDX) DELIMITED BY SIZE
                      ' LOC=' DELIMITED BY SIZE
                      WCC-BIN-LOC-T(WCC-BIN-IDX) DELIMITED BY SIZE
                      ' LAST COUNT ' DELIMITED BY SIZE
                      WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX)
                          DELIMITED BY SIZE
                      ' -- OUTSIDE AUDIT QUARTER' DELIMITED BY SIZE
                   INTO WCC-LINE-WORK
           END-IF
           PERFORM WRITE-ABC-LINE.

      *> Sheets sorted zone / location / item so a counter walks one
      *> zone's racks in order; a new zone starts a new sheet. The
      *> book quantity is deliberately not printed.
       PRINT-COUNT-SHEETS.
           PERFORM VARYING WCC-SHEET-IDX FROM 1 BY 1
                   UNTIL WCC-SHEET-IDX > WCC-SHEET-COUNT
               PERFORM VARYING WCC-SHEET-IDX2 FROM WCC-SHEET-IDX BY 1
                       UNTIL WCC-SHEET-IDX2 > WCC-SHEET-COUNT
                   IF WCC-SHEET-KEY-T(WCC-SHEET-IDX2)
                      < WCC-SHEET-KEY-T(WCC-SHEET-IDX)
                       MOVE WCC-SHEET-ENTRY(WCC-SHEET-IDX)
                           TO WCC-SHEET-SWAP
                       MOVE WCC-SHEET-ENTRY(WCC-SHEET-IDX2)
                           TO WCC-SHEET-ENTRY(WCC-SHEET-IDX)
                       MOVE WCC-SHEET-SWAP
                           TO WCC-SHEET-ENTRY(WCC-SHEET-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT COUNT-SHEET-OUT
           MOVE HIGH-VALUES TO WCC-SHEET-ZONE
           PERFORM VARYING WCC-SHEET-IDX FROM 1 BY 1
                   UNTIL WCC-SHEET-IDX > WCC-SHEET-COUNT
               IF WCC-SHEET-ZONE-T(WCC-SHEET-IDX) NOT = WCC-SHEET-ZONE
                   MOVE WCC-SHEET-ZONE-T(WCC-SHEET-IDX)
                       TO WCC-SHEET-ZONE
                   PERFORM WRITE-SHEET-HEADER
               END-IF
               MOVE WCC-SHEET-BIN-T(WCC-SHEET-IDX) TO WCC-BIN-IDX
               PERFORM WRITE-SHEET-LINE
           END-PERFORM
           CLOSE COUNT-SHEET-OUT.

       WRITE-SHEET-HEADER.
           IF WCC-SHEET-IDX > 1
               MOVE SPACES TO COUNT-SHEET-LINE
               WRITE COUNT-SHEET-LINE
           END-IF
           MOVE SPACES TO WCC-LINE-WORK
           STRING 'CYCLE COUNT SHEET - ZONE ' DELIMITED BY SIZE
                  WCC-SHEET-ZONE DELIMITED BY SIZE
                  ' - ISSUED ' DELIMITED BY SIZE
                  WCC-TODAY DELIMITED BY SIZE
               INTO WCC-LINE-WORK
           MOVE WCC-LINE-WORK TO COUNT-SHEET-LINE
           WRITE COUNT-SHEET-LINE
           MOVE SPACES TO WCC-LINE-WORK
           STRING 'LOC ITEM   DESCRIPTION          UOM  CLASS  '
                      DELIMITED BY SIZE
                  'COUNTED QTY     COUNTED BY' DELIMITED BY SIZE
               INTO WCC-LINE-WORK
           MOVE WCC-LINE-WORK TO COUNT-SHEET-LINE
           WRITE COUNT-SHEET-LINE.

       WRITE-SHEET-LINE.
           MOVE SPACES TO WCC-LINE-WORK
           STRING WCC-BIN-LOC-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WCC-BIN-ITEM-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WCC-BIN-DESC-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WCC-BIN-UOM-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WCC-BIN-CLASS-T(WCC-BIN-IDX) DELIMITED BY SIZE
                  '    ____________    ________' DELIMITED BY SIZE
               INTO WCC-LINE-WORK
           IF WCC-BIN-PRINT-T(WCC-BIN-IDX) = 'O'
               MOVE '(REPRINT - OUT SINCE ' TO WCC-LINE-WORK(77:21)
               MOVE WCC-BIN-SCHED-T(WCC-BIN-IDX)
                   TO WCC-LINE-WORK(98:8)
               MOVE ')' TO WCC-LINE-WORK(106:1)
           END-IF
           MOVE WCC-LINE-WORK TO COUNT-SHEET-LINE
           WRITE COUNT-SHEET-LINE.

       WRITE-COUNT-SCHEDULE.
           OPEN OUTPUT COUNT-SCHED-OUT
           PERFORM VARYING WCC-BIN-IDX FROM 1 BY 1
                   UNTIL WCC-BIN-IDX > WCC-BIN-COUNT
               MOVE WCC-BIN-ITEM-T(WCC-BIN-IDX) TO WCC-OUT-ITEM-CODE
               MOVE WCC-BIN-LOC-T(WCC-BIN-IDX)  TO WCC-OUT-LOCATION
               MOVE WCC-BIN-CLASS-T(WCC-BIN-IDX) TO WCC-OUT-CLASS
               MOVE WCC-BIN-USAGE-T(WCC-BIN-IDX)
                   TO WCC-OUT-USAGE-VALUE
               MOVE WCC-BIN-FREQ-T(WCC-BIN-IDX) TO WCC-OUT-FREQ-DAYS
               MOVE WCC-BIN-LAST-COUNT-T(WCC-BIN-IDX)
                   TO WCC-OUT-LAST-COUNT-DATE
               MOVE WCC-BIN-NEXT-DUE-T(WCC-BIN-IDX)
                   TO WCC-OUT-NEXT-DUE-DATE
               MOVE WCC-BIN-STATUS-T(WCC-BIN-IDX) TO WCC-OUT-STATUS
               MOVE WCC-BIN-SCHED-T(WCC-BIN-IDX)
                   TO WCC-OUT-SCHED-DATE
               WRITE COUNT-SCHED-OUT-RECORD
           END-PERFORM
           CLOSE COUNT-SCHED-OUT.

       WRITE-ABC-LINE.
           MOVE WCC-LINE-WORK TO ABC-REPORT-LINE
           WRITE ABC-REPORT-LINE
           MOVE SPACES TO WCC-LINE-WORK.
