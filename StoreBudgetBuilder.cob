       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoreBudgetBuilder.
      *> Next-year store budget seeding. Finance used to retype the
      *> budget master every autumn from last year's P&L printouts;
      *> this job reads the last twelve months of actuals per store
      *> and category from the monthly history the P&L batch keeps
      *> (STEXP-HIST.DAT), grows each by the percentage on the
      *> growth parameter file (STBGROW.DAT -- by region, category
      *> or store override, falling back to the RUNPARM.DAT
      *> default), and writes the coming year's proposal in the
      *> budget master's own layout, one row per month and category
      *> for the chain, to STEBUD-PROP.DAT. The review report shows
      *> each store's prior actual, growth rate, proposed budget and
      *> change per category, with chain totals. The proposal never
      *> touches the live budget master itself; StoreBudgetApply
      *> moves it across once finance has signed the year.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBB-RUNPARM-STATUS.
           SELECT STORE-MASTER-IN ASSIGN TO "data/STMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBB-STMAST-STATUS.
           SELECT GROWTH-PARM-IN ASSIGN TO "data/STBGROW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBB-GROWTH-STATUS.
           SELECT STE-HIST-IN ASSIGN TO "data/STEXP-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBB-HIST-STATUS.
           SELECT BUDGET-PROPOSAL-OUT ASSIGN TO "data/STEBUD-PROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-REPORT-OUT ASSIGN TO "data/STEBUD-REVIEW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  STORE-MASTER-IN.
       COPY STMAST.

       FD  GROWTH-PARM-IN.
       COPY STBGROW.

       FD  STE-HIST-IN.
       COPY STEHIST.

       FD  BUDGET-PROPOSAL-OUT.
       COPY STEBUD.

       FD  REVIEW-REPORT-OUT.
       01  REVIEW-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 SBB-EOF-SWITCHES.
           05 SBB-RUNPARM-EOF           PIC X VALUE 'N'.
           05 SBB-STMAST-EOF            PIC X VALUE 'N'.
           05 SBB-GROWTH-EOF            PIC X VALUE 'N'.
           05 SBB-HIST-EOF              PIC X VALUE 'N'.

       01 SBB-FILE-STATUSES.
           05 SBB-RUNPARM-STATUS        PIC XX.
           05 SBB-STMAST-STATUS         PIC XX.
           05 SBB-GROWTH-STATUS         PIC XX.
           05 SBB-HIST-STATUS           PIC XX.

       01 SBB-TODAY                     PIC X(8).

      *> Tunables: the year budgeted (zero budgets the year after
      *> the run date), the last month of actuals used (zero uses
      *> the month before the run date; the twelve months ending
      *> there seed the proposal), and the growth percentage for a
      *> store and category no growth row fits.
       01 SBB-PARM-FIELDS.
           05 SBB-BUDGET-YEAR           PIC 9(4) VALUE ZERO.
           05 SBB-BASE-MONTH            PIC 9(6) VALUE ZERO.
           05 SBB-DEFAULT-GROWTH        PIC S9(3)V99 VALUE 3.00.
           05 SBB-PARMS-FOUND           PIC 9(1) VALUE ZERO.

       01 SBB-WINDOW-FIELDS.
           05 SBB-WINDOW-END.
               10 SBB-END-YYYY          PIC 9(4).
               10 SBB-END-MM            PIC 9(2).
           05 SBB-WINDOW-START.
               10 SBB-START-YYYY        PIC 9(4).
               10 SBB-START-MM          PIC 9(2).
           05 SBB-BUDGET-START          PIC X(8).
           05 SBB-PERIOD-KEY.
               10 SBB-PERIOD-YYYY       PIC 9(4).
               10 SBB-PERIOD-MM         PIC 9(2).

      *> The budget master's categories, in the order the P&L
      *> prints them: revenue first, then the cost buckets.
       01 SBB-CATEGORY-VALUES.
           05 FILLER                    PIC X(4) VALUE 'REVN'.
           05 FILLER                    PIC X(4) VALUE 'RENT'.
           05 FILLER                    PIC X(4) VALUE 'UTIL'.
           05 FILLER                    PIC X(4) VALUE 'PAYR'.
           05 FILLER                    PIC X(4) VALUE 'OTHR'.
           05 FILLER                    PIC X(4) VALUE 'COGS'.
       01 SBB-CATEGORY-TABLE REDEFINES SBB-CATEGORY-VALUES.
           05 SBB-CATEGORY-CODE         PIC X(4) OCCURS 6 TIMES.

       01 SBB-CAT-IDX                   PIC 9(1).
       01 SBB-MONTH-IDX                 PIC 9(2).

      *> Growth rows as loaded.
       01 SBB-GROWTH-CONTROL.
           05 SBB-GROWTH-COUNT          PIC 9(3) VALUE ZERO.
           05 SBB-GROWTH-IDX            PIC 9(3).
           05 SBB-GROWTH-SCORE          PIC 9(1).
           05 SBB-GROWTH-BEST-SCORE     PIC 9(1).

       01 SBB-GROWTH-TABLE.
           05 SBB-GROWTH-ENTRY OCCURS 300 TIMES.
               10 SBB-GR-REGION-T       PIC X(3).
               10 SBB-GR-STORE-T        PIC X(3).
               10 SBB-GR-CATEGORY-T     PIC X(4).
               10 SBB-GR-PCT-T          PIC S9(3)V99.

      *> Trading stores with twelve months of actuals by category.
      *> Month 1 is January: each actual seeds the same calendar
      *> month of the budget year, so seasonality carries over.
       01 SBB-STORE-CONTROL.
           05 SBB-STORE-COUNT           PIC 9(3) VALUE ZERO.
           05 SBB-STORE-IDX             PIC 9(3).
           05 SBB-STORE-MATCH-IX        PIC 9(3).
           05 SBB-STORE-KEY             PIC X(3).

       01 SBB-STORE-TABLE.
           05 SBB-STORE-ENTRY OCCURS 100 TIMES
                              INDEXED BY SBB-STORE-IX.
               10 SBB-ST-CODE-T         PIC X(3).
               10 SBB-ST-NAME-T         PIC X(20).
               10 SBB-ST-REGION-T       PIC X(3).
               10 SBB-ST-MONTHS-T       PIC 9(2).
               10 SBB-ST-MONTH-T OCCURS 12 TIMES.
                   15 SBB-ST-HAVE-T     PIC X.
                   15 SBB-ST-ACTUAL-T   PIC S9(8)V99 OCCURS 6 TIMES.
               10 SBB-ST-PCT-T          PIC S9(3)V99 OCCURS 6 TIMES.

      *> Chain proposal by month and category -- what is written
      *> to the proposal file -- and the year totals for the report.
       01 SBB-CHAIN-TABLE.
           05 SBB-CH-MONTH-T OCCURS 12 TIMES.
               10 SBB-CH-PROPOSED-T     PIC S9(9)V99 OCCURS 6 TIMES.

       01 SBB-YEAR-TOTALS.
           05 SBB-YR-CAT-T OCCURS 6 TIMES.
               10 SBB-YR-ACTUAL-T       PIC S9(9)V99.
               10 SBB-YR-PROPOSED-T     PIC S9(9)V99.

       01 SBB-CALC-FIELDS.
           05 SBB-HIST-READ-COUNT       PIC 9(6) VALUE ZERO.
           05 SBB-HIST-USED-COUNT       PIC 9(6) VALUE ZERO.
           05 SBB-HIST-NO-STORE         PIC 9(6) VALUE ZERO.
           05 SBB-HIST-NO-CATEGORY      PIC 9(6) VALUE ZERO.
           05 SBB-SHORT-STORES          PIC 9(3) VALUE ZERO.
           05 SBB-CLOSED-STORES         PIC 9(3) VALUE ZERO.
           05 SBB-ROWS-WRITTEN          PIC 9(4) VALUE ZERO.
           05 SBB-MONTH-PROPOSED        PIC S9(9)V99.
           05 SBB-STORE-ACTUAL          PIC S9(9)V99.
           05 SBB-STORE-PROPOSED        PIC S9(9)V99.
           05 SBB-CHANGE                PIC S9(9)V99.
           05 SBB-NET-ACTUAL            PIC S9(9)V99.
           05 SBB-NET-PROPOSED          PIC S9(9)V99.

       01 SBB-EDIT-FIELDS.
           05 SBB-EDIT-ACTUAL           PIC ---,---,--9.99.
           05 SBB-EDIT-PROPOSED         PIC ---,---,--9.99.
           05 SBB-EDIT-CHANGE           PIC ---,---,--9.99.
           05 SBB-EDIT-PCT              PIC ---9.99.
           05 SBB-EDIT-MONTHS           PIC Z9.

       01 SBB-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO SBB-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SET-ACTUALS-WINDOW
           PERFORM LOAD-GROWTH-TABLE
           PERFORM LOAD-STORE-TABLE
           PERFORM LOAD-HISTORY
           PERFORM SET-STORE-GROWTH-RATES
           PERFORM BUILD-CHAIN-PROPOSAL
           PERFORM WRITE-PROPOSAL-FILE
           OPEN OUTPUT REVIEW-REPORT-OUT
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-STORE-SECTIONS
           PERFORM WRITE-CHAIN-SECTION
           CLOSE REVIEW-REPORT-OUT
           DISPLAY 'Budget year proposed = ' SBB-BUDGET-YEAR
           DISPLAY 'Actuals from         = ' SBB-WINDOW-START
           DISPLAY 'Actuals through      = ' SBB-WINDOW-END
           DISPLAY 'History rows read    = ' SBB-HIST-READ-COUNT
           DISPLAY 'History rows used    = ' SBB-HIST-USED-COUNT
           DISPLAY 'Rows store not found = ' SBB-HIST-NO-STORE
           DISPLAY 'Rows no category data= ' SBB-HIST-NO-CATEGORY
           DISPLAY 'Stores budgeted      = ' SBB-STORE-COUNT
           DISPLAY 'Stores short of year = ' SBB-SHORT-STORES
           DISPLAY 'Stores closed/skipped= ' SBB-CLOSED-STORES
           DISPLAY 'Proposal rows written= ' SBB-ROWS-WRITTEN
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF SBB-RUNPARM-STATUS = '00'
               PERFORM UNTIL SBB-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO SBB-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       SBB-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF SBB-PARMS-FOUND < 3
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           DISPLAY 'PARM IN EFFECT: BUDGET-YEAR = ' SBB-BUDGET-YEAR
           DISPLAY 'PARM IN EFFECT: BASE-MONTH = ' SBB-BASE-MONTH
           DISPLAY 'PARM IN EFFECT: DEFAULT-GROWTH = '
                   SBB-DEFAULT-GROWTH.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'STOREBUDGETBUILDER'
               EVALUATE RP-PARM-NAME
                   WHEN 'BUDGET-YEAR'
                       MOVE RP-VALUE TO SBB-BUDGET-YEAR
                       ADD 1 TO SBB-PARMS-FOUND
                   WHEN 'BASE-MONTH'
                       MOVE RP-VALUE TO SBB-BASE-MONTH
                       ADD 1 TO SBB-PARMS-FOUND
                   WHEN 'DEFAULT-GROWTH'
                       MOVE RP-VALUE TO SBB-DEFAULT-GROWTH
                       ADD 1 TO SBB-PARMS-FOUND
               END-EVALUATE
           END-IF.

      *> Twelve months ending with the base month. Run in the
      *> autumn, that is last October through this September.
       SET-ACTUALS-WINDOW.
           IF SBB-BUDGET-YEAR = ZERO
               MOVE SBB-TODAY(1:4) TO SBB-BUDGET-YEAR
               ADD 1 TO SBB-BUDGET-YEAR
           END-IF
           IF SBB-BASE-MONTH = ZERO
               MOVE SBB-TODAY(1:6) TO SBB-WINDOW-END
               IF SBB-END-MM = 1
                   MOVE 12 TO SBB-END-MM
                   SUBTRACT 1 FROM SBB-END-YYYY
               ELSE
                   SUBTRACT 1 FROM SBB-END-MM
               END-IF
           ELSE
               MOVE SBB-BASE-MONTH TO SBB-WINDOW-END
           END-IF
           IF SBB-END-MM = 12
               MOVE SBB-END-YYYY TO SBB-START-YYYY
               MOVE 1 TO SBB-START-MM
           ELSE
               COMPUTE SBB-START-YYYY = SBB-END-YYYY - 1
               COMPUTE SBB-START-MM = SBB-END-MM + 1
           END-IF
           MOVE SPACES TO SBB-BUDGET-START
           STRING SBB-BUDGET-YEAR DELIMITED BY SIZE
                  '0101' DELIMITED BY SIZE
               INTO SBB-BUDGET-START.

       LOAD-GROWTH-TABLE.
           OPEN INPUT GROWTH-PARM-IN
           IF SBB-GROWTH-STATUS NOT = '00'
               DISPLAY 'GROWTH PARAMETER FILE NOT FOUND: '
                       SBB-GROWTH-STATUS
                       ' -- DEFAULT GROWTH FOR EVERY STORE'
           ELSE
               PERFORM UNTIL SBB-GROWTH-EOF = 'Y'
                   READ GROWTH-PARM-IN
                       AT END MOVE 'Y' TO SBB-GROWTH-EOF
                       NOT AT END PERFORM STORE-GROWTH-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GROWTH-PARM-IN
           END-IF.

       STORE-GROWTH-ENTRY.
           IF SBG-GROWTH-PCT NOT NUMERIC
               DISPLAY 'GROWTH ROW REJECTED -- RATE NOT NUMERIC: '
                       BUDGET-GROWTH-RECORD
           ELSE
               IF SBB-GROWTH-COUNT < 300
                   ADD 1 TO SBB-GROWTH-COUNT
                   MOVE SBG-REGION
                       TO SBB-GR-REGION-T(SBB-GROWTH-COUNT)
                   MOVE SBG-STORE-CODE
                       TO SBB-GR-STORE-T(SBB-GROWTH-COUNT)
                   MOVE SBG-CATEGORY
                       TO SBB-GR-CATEGORY-T(SBB-GROWTH-COUNT)
                   MOVE SBG-GROWTH-PCT
                       TO SBB-GR-PCT-T(SBB-GROWTH-COUNT)
               ELSE
                   DISPLAY 'GROWTH TABLE FULL -- ROW SKIPPED'
               END-IF
           END-IF.

      *> A store closed before the budget year starts gets no
      *> budget; one closing inside the year is budgeted in full
      *> and left for finance to cut on review.
       LOAD-STORE-TABLE.
           OPEN INPUT STORE-MASTER-IN
           IF SBB-STMAST-STATUS NOT = '00'
               DISPLAY 'STORE MASTER NOT FOUND: ' SBB-STMAST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL SBB-STMAST-EOF = 'Y'
               READ STORE-MASTER-IN
                   AT END MOVE 'Y' TO SBB-STMAST-EOF
                   NOT AT END
                       IF SM-CLOSE-DATE NOT = SPACES
                           AND SM-CLOSE-DATE < SBB-BUDGET-START
                           ADD 1 TO SBB-CLOSED-STORES
                       ELSE
                           PERFORM STORE-MASTER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STORE-MASTER-IN.

       STORE-MASTER-ENTRY.
           IF SBB-STORE-COUNT < 100
               ADD 1 TO SBB-STORE-COUNT
               MOVE SM-STORE-CODE TO SBB-ST-CODE-T(SBB-STORE-COUNT)
               MOVE SM-NAME TO SBB-ST-NAME-T(SBB-STORE-COUNT)
               MOVE SM-REGION TO SBB-ST-REGION-T(SBB-STORE-COUNT)
               MOVE ZERO TO SBB-ST-MONTHS-T(SBB-STORE-COUNT)
               PERFORM VARYING SBB-MONTH-IDX FROM 1 BY 1
                       UNTIL SBB-MONTH-IDX > 12
                   MOVE 'N' TO SBB-ST-HAVE-T(SBB-STORE-COUNT,
                                             SBB-MONTH-IDX)
                   PERFORM VARYING SBB-CAT-IDX FROM 1 BY 1
                           UNTIL SBB-CAT-IDX > 6
                       MOVE ZERO TO SBB-ST-ACTUAL-T(SBB-STORE-COUNT,
                                       SBB-MONTH-IDX, SBB-CAT-IDX)
                   END-PERFORM
               END-PERFORM
           ELSE
               DISPLAY 'STORE TABLE FULL -- SKIPPED ' SM-STORE-CODE
           END-IF.

      *> Store rows inside the window only; the chain roll-up row
      *> under 'ALL' is passed over since the chain figures here
      *> are built from the stores. A row written before the cost
      *> categories were carried cannot seed a budget and is
      *> counted and skipped.
       LOAD-HISTORY.
           OPEN INPUT STE-HIST-IN
           IF SBB-HIST-STATUS NOT = '00'
               DISPLAY 'NETREVENUE HISTORY NOT FOUND: ' SBB-HIST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL SBB-HIST-EOF = 'Y'
               READ STE-HIST-IN
                   AT END MOVE 'Y' TO SBB-HIST-EOF
                   NOT AT END
                       ADD 1 TO SBB-HIST-READ-COUNT
                       IF HIST-STORE-CODE NOT = 'ALL'
                           AND HIST-PERIOD-KEY NOT < SBB-WINDOW-START
                           AND HIST-PERIOD-KEY NOT > SBB-WINDOW-END
                           PERFORM APPLY-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STE-HIST-IN.

       APPLY-HISTORY-ROW.
           MOVE HIST-STORE-CODE TO SBB-STORE-KEY
           PERFORM FIND-STORE
           IF SBB-STORE-MATCH-IX = ZERO
               ADD 1 TO SBB-HIST-NO-STORE
               DISPLAY 'HISTORY STORE NOT BUDGETED: ' HIST-STORE-CODE
                       ' PERIOD ' HIST-PERIOD-KEY
           ELSE
               IF HIST-REVENUE NOT NUMERIC
                   OR HIST-RENT NOT NUMERIC
                   OR HIST-UTIL NOT NUMERIC
                   OR HIST-PAYR NOT NUMERIC
                   OR HIST-OTHR NOT NUMERIC
                   OR HIST-COGS NOT NUMERIC
                   ADD 1 TO SBB-HIST-NO-CATEGORY
               ELSE
                   PERFORM POST-HISTORY-ROW
               END-IF
           END-IF.

       POST-HISTORY-ROW.
           ADD 1 TO SBB-HIST-USED-COUNT
           MOVE HIST-PERIOD-KEY TO SBB-PERIOD-KEY
           MOVE SBB-PERIOD-MM TO SBB-MONTH-IDX
           IF SBB-ST-HAVE-T(SBB-STORE-MATCH-IX, SBB-MONTH-IDX) = 'N'
               MOVE 'Y'
                   TO SBB-ST-HAVE-T(SBB-STORE-MATCH-IX, SBB-MONTH-IDX)
               ADD 1 TO SBB-ST-MONTHS-T(SBB-STORE-MATCH-IX)
           END-IF
           MOVE HIST-REVENUE TO SBB-ST-ACTUAL-T(SBB-STORE-MATCH-IX,
                                                SBB-MONTH-IDX, 1)
           MOVE HIST-RENT TO SBB-ST-ACTUAL-T(SBB-STORE-MATCH-IX,
                                             SBB-MONTH-IDX, 2)
           MOVE HIST-UTIL TO SBB-ST-ACTUAL-T(SBB-STORE-MATCH-IX,
                                             SBB-MONTH-IDX, 3)
           MOVE HIST-PAYR TO SBB-ST-ACTUAL-T(SBB-STORE-MATCH-IX,
                                             SBB-MONTH-IDX, 4)
           MOVE HIST-OTHR TO SBB-ST-ACTUAL-T(SBB-STORE-MATCH-IX,
                                             SBB-MONTH-IDX, 5)
           MOVE HIST-COGS TO SBB-ST-ACTUAL-T(SBB-STORE-MATCH-IX,
                                             SBB-MONTH-IDX, 6).

       FIND-STORE.
           MOVE ZERO TO SBB-STORE-MATCH-IX
           SET SBB-STORE-IX TO 1
           SEARCH SBB-STORE-ENTRY
               AT END
                   CONTINUE
               WHEN SBB-STORE-IX > SBB-STORE-COUNT
                   CONTINUE
               WHEN SBB-ST-CODE-T(SBB-STORE-IX) = SBB-STORE-KEY
                   SET SBB-STORE-MATCH-IX TO SBB-STORE-IX
           END-SEARCH.

       SET-STORE-GROWTH-RATES.
           PERFORM VARYING SBB-STORE-IDX FROM 1 BY 1
                   UNTIL SBB-STORE-IDX > SBB-STORE-COUNT
               IF SBB-ST-MONTHS-T(SBB-STORE-IDX) < 12
                   ADD 1 TO SBB-SHORT-STORES
               END-IF
               PERFORM VARYING SBB-CAT-IDX FROM 1 BY 1
                       UNTIL SBB-CAT-IDX > 6
                   PERFORM PICK-GROWTH-RATE
               END-PERFORM
           END-PERFORM.

      *> Most specific row wins: store counts 4, region 2 and
      *> category 1, so a store row beats any region row and a
      *> category-specific row beats a general one at the same
      *> level. A row naming something else does not fit at all.
       PICK-GROWTH-RATE.
           MOVE SBB-DEFAULT-GROWTH
               TO SBB-ST-PCT-T(SBB-STORE-IDX, SBB-CAT-IDX)
           MOVE ZERO TO SBB-GROWTH-BEST-SCORE
           PERFORM VARYING SBB-GROWTH-IDX FROM 1 BY 1
                   UNTIL SBB-GROWTH-IDX > SBB-GROWTH-COUNT
               PERFORM SCORE-GROWTH-ROW
               IF SBB-GROWTH-SCORE > SBB-GROWTH-BEST-SCORE
                   MOVE SBB-GROWTH-SCORE TO SBB-GROWTH-BEST-SCORE
                   MOVE SBB-GR-PCT-T(SBB-GROWTH-IDX)
                       TO SBB-ST-PCT-T(SBB-STORE-IDX, SBB-CAT-IDX)
               END-IF
           END-PERFORM.

      *> A fitting row starts at 1, so a row with every key blank
      *> still beats the default and acts as a chain-wide rate.
       SCORE-GROWTH-ROW.
           MOVE 1 TO SBB-GROWTH-SCORE
           IF SBB-GR-STORE-T(SBB-GROWTH-IDX) NOT = SPACES
               IF SBB-GR-STORE-T(SBB-GROWTH-IDX)
                       = SBB-ST-CODE-T(SBB-STORE-IDX)
                   ADD 4 TO SBB-GROWTH-SCORE
               ELSE
                   MOVE ZERO TO SBB-GROWTH-SCORE
               END-IF
           END-IF
           IF SBB-GROWTH-SCORE > ZERO
               AND SBB-GR-REGION-T(SBB-GROWTH-IDX) NOT = SPACES
               IF SBB-GR-REGION-T(SBB-GROWTH-IDX)
                       = SBB-ST-REGION-T(SBB-STORE-IDX)
                   ADD 2 TO SBB-GROWTH-SCORE
               ELSE
                   MOVE ZERO TO SBB-GROWTH-SCORE
               END-IF
           END-IF
           IF SBB-GROWTH-SCORE > ZERO
               AND SBB-GR-CATEGORY-T(SBB-GROWTH-IDX) NOT = SPACES
               IF SBB-GR-CATEGORY-T(SBB-GROWTH-IDX)
                       = SBB-CATEGORY-CODE(SBB-CAT-IDX)
                   ADD 1 TO SBB-GROWTH-SCORE
               ELSE
                   MOVE ZERO TO SBB-GROWTH-SCORE
               END-IF
           END-IF.

       BUILD-CHAIN-PROPOSAL.
           PERFORM VARYING SBB-MONTH-IDX FROM 1 BY 1
                   UNTIL SBB-MONTH-IDX > 12
               PERFORM VARYING SBB-CAT-IDX FROM 1 BY 1
                       UNTIL SBB-CAT-IDX > 6
                   MOVE ZERO
                       TO SBB-CH-PROPOSED-T(SBB-MONTH-IDX, SBB-CAT-IDX)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING SBB-CAT-IDX FROM 1 BY 1
                   UNTIL SBB-CAT-IDX > 6
               MOVE ZERO TO SBB-YR-ACTUAL-T(SBB-CAT-IDX)
               MOVE ZERO TO SBB-YR-PROPOSED-T(SBB-CAT-IDX)
           END-PERFORM
           PERFORM VARYING SBB-STORE-IDX FROM 1 BY 1
                   UNTIL SBB-STORE-IDX > SBB-STORE-COUNT
               PERFORM VARYING SBB-MONTH-IDX FROM 1 BY 1
                       UNTIL SBB-MONTH-IDX > 12
                   PERFORM VARYING SBB-CAT-IDX FROM 1 BY 1
                           UNTIL SBB-CAT-IDX > 6
                       PERFORM GROW-ONE-ACTUAL
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       GROW-ONE-ACTUAL.
           COMPUTE SBB-MONTH-PROPOSED ROUNDED =
               SBB-ST-ACTUAL-T(SBB-STORE-IDX, SBB-MONTH-IDX,
                               SBB-CAT-IDX)
               * (100 + SBB-ST-PCT-T(SBB-STORE-IDX, SBB-CAT-IDX))
               / 100
           ADD SBB-MONTH-PROPOSED
               TO SBB-CH-PROPOSED-T(SBB-MONTH-IDX, SBB-CAT-IDX)
           ADD SBB-MONTH-PROPOSED TO SBB-YR-PROPOSED-T(SBB-CAT-IDX)
           ADD SBB-ST-ACTUAL-T(SBB-STORE-IDX, SBB-MONTH-IDX,
                               SBB-CAT-IDX)
               TO SBB-YR-ACTUAL-T(SBB-CAT-IDX).

      *> Budget master layout: period YYYYMM of the budget year,
      *> category, amount. The budget amount is unsigned; a net
      *> credit in a cost bucket is budgeted at zero.
       WRITE-PROPOSAL-FILE.
           OPEN OUTPUT BUDGET-PROPOSAL-OUT
           MOVE SBB-BUDGET-YEAR TO SBB-PERIOD-YYYY
           PERFORM VARYING SBB-MONTH-IDX FROM 1 BY 1
                   UNTIL SBB-MONTH-IDX > 12
               MOVE SBB-MONTH-IDX TO SBB-PERIOD-MM
               PERFORM VARYING SBB-CAT-IDX FROM 1 BY 1
                       UNTIL SBB-CAT-IDX > 6
                   MOVE SBB-PERIOD-KEY TO BUD-PERIOD-KEY
                   MOVE SBB-CATEGORY-CODE(SBB-CAT-IDX) TO BUD-CATEGORY
                   IF SBB-CH-PROPOSED-T(SBB-MONTH-IDX, SBB-CAT-IDX)
                           < ZERO
                       MOVE ZERO TO BUD-AMOUNT
                   ELSE
                       MOVE SBB-CH-PROPOSED-T(SBB-MONTH-IDX,
                                              SBB-CAT-IDX)
                           TO BUD-AMOUNT
                   END-IF
                   WRITE STORE-BUDGET-RECORD
                   ADD 1 TO SBB-ROWS-WRITTEN
               END-PERFORM
           END-PERFORM
           CLOSE BUDGET-PROPOSAL-OUT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SBB-LINE-WORK
           STRING 'PROPOSED STORE BUDGET - YEAR ' DELIMITED BY SIZE
                  SBB-BUDGET-YEAR DELIMITED BY SIZE
                  '   ACTUALS ' DELIMITED BY SIZE
                  SBB-WINDOW-START DELIMITED BY SIZE
                  ' THRU ' DELIMITED BY SIZE
                  SBB-WINDOW-END DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  SBB-TODAY DELIMITED BY SIZE
               INTO SBB-LINE-WORK
           MOVE SBB-LINE-WORK TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE 'PROPOSAL ONLY -- LIVE BUDGET UNCHANGED UNTIL APPROVED'
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO SBB-LINE-WORK
           STRING '  CATEGORY      PRIOR ACTUAL   GROWTH%'
                      DELIMITED BY SIZE
                  '       PROPOSED         CHANGE'
                      DELIMITED BY SIZE
               INTO SBB-LINE-WORK
           MOVE SBB-LINE-WORK TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE.

       WRITE-STORE-SECTIONS.
           PERFORM VARYING SBB-STORE-IDX FROM 1 BY 1
                   UNTIL SBB-STORE-IDX > SBB-STORE-COUNT
               MOVE SBB-ST-MONTHS-T(SBB-STORE-IDX) TO SBB-EDIT-MONTHS
               MOVE SPACES TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               MOVE SPACES TO SBB-LINE-WORK
               STRING 'STORE ' DELIMITED BY SIZE
                      SBB-ST-CODE-T(SBB-STORE-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SBB-ST-NAME-T(SBB-STORE-IDX) DELIMITED BY SIZE
                      ' REGION ' DELIMITED BY SIZE
                      SBB-ST-REGION-T(SBB-STORE-IDX) DELIMITED BY SIZE
                      '   MONTHS OF ACTUALS ' DELIMITED BY SIZE
                      SBB-EDIT-MONTHS DELIMITED BY SIZE
                   INTO SBB-LINE-WORK
               MOVE SBB-LINE-WORK TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               IF SBB-ST-MONTHS-T(SBB-STORE-IDX) < 12
                   MOVE '  ** SHORT YEAR -- MISSING MONTHS AT ZERO **'
                       TO REVIEW-REPORT-LINE
                   WRITE REVIEW-REPORT-LINE
               END-IF
               MOVE ZERO TO SBB-NET-ACTUAL
               MOVE ZERO TO SBB-NET-PROPOSED
               PERFORM VARYING SBB-CAT-IDX FROM 1 BY 1
                       UNTIL SBB-CAT-IDX > 6
                   PERFORM WRITE-STORE-CATEGORY-LINE
               END-PERFORM
               MOVE SBB-NET-ACTUAL TO SBB-STORE-ACTUAL
               MOVE SBB-NET-PROPOSED TO SBB-STORE-PROPOSED
               PERFORM WRITE-NET-LINE
           END-PERFORM.

       WRITE-STORE-CATEGORY-LINE.
           MOVE ZERO TO SBB-STORE-ACTUAL
           MOVE ZERO TO SBB-STORE-PROPOSED
           PERFORM VARYING SBB-MONTH-IDX FROM 1 BY 1
                   UNTIL SBB-MONTH-IDX > 12
               ADD SBB-ST-ACTUAL-T(SBB-STORE-IDX, SBB-MONTH-IDX,
                                   SBB-CAT-IDX)
                   TO SBB-STORE-ACTUAL
               COMPUTE SBB-MONTH-PROPOSED ROUNDED =
                   SBB-ST-ACTUAL-T(SBB-STORE-IDX, SBB-MONTH-IDX,
                                   SBB-CAT-IDX)
                   * (100 + SBB-ST-PCT-T(SBB-STORE-IDX, SBB-CAT-IDX))
                   / 100
               ADD SBB-MONTH-PROPOSED TO SBB-STORE-PROPOSED
           END-PERFORM
           IF SBB-CAT-IDX = 1
               ADD SBB-STORE-ACTUAL TO SBB-NET-ACTUAL
               ADD SBB-STORE-PROPOSED TO SBB-NET-PROPOSED
           ELSE
               SUBTRACT SBB-STORE-ACTUAL FROM SBB-NET-ACTUAL
               SUBTRACT SBB-STORE-PROPOSED FROM SBB-NET-PROPOSED
           END-IF
           MOVE SBB-ST-PCT-T(SBB-STORE-IDX, SBB-CAT-IDX)
               TO SBB-EDIT-PCT
           PERFORM WRITE-CATEGORY-LINE.

      *> Shared by the store and chain sections: category code,
      *> year of actuals, growth, proposed and change.
       WRITE-CATEGORY-LINE.
           MOVE SBB-STORE-ACTUAL TO SBB-EDIT-ACTUAL
           MOVE SBB-STORE-PROPOSED TO SBB-EDIT-PROPOSED
           COMPUTE SBB-CHANGE = SBB-STORE-PROPOSED - SBB-STORE-ACTUAL
           MOVE SBB-CHANGE TO SBB-EDIT-CHANGE
           MOVE SPACES TO SBB-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  SBB-CATEGORY-CODE(SBB-CAT-IDX) DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  SBB-EDIT-ACTUAL DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SBB-EDIT-PCT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SBB-EDIT-PROPOSED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SBB-EDIT-CHANGE DELIMITED BY SIZE
               INTO SBB-LINE-WORK
           MOVE SBB-LINE-WORK TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE.

       WRITE-NET-LINE.
           MOVE SBB-STORE-ACTUAL TO SBB-EDIT-ACTUAL
           MOVE SBB-STORE-PROPOSED TO SBB-EDIT-PROPOSED
           COMPUTE SBB-CHANGE = SBB-STORE-PROPOSED - SBB-STORE-ACTUAL
           MOVE SBB-CHANGE TO SBB-EDIT-CHANGE
           MOVE SPACES TO SBB-LINE-WORK
           STRING '  NET     ' DELIMITED BY SIZE
                  SBB-EDIT-ACTUAL DELIMITED BY SIZE
                  '          ' DELIMITED BY SIZE
                  SBB-EDIT-PROPOSED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SBB-EDIT-CHANGE DELIMITED BY SIZE
               INTO SBB-LINE-WORK
           MOVE SBB-LINE-WORK TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE.

      *> Chain totals per category -- these are the twelve months
      *> summed from the proposal file, so the file and the review
      *> agree. The growth column shows the blended rate.
       WRITE-CHAIN-SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE 'CHAIN TOTAL -- PROPOSED BUDGET MASTER'
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE ZERO TO SBB-NET-ACTUAL
           MOVE ZERO TO SBB-NET-PROPOSED
           PERFORM VARYING SBB-CAT-IDX FROM 1 BY 1
                   UNTIL SBB-CAT-IDX > 6
               MOVE SBB-YR-ACTUAL-T(SBB-CAT-IDX) TO SBB-STORE-ACTUAL
               MOVE SBB-YR-PROPOSED-T(SBB-CAT-IDX)
                   TO SBB-STORE-PROPOSED
               IF SBB-CAT-IDX = 1
                   ADD SBB-STORE-ACTUAL TO SBB-NET-ACTUAL
                   ADD SBB-STORE-PROPOSED TO SBB-NET-PROPOSED
               ELSE
                   SUBTRACT SBB-STORE-ACTUAL FROM SBB-NET-ACTUAL
                   SUBTRACT SBB-STORE-PROPOSED FROM SBB-NET-PROPOSED
               END-IF
               MOVE ZERO TO SBB-EDIT-PCT
               IF SBB-STORE-ACTUAL NOT = ZERO
                   COMPUTE SBB-EDIT-PCT ROUNDED =
                       (SBB-STORE-PROPOSED - SBB-STORE-ACTUAL)
                           / SBB-STORE-ACTUAL * 100
               END-IF
               PERFORM WRITE-CATEGORY-LINE
           END-PERFORM
           MOVE SBB-NET-ACTUAL TO SBB-STORE-ACTUAL
           MOVE SBB-NET-PROPOSED TO SBB-STORE-PROPOSED
           PERFORM WRITE-NET-LINE.
