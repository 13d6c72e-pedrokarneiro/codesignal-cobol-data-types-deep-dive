       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoreComparableSales.
      *> Comparable-store sales report. The consolidated growth
      *> figure on the P&L trend mixes in stores that opened or
      *> closed inside the year, so growth is overstated the year a
      *> store opens and understated the year one closes. This
      *> report keeps to the stores that traded for the whole of
      *> both the current year to date and the same span of the
      *> prior year -- opened (SM-OPEN-DATE on STMAST.DAT) on or
      *> before 1 January of the prior year and not closed
      *> (SM-CLOSE-DATE) before the end of the report month -- and
      *> compares their revenue and NetRevenue from the monthly
      *> history the P&L batch keeps (STEXP-HIST.DAT), for the
      *> report month and for the year to date, against the same
      *> month and span a year earlier, by store, by region and in
      *> total. Stores that fail the test are listed separately with
      *> the reason and their current figures, so every store on the
      *> history is accounted for.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCS-RUNPARM-STATUS.
           SELECT STORE-MASTER-IN ASSIGN TO "data/STMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCS-STMAST-STATUS.
           SELECT STE-HIST-IN ASSIGN TO "data/STEXP-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCS-HIST-STATUS.
           SELECT COMP-REPORT-OUT ASSIGN TO "data/STEXP-COMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  STORE-MASTER-IN.
       COPY STMAST.

       FD  STE-HIST-IN.
       COPY STEHIST.

       FD  COMP-REPORT-OUT.
       01  COMP-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 SCS-EOF-SWITCHES.
           05 SCS-RUNPARM-EOF           PIC X VALUE 'N'.
           05 SCS-STMAST-EOF            PIC X VALUE 'N'.
           05 SCS-HIST-EOF              PIC X VALUE 'N'.

       01 SCS-FILE-STATUSES.
           05 SCS-RUNPARM-STATUS        PIC XX.
           05 SCS-STMAST-STATUS         PIC XX.
           05 SCS-HIST-STATUS           PIC XX.

       01 SCS-TODAY                     PIC X(8).

      *> Tunable: the month reported (YYYYMM; zero reports the
      *> month before the run date, the last month the P&L batch
      *> can have closed).
       01 SCS-PARM-FIELDS.
           05 SCS-REPORT-MONTH          PIC 9(6) VALUE ZERO.
           05 SCS-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> The four spans compared: the report month and the year to
      *> date through it, and the same two a year earlier.
       01 SCS-PERIOD-FIELDS.
           05 SCS-CUR-YYYYMM.
               10 SCS-CUR-YYYY          PIC 9(4).
               10 SCS-CUR-MM            PIC 9(2).
           05 SCS-PY-YYYYMM.
               10 SCS-PY-YYYY           PIC 9(4).
               10 SCS-PY-MM             PIC 9(2).
           05 SCS-CUR-YTD-START.
               10 SCS-CUR-YTD-YYYY      PIC 9(4).
               10 FILLER                PIC X(2) VALUE '01'.
           05 SCS-PY-YTD-START.
               10 SCS-PY-YTD-YYYY       PIC 9(4).
               10 FILLER                PIC X(2) VALUE '01'.
           05 SCS-COMP-OPEN-BY.
               10 SCS-COMP-OPEN-YYYY    PIC 9(4).
               10 FILLER                PIC X(4) VALUE '0101'.

      *> Stores from the master with their four spans' figures.
      *> Comparable is decided once, from the open and close dates.
       01 SCS-STORE-CONTROL.
           05 SCS-STORE-COUNT           PIC 9(3) VALUE ZERO.
           05 SCS-STORE-IDX             PIC 9(3).
           05 SCS-STORE-MATCH-IX        PIC 9(3).
           05 SCS-STORE-KEY             PIC X(3).

       01 SCS-STORE-TABLE.
           05 SCS-STORE-ENTRY OCCURS 100 TIMES
                              INDEXED BY SCS-STORE-IX.
               10 SCS-SM-CODE-T         PIC X(3).
               10 SCS-SM-NAME-T         PIC X(20).
               10 SCS-SM-REGION-T       PIC X(3).
               10 SCS-SM-OPEN-T         PIC X(8).
               10 SCS-SM-CLOSE-T        PIC X(8).
               10 SCS-SM-COMPARABLE-T   PIC X.
               10 SCS-SM-REASON-T       PIC X(30).
               10 SCS-SM-FIGURES-T.
                   15 SCS-SM-CM-REV-T   PIC S9(9)V99.
                   15 SCS-SM-PM-REV-T   PIC S9(9)V99.
                   15 SCS-SM-CY-REV-T   PIC S9(9)V99.
                   15 SCS-SM-PY-REV-T   PIC S9(9)V99.
                   15 SCS-SM-CM-NET-T   PIC S9(9)V99.
                   15 SCS-SM-PM-NET-T   PIC S9(9)V99.
                   15 SCS-SM-CY-NET-T   PIC S9(9)V99.
                   15 SCS-SM-PY-NET-T   PIC S9(9)V99.

      *> Comparable stores rolled up by region.
       01 SCS-REGION-CONTROL.
           05 SCS-REGION-COUNT          PIC 9(3) VALUE ZERO.
           05 SCS-REGION-IDX            PIC 9(3).
           05 SCS-REGION-MATCH-IX       PIC 9(3).

       01 SCS-REGION-TABLE.
           05 SCS-REGION-ENTRY OCCURS 50 TIMES
                               INDEXED BY SCS-REGION-IX.
               10 SCS-RG-CODE-T         PIC X(3).
               10 SCS-RG-STORES-T       PIC 9(3).
               10 SCS-RG-FIGURES-T.
                   15 SCS-RG-CM-REV-T   PIC S9(9)V99.
                   15 SCS-RG-PM-REV-T   PIC S9(9)V99.
                   15 SCS-RG-CY-REV-T   PIC S9(9)V99.
                   15 SCS-RG-PY-REV-T   PIC S9(9)V99.
                   15 SCS-RG-CM-NET-T   PIC S9(9)V99.
                   15 SCS-RG-PM-NET-T   PIC S9(9)V99.
                   15 SCS-RG-CY-NET-T   PIC S9(9)V99.
                   15 SCS-RG-PY-NET-T   PIC S9(9)V99.

      *> Totals for the comparable set, the non-comparable set and
      *> the chain, in the same eight buckets as the store rows.
       01 SCS-COMP-TOTALS.
           05 SCS-CT-CM-REV             PIC S9(9)V99 VALUE ZERO.
           05 SCS-CT-PM-REV             PIC S9(9)V99 VALUE ZERO.
           05 SCS-CT-CY-REV             PIC S9(9)V99 VALUE ZERO.
           05 SCS-CT-PY-REV             PIC S9(9)V99 VALUE ZERO.
           05 SCS-CT-CM-NET             PIC S9(9)V99 VALUE ZERO.
           05 SCS-CT-PM-NET             PIC S9(9)V99 VALUE ZERO.
           05 SCS-CT-CY-NET             PIC S9(9)V99 VALUE ZERO.
           05 SCS-CT-PY-NET             PIC S9(9)V99 VALUE ZERO.

       01 SCS-NONCOMP-TOTALS.
           05 SCS-NT-CM-REV             PIC S9(9)V99 VALUE ZERO.
           05 SCS-NT-PM-REV             PIC S9(9)V99 VALUE ZERO.
           05 SCS-NT-CY-REV             PIC S9(9)V99 VALUE ZERO.
           05 SCS-NT-PY-REV             PIC S9(9)V99 VALUE ZERO.
           05 SCS-NT-CM-NET             PIC S9(9)V99 VALUE ZERO.
           05 SCS-NT-PM-NET             PIC S9(9)V99 VALUE ZERO.
           05 SCS-NT-CY-NET             PIC S9(9)V99 VALUE ZERO.
           05 SCS-NT-PY-NET             PIC S9(9)V99 VALUE ZERO.

      *> One comparison line's worth of figures; every store,
      *> region and total line is moved here and printed by the
      *> same paragraph.
       01 SCS-PRINT-FIGURES.
           05 SCS-PR-CM-REV             PIC S9(9)V99.
           05 SCS-PR-PM-REV             PIC S9(9)V99.
           05 SCS-PR-CY-REV             PIC S9(9)V99.
           05 SCS-PR-PY-REV             PIC S9(9)V99.
           05 SCS-PR-CM-NET             PIC S9(9)V99.
           05 SCS-PR-PM-NET             PIC S9(9)V99.
           05 SCS-PR-CY-NET             PIC S9(9)V99.
           05 SCS-PR-PY-NET             PIC S9(9)V99.

       01 SCS-PRINT-LABEL               PIC X(30).

       01 SCS-CALC-FIELDS.
           05 SCS-HIST-READ-COUNT       PIC 9(6) VALUE ZERO.
           05 SCS-HIST-USED-COUNT       PIC 9(6) VALUE ZERO.
           05 SCS-HIST-NO-STORE         PIC 9(6) VALUE ZERO.
           05 SCS-HIST-NO-REVENUE       PIC 9(6) VALUE ZERO.
           05 SCS-COMP-STORES           PIC 9(3) VALUE ZERO.
           05 SCS-NONCOMP-STORES        PIC 9(3) VALUE ZERO.
           05 SCS-ROW-REVENUE           PIC S9(9)V99.
           05 SCS-PCT-CURRENT           PIC S9(9)V99.
           05 SCS-PCT-PRIOR             PIC S9(9)V99.
           05 SCS-PCT-CHANGE            PIC S9(7)V9.

       01 SCS-EDIT-FIELDS.
           05 SCS-EDIT-CUR-REV          PIC --,---,--9.99.
           05 SCS-EDIT-PY-REV           PIC --,---,--9.99.
           05 SCS-EDIT-REV-PCT          PIC X(7).
           05 SCS-EDIT-CUR-NET          PIC --,---,--9.99.
           05 SCS-EDIT-PY-NET           PIC --,---,--9.99.
           05 SCS-EDIT-NET-PCT          PIC X(7).
           05 SCS-EDIT-PCT              PIC ----9.9.
           05 SCS-EDIT-STORES           PIC ZZ9.

       01 SCS-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO SCS-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SET-REPORT-PERIODS
           PERFORM LOAD-STORE-TABLE
           PERFORM LOAD-HISTORY
           PERFORM ROLL-UP-STORES
           OPEN OUTPUT COMP-REPORT-OUT
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-COMPARABLE-STORES
           PERFORM WRITE-REGION-SECTION
           PERFORM WRITE-NONCOMPARABLE-STORES
           PERFORM WRITE-CHAIN-TOTALS
           CLOSE COMP-REPORT-OUT
           DISPLAY 'Month reported       = ' SCS-CUR-YYYYMM
           DISPLAY 'Compared with        = ' SCS-PY-YYYYMM
           DISPLAY 'History rows read    = ' SCS-HIST-READ-COUNT
           DISPLAY 'History rows used    = ' SCS-HIST-USED-COUNT
           DISPLAY 'Rows store not found = ' SCS-HIST-NO-STORE
           DISPLAY 'Rows with no revenue = ' SCS-HIST-NO-REVENUE
           DISPLAY 'Comparable stores    = ' SCS-COMP-STORES
           DISPLAY 'Non-comparable stores= ' SCS-NONCOMP-STORES
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF SCS-RUNPARM-STATUS = '00'
               PERFORM UNTIL SCS-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO SCS-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       SCS-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF SCS-PARMS-FOUND < 1
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           DISPLAY 'PARM IN EFFECT: REPORT-MONTH = ' SCS-REPORT-MONTH.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'STORECOMPARABLESALES'
               EVALUATE RP-PARM-NAME
                   WHEN 'REPORT-MONTH'
                       MOVE RP-VALUE TO SCS-REPORT-MONTH
                       ADD 1 TO SCS-PARMS-FOUND
               END-EVALUATE
           END-IF.

      *> The prior-year month is the same month a year earlier; both
      *> year-to-date spans run from January through that month. A
      *> store must have opened by 1 January of the prior year to
      *> have traded through the whole prior-year span.
       SET-REPORT-PERIODS.
           IF SCS-REPORT-MONTH = ZERO
               MOVE SCS-TODAY(1:6) TO SCS-CUR-YYYYMM
               IF SCS-CUR-MM = 1
                   MOVE 12 TO SCS-CUR-MM
                   SUBTRACT 1 FROM SCS-CUR-YYYY
               ELSE
                   SUBTRACT 1 FROM SCS-CUR-MM
               END-IF
           ELSE
               MOVE SCS-REPORT-MONTH TO SCS-CUR-YYYYMM
           END-IF
           MOVE SCS-CUR-MM TO SCS-PY-MM
           COMPUTE SCS-PY-YYYY = SCS-CUR-YYYY - 1
           MOVE SCS-CUR-YYYY TO SCS-CUR-YTD-YYYY
           MOVE SCS-PY-YYYY TO SCS-PY-YTD-YYYY
           MOVE SCS-PY-YYYY TO SCS-COMP-OPEN-YYYY.

       LOAD-STORE-TABLE.
           OPEN INPUT STORE-MASTER-IN
           IF SCS-STMAST-STATUS NOT = '00'
               DISPLAY 'STORE MASTER NOT FOUND: ' SCS-STMAST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL SCS-STMAST-EOF = 'Y'
               READ STORE-MASTER-IN
                   AT END MOVE 'Y' TO SCS-STMAST-EOF
                   NOT AT END PERFORM STORE-MASTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE STORE-MASTER-IN.

       STORE-MASTER-ENTRY.
           IF SCS-STORE-COUNT < 100
               ADD 1 TO SCS-STORE-COUNT
               MOVE SM-STORE-CODE TO SCS-SM-CODE-T(SCS-STORE-COUNT)
               MOVE SM-NAME TO SCS-SM-NAME-T(SCS-STORE-COUNT)
               MOVE SM-REGION TO SCS-SM-REGION-T(SCS-STORE-COUNT)
               MOVE SM-OPEN-DATE TO SCS-SM-OPEN-T(SCS-STORE-COUNT)
               MOVE SM-CLOSE-DATE TO SCS-SM-CLOSE-T(SCS-STORE-COUNT)
               MOVE ZERO TO SCS-SM-CM-REV-T(SCS-STORE-COUNT)
               MOVE ZERO TO SCS-SM-PM-REV-T(SCS-STORE-COUNT)
               MOVE ZERO TO SCS-SM-CY-REV-T(SCS-STORE-COUNT)
               MOVE ZERO TO SCS-SM-PY-REV-T(SCS-STORE-COUNT)
               MOVE ZERO TO SCS-SM-CM-NET-T(SCS-STORE-COUNT)
               MOVE ZERO TO SCS-SM-PM-NET-T(SCS-STORE-COUNT)
               MOVE ZERO TO SCS-SM-CY-NET-T(SCS-STORE-COUNT)
               MOVE ZERO TO SCS-SM-PY-NET-T(SCS-STORE-COUNT)
               PERFORM DECIDE-COMPARABLE
           ELSE
               DISPLAY 'STORE TABLE FULL -- SKIPPED ' SM-STORE-CODE
           END-IF.

      *> Comparable: opened on or before 1 January of the prior year
      *> and still trading after the report month. A store closed
      *> inside the report month did not trade the whole month.
       DECIDE-COMPARABLE.
           MOVE 'Y' TO SCS-SM-COMPARABLE-T(SCS-STORE-COUNT)
           MOVE SPACES TO SCS-SM-REASON-T(SCS-STORE-COUNT)
           IF SM-OPEN-DATE = SPACES
               OR SM-OPEN-DATE > SCS-COMP-OPEN-BY
               MOVE 'N' TO SCS-SM-COMPARABLE-T(SCS-STORE-COUNT)
               STRING 'OPENED ' DELIMITED BY SIZE
                      SM-OPEN-DATE DELIMITED BY SIZE
                   INTO SCS-SM-REASON-T(SCS-STORE-COUNT)
           END-IF
           IF SM-CLOSE-DATE NOT = SPACES
               AND SM-CLOSE-DATE(1:6) NOT > SCS-CUR-YYYYMM
               MOVE 'N' TO SCS-SM-COMPARABLE-T(SCS-STORE-COUNT)
               MOVE SPACES TO SCS-SM-REASON-T(SCS-STORE-COUNT)
               STRING 'CLOSED ' DELIMITED BY SIZE
                      SM-CLOSE-DATE DELIMITED BY SIZE
                   INTO SCS-SM-REASON-T(SCS-STORE-COUNT)
           END-IF.

      *> The history carries the chain roll-up under store 'ALL';
      *> the report builds its own totals from the store rows, so
      *> the roll-up row is passed over. Rows written before gross
      *> revenue was carried read as zero revenue and are counted.
       LOAD-HISTORY.
           OPEN INPUT STE-HIST-IN
           IF SCS-HIST-STATUS NOT = '00'
               DISPLAY 'NETREVENUE HISTORY NOT FOUND: ' SCS-HIST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL SCS-HIST-EOF = 'Y'
               READ STE-HIST-IN
                   AT END MOVE 'Y' TO SCS-HIST-EOF
                   NOT AT END
                       ADD 1 TO SCS-HIST-READ-COUNT
                       IF HIST-STORE-CODE NOT = 'ALL'
                           PERFORM APPLY-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STE-HIST-IN.

       APPLY-HISTORY-ROW.
           IF HIST-PERIOD-KEY(1:4) NOT = SCS-CUR-YTD-YYYY
               AND HIST-PERIOD-KEY(1:4) NOT = SCS-PY-YTD-YYYY
               CONTINUE
           ELSE
               IF HIST-PERIOD-KEY(5:2) > SCS-CUR-YYYYMM(5:2)
                   CONTINUE
               ELSE
                   PERFORM POST-HISTORY-ROW
               END-IF
           END-IF.

       POST-HISTORY-ROW.
           MOVE HIST-STORE-CODE TO SCS-STORE-KEY
           PERFORM FIND-STORE
           IF SCS-STORE-MATCH-IX = ZERO
               ADD 1 TO SCS-HIST-NO-STORE
               DISPLAY 'HISTORY STORE NOT ON MASTER: ' HIST-STORE-CODE
                       ' PERIOD ' HIST-PERIOD-KEY
           ELSE
               ADD 1 TO SCS-HIST-USED-COUNT
               IF HIST-REVENUE IS NUMERIC
                   MOVE HIST-REVENUE TO SCS-ROW-REVENUE
               ELSE
                   MOVE ZERO TO SCS-ROW-REVENUE
                   ADD 1 TO SCS-HIST-NO-REVENUE
               END-IF
               IF HIST-PERIOD-KEY(1:4) = SCS-CUR-YTD-YYYY
                   ADD SCS-ROW-REVENUE
                       TO SCS-SM-CY-REV-T(SCS-STORE-MATCH-IX)
                   ADD HIST-NET-REVENUE
                       TO SCS-SM-CY-NET-T(SCS-STORE-MATCH-IX)
                   IF HIST-PERIOD-KEY = SCS-CUR-YYYYMM
                       ADD SCS-ROW-REVENUE
                           TO SCS-SM-CM-REV-T(SCS-STORE-MATCH-IX)
                       ADD HIST-NET-REVENUE
                           TO SCS-SM-CM-NET-T(SCS-STORE-MATCH-IX)
                   END-IF
               ELSE
                   ADD SCS-ROW-REVENUE
                       TO SCS-SM-PY-REV-T(SCS-STORE-MATCH-IX)
                   ADD HIST-NET-REVENUE
                       TO SCS-SM-PY-NET-T(SCS-STORE-MATCH-IX)
                   IF HIST-PERIOD-KEY = SCS-PY-YYYYMM
                       ADD SCS-ROW-REVENUE
                           TO SCS-SM-PM-REV-T(SCS-STORE-MATCH-IX)
                       ADD HIST-NET-REVENUE
                           TO SCS-SM-PM-NET-T(SCS-STORE-MATCH-IX)
                   END-IF
               END-IF
           END-IF.

       FIND-STORE.
           MOVE ZERO TO SCS-STORE-MATCH-IX
           SET SCS-STORE-IX TO 1
           SEARCH SCS-STORE-ENTRY
               AT END
                   CONTINUE
               WHEN SCS-STORE-IX > SCS-STORE-COUNT
                   CONTINUE
               WHEN SCS-SM-CODE-T(SCS-STORE-IX) = SCS-STORE-KEY
                   SET SCS-STORE-MATCH-IX TO SCS-STORE-IX
           END-SEARCH.

       ROLL-UP-STORES.
           PERFORM VARYING SCS-STORE-IDX FROM 1 BY 1
                   UNTIL SCS-STORE-IDX > SCS-STORE-COUNT
               IF SCS-SM-COMPARABLE-T(SCS-STORE-IDX) = 'Y'
                   ADD 1 TO SCS-COMP-STORES
                   PERFORM ADD-STORE-TO-REGION
                   ADD SCS-SM-CM-REV-T(SCS-STORE-IDX) TO SCS-CT-CM-REV
                   ADD SCS-SM-PM-REV-T(SCS-STORE-IDX) TO SCS-CT-PM-REV
                   ADD SCS-SM-CY-REV-T(SCS-STORE-IDX) TO SCS-CT-CY-REV
                   ADD SCS-SM-PY-REV-T(SCS-STORE-IDX) TO SCS-CT-PY-REV
                   ADD SCS-SM-CM-NET-T(SCS-STORE-IDX) TO SCS-CT-CM-NET
                   ADD SCS-SM-PM-NET-T(SCS-STORE-IDX) TO SCS-CT-PM-NET
                   ADD SCS-SM-CY-NET-T(SCS-STORE-IDX) TO SCS-CT-CY-NET
                   ADD SCS-SM-PY-NET-T(SCS-STORE-IDX) TO SCS-CT-PY-NET
               ELSE
                   ADD 1 TO SCS-NONCOMP-STORES
                   ADD SCS-SM-CM-REV-T(SCS-STORE-IDX) TO SCS-NT-CM-REV
                   ADD SCS-SM-PM-REV-T(SCS-STORE-IDX) TO SCS-NT-PM-REV
                   ADD SCS-SM-CY-REV-T(SCS-STORE-IDX) TO SCS-NT-CY-REV
                   ADD SCS-SM-PY-REV-T(SCS-STORE-IDX) TO SCS-NT-PY-REV
                   ADD SCS-SM-CM-NET-T(SCS-STORE-IDX) TO SCS-NT-CM-NET
                   ADD SCS-SM-PM-NET-T(SCS-STORE-IDX) TO SCS-NT-PM-NET
                   ADD SCS-SM-CY-NET-T(SCS-STORE-IDX) TO SCS-NT-CY-NET
                   ADD SCS-SM-PY-NET-T(SCS-STORE-IDX) TO SCS-NT-PY-NET
               END-IF
           END-PERFORM.

       ADD-STORE-TO-REGION.
           MOVE ZERO TO SCS-REGION-MATCH-IX
           SET SCS-REGION-IX TO 1
           SEARCH SCS-REGION-ENTRY
               AT END
                   CONTINUE
               WHEN SCS-REGION-IX > SCS-REGION-COUNT
                   CONTINUE
               WHEN SCS-RG-CODE-T(SCS-REGION-IX)
                       = SCS-SM-REGION-T(SCS-STORE-IDX)
                   SET SCS-REGION-MATCH-IX TO SCS-REGION-IX
           END-SEARCH
           IF SCS-REGION-MATCH-IX = ZERO
               AND SCS-REGION-COUNT < 50
               ADD 1 TO SCS-REGION-COUNT
               MOVE SCS-REGION-COUNT TO SCS-REGION-MATCH-IX
               MOVE SCS-SM-REGION-T(SCS-STORE-IDX)
                   TO SCS-RG-CODE-T(SCS-REGION-COUNT)
               MOVE ZERO TO SCS-RG-STORES-T(SCS-REGION-COUNT)
               MOVE ZERO TO SCS-RG-CM-REV-T(SCS-REGION-COUNT)
               MOVE ZERO TO SCS-RG-PM-REV-T(SCS-REGION-COUNT)
               MOVE ZERO TO SCS-RG-CY-REV-T(SCS-REGION-COUNT)
               MOVE ZERO TO SCS-RG-PY-REV-T(SCS-REGION-COUNT)
               MOVE ZERO TO SCS-RG-CM-NET-T(SCS-REGION-COUNT)
               MOVE ZERO TO SCS-RG-PM-NET-T(SCS-REGION-COUNT)
               MOVE ZERO TO SCS-RG-CY-NET-T(SCS-REGION-COUNT)
               MOVE ZERO TO SCS-RG-PY-NET-T(SCS-REGION-COUNT)
           END-IF
           IF SCS-REGION-MATCH-IX > ZERO
               ADD 1 TO SCS-RG-STORES-T(SCS-REGION-MATCH-IX)
               ADD SCS-SM-CM-REV-T(SCS-STORE-IDX)
                   TO SCS-RG-CM-REV-T(SCS-REGION-MATCH-IX)
               ADD SCS-SM-PM-REV-T(SCS-STORE-IDX)
                   TO SCS-RG-PM-REV-T(SCS-REGION-MATCH-IX)
               ADD SCS-SM-CY-REV-T(SCS-STORE-IDX)
                   TO SCS-RG-CY-REV-T(SCS-REGION-MATCH-IX)
               ADD SCS-SM-PY-REV-T(SCS-STORE-IDX)
                   TO SCS-RG-PY-REV-T(SCS-REGION-MATCH-IX)
               ADD SCS-SM-CM-NET-T(SCS-STORE-IDX)
                   TO SCS-RG-CM-NET-T(SCS-REGION-MATCH-IX)
               ADD SCS-SM-PM-NET-T(SCS-STORE-IDX)
                   TO SCS-RG-PM-NET-T(SCS-REGION-MATCH-IX)
               ADD SCS-SM-CY-NET-T(SCS-STORE-IDX)
                   TO SCS-RG-CY-NET-T(SCS-REGION-MATCH-IX)
               ADD SCS-SM-PY-NET-T(SCS-STORE-IDX)
                   TO SCS-RG-PY-NET-T(SCS-REGION-MATCH-IX)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SCS-LINE-WORK
           STRING 'COMPARABLE-STORE SALES - MONTH ' DELIMITED BY SIZE
                  SCS-CUR-YYYYMM DELIMITED BY SIZE
                  ' VS ' DELIMITED BY SIZE
                  SCS-PY-YYYYMM DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  SCS-TODAY DELIMITED BY SIZE
               INTO SCS-LINE-WORK
           MOVE SCS-LINE-WORK TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           MOVE SPACES TO SCS-LINE-WORK
           STRING 'COMPARABLE = OPEN ON OR BEFORE ' DELIMITED BY SIZE
                  SCS-COMP-OPEN-BY DELIMITED BY SIZE
                  ' AND NOT CLOSED BY END OF ' DELIMITED BY SIZE
                  SCS-CUR-YYYYMM DELIMITED BY SIZE
               INTO SCS-LINE-WORK
           MOVE SCS-LINE-WORK TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           MOVE SPACES TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           MOVE SPACES TO SCS-LINE-WORK
           STRING '                                       '
                      DELIMITED BY SIZE
                  '   CURRENT REV  PRIOR-YR REV    CHG%'
                      DELIMITED BY SIZE
                  '   CURRENT NET  PRIOR-YR NET    CHG%'
                      DELIMITED BY SIZE
               INTO SCS-LINE-WORK
           MOVE SCS-LINE-WORK TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE.

       WRITE-COMPARABLE-STORES.
           MOVE SPACES TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           MOVE 'COMPARABLE STORES' TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           PERFORM VARYING SCS-STORE-IDX FROM 1 BY 1
                   UNTIL SCS-STORE-IDX > SCS-STORE-COUNT
               IF SCS-SM-COMPARABLE-T(SCS-STORE-IDX) = 'Y'
                   MOVE SPACES TO SCS-PRINT-LABEL
                   STRING SCS-SM-CODE-T(SCS-STORE-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SCS-SM-NAME-T(SCS-STORE-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SCS-SM-REGION-T(SCS-STORE-IDX)
                              DELIMITED BY SIZE
                       INTO SCS-PRINT-LABEL
                   MOVE SCS-SM-FIGURES-T(SCS-STORE-IDX)
                       TO SCS-PRINT-FIGURES
                   PERFORM WRITE-COMPARISON-LINES
               END-IF
           END-PERFORM
           MOVE 'TOTAL COMPARABLE STORES' TO SCS-PRINT-LABEL
           MOVE SCS-COMP-TOTALS TO SCS-PRINT-FIGURES
           PERFORM WRITE-COMPARISON-LINES.

       WRITE-REGION-SECTION.
           MOVE SPACES TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           MOVE 'COMPARABLE STORES BY REGION' TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           PERFORM VARYING SCS-REGION-IDX FROM 1 BY 1
                   UNTIL SCS-REGION-IDX > SCS-REGION-COUNT
               MOVE SCS-RG-STORES-T(SCS-REGION-IDX) TO SCS-EDIT-STORES
               MOVE SPACES TO SCS-PRINT-LABEL
               STRING 'REGION ' DELIMITED BY SIZE
                      SCS-RG-CODE-T(SCS-REGION-IDX) DELIMITED BY SIZE
                      '  STORES ' DELIMITED BY SIZE
                      SCS-EDIT-STORES DELIMITED BY SIZE
                   INTO SCS-PRINT-LABEL
               MOVE SCS-RG-FIGURES-T(SCS-REGION-IDX)
                   TO SCS-PRINT-FIGURES
               PERFORM WRITE-COMPARISON-LINES
           END-PERFORM.

      *> Non-comparable stores are shown with the same columns so
      *> their contribution to the chain growth can be seen, but
      *> their change is not a like-for-like figure.
       WRITE-NONCOMPARABLE-STORES.
           MOVE SPACES TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           MOVE 'NON-COMPARABLE STORES' TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           IF SCS-NONCOMP-STORES = ZERO
               MOVE '  NONE' TO COMP-REPORT-LINE
               WRITE COMP-REPORT-LINE
           END-IF
           PERFORM VARYING SCS-STORE-IDX FROM 1 BY 1
                   UNTIL SCS-STORE-IDX > SCS-STORE-COUNT
               IF SCS-SM-COMPARABLE-T(SCS-STORE-IDX) NOT = 'Y'
                   MOVE SPACES TO SCS-PRINT-LABEL
                   STRING SCS-SM-CODE-T(SCS-STORE-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SCS-SM-NAME-T(SCS-STORE-IDX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SCS-SM-REGION-T(SCS-STORE-IDX)
                              DELIMITED BY SIZE
                       INTO SCS-PRINT-LABEL
                   MOVE SCS-SM-FIGURES-T(SCS-STORE-IDX)
                       TO SCS-PRINT-FIGURES
                   PERFORM WRITE-COMPARISON-LINES
                   MOVE SPACES TO SCS-LINE-WORK
                   STRING '      NOT COMPARABLE: ' DELIMITED BY SIZE
                          SCS-SM-REASON-T(SCS-STORE-IDX)
                              DELIMITED BY SIZE
                       INTO SCS-LINE-WORK
                   MOVE SCS-LINE-WORK TO COMP-REPORT-LINE
                   WRITE COMP-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE 'TOTAL NON-COMPARABLE' TO SCS-PRINT-LABEL
           MOVE SCS-NONCOMP-TOTALS TO SCS-PRINT-FIGURES
           PERFORM WRITE-COMPARISON-LINES.

       WRITE-CHAIN-TOTALS.
           ADD SCS-NT-CM-REV TO SCS-CT-CM-REV
           ADD SCS-NT-PM-REV TO SCS-CT-PM-REV
           ADD SCS-NT-CY-REV TO SCS-CT-CY-REV
           ADD SCS-NT-PY-REV TO SCS-CT-PY-REV
           ADD SCS-NT-CM-NET TO SCS-CT-CM-NET
           ADD SCS-NT-PM-NET TO SCS-CT-PM-NET
           ADD SCS-NT-CY-NET TO SCS-CT-CY-NET
           ADD SCS-NT-PY-NET TO SCS-CT-PY-NET
           MOVE SPACES TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           MOVE 'TOTAL ALL STORES' TO SCS-PRINT-LABEL
           MOVE SCS-COMP-TOTALS TO SCS-PRINT-FIGURES
           PERFORM WRITE-COMPARISON-LINES.

      *> Two lines per entry: the report month against the same
      *> month a year earlier, then the year to date against the
      *> same span a year earlier.
       WRITE-COMPARISON-LINES.
           MOVE SCS-PR-CM-REV TO SCS-EDIT-CUR-REV
           MOVE SCS-PR-PM-REV TO SCS-EDIT-PY-REV
           MOVE SCS-PR-CM-REV TO SCS-PCT-CURRENT
           MOVE SCS-PR-PM-REV TO SCS-PCT-PRIOR
           PERFORM COMPUTE-PCT-CHANGE
           MOVE SCS-EDIT-PCT TO SCS-EDIT-REV-PCT
           IF SCS-PCT-PRIOR = ZERO
               MOVE '    N/A' TO SCS-EDIT-REV-PCT
           END-IF
           MOVE SCS-PR-CM-NET TO SCS-EDIT-CUR-NET
           MOVE SCS-PR-PM-NET TO SCS-EDIT-PY-NET
           MOVE SCS-PR-CM-NET TO SCS-PCT-CURRENT
           MOVE SCS-PR-PM-NET TO SCS-PCT-PRIOR
           PERFORM COMPUTE-PCT-CHANGE
           MOVE SCS-EDIT-PCT TO SCS-EDIT-NET-PCT
           IF SCS-PCT-PRIOR = ZERO
               MOVE '    N/A' TO SCS-EDIT-NET-PCT
           END-IF
           MOVE SPACES TO SCS-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  SCS-PRINT-LABEL DELIMITED BY SIZE
                  ' MONTH ' DELIMITED BY SIZE
                  SCS-EDIT-CUR-REV DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCS-EDIT-PY-REV DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCS-EDIT-REV-PCT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCS-EDIT-CUR-NET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCS-EDIT-PY-NET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCS-EDIT-NET-PCT DELIMITED BY SIZE
               INTO SCS-LINE-WORK
           MOVE SCS-LINE-WORK TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE
           MOVE SCS-PR-CY-REV TO SCS-EDIT-CUR-REV
           MOVE SCS-PR-PY-REV TO SCS-EDIT-PY-REV
           MOVE SCS-PR-CY-REV TO SCS-PCT-CURRENT
           MOVE SCS-PR-PY-REV TO SCS-PCT-PRIOR
           PERFORM COMPUTE-PCT-CHANGE
           MOVE SCS-EDIT-PCT TO SCS-EDIT-REV-PCT
           IF SCS-PCT-PRIOR = ZERO
               MOVE '    N/A' TO SCS-EDIT-REV-PCT
           END-IF
           MOVE SCS-PR-CY-NET TO SCS-EDIT-CUR-NET
           MOVE SCS-PR-PY-NET TO SCS-EDIT-PY-NET
           MOVE SCS-PR-CY-NET TO SCS-PCT-CURRENT
           MOVE SCS-PR-PY-NET TO SCS-PCT-PRIOR
           PERFORM COMPUTE-PCT-CHANGE
           MOVE SCS-EDIT-PCT TO SCS-EDIT-NET-PCT
           IF SCS-PCT-PRIOR = ZERO
               MOVE '    N/A' TO SCS-EDIT-NET-PCT
           END-IF
           MOVE SPACES TO SCS-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  '                              ' DELIMITED BY SIZE
                  ' YTD   ' DELIMITED BY SIZE
                  SCS-EDIT-CUR-REV DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCS-EDIT-PY-REV DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCS-EDIT-REV-PCT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCS-EDIT-CUR-NET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCS-EDIT-PY-NET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SCS-EDIT-NET-PCT DELIMITED BY SIZE
               INTO SCS-LINE-WORK
           MOVE SCS-LINE-WORK TO COMP-REPORT-LINE
           WRITE COMP-REPORT-LINE.

      *> Change over the prior year's figure, against its size so a
      *> negative prior NetRevenue improving still reads as growth.
       COMPUTE-PCT-CHANGE.
           MOVE ZERO TO SCS-PCT-CHANGE
           IF SCS-PCT-PRIOR NOT = ZERO
               IF SCS-PCT-PRIOR < ZERO
                   COMPUTE SCS-PCT-CHANGE ROUNDED =
                       (SCS-PCT-CURRENT - SCS-PCT-PRIOR)
                           / (ZERO - SCS-PCT-PRIOR) * 100
               ELSE
                   COMPUTE SCS-PCT-CHANGE ROUNDED =
                       (SCS-PCT-CURRENT - SCS-PCT-PRIOR)
                           / SCS-PCT-PRIOR * 100
               END-IF
           END-IF
           MOVE SCS-PCT-CHANGE TO SCS-EDIT-PCT.
