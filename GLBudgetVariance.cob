       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBudgetVariance.
      *> Monthly GL budget-versus-actual. Every account that has a
      *> budget (GLBUD.DAT) or posted activity (GLHIST.DAT) in the
      *> report year is compared, entity by entity, for the report
      *> month and for the year to date through it: budget, actual,
      *> variance (actual less budget, both in the posting job's
      *> grow/shrink sense) and the variance as a percent of budget.
      *> A variance past the threshold percent is flagged '*'; so is
      *> any actual against a zero budget, whose percent prints N/A.
      *> Each department head (GLACOWN.DAT) gets a page of their own
      *> accounts, subtotalled by COA-ACCT-TYPE; accounts nobody owns
      *> land on an UNASSIGNED page, and a closing summary totals
      *> every owner by type. The month and threshold come from the
      *> runtime-parameter master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBV-RUNPARM-STATUS.
           SELECT GL-COA-IN ASSIGN TO "data/GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBV-COA-STATUS.
           SELECT GL-BALANCE-IN ASSIGN TO "data/GLACCT-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBV-BALANCE-STATUS.
           SELECT ACCOUNT-OWNER-IN ASSIGN TO "data/GLACOWN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBV-OWNER-STATUS.
           SELECT BUDGET-MASTER-IN ASSIGN TO "data/GLBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBV-BUD-STATUS.
           SELECT GL-HISTORY-IN ASSIGN TO "data/GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBV-HIST-STATUS.
           SELECT VARIANCE-REPORT-OUT ASSIGN TO "data/GL-BUDVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  GL-COA-IN.
       COPY GLCOA.

       FD  GL-BALANCE-IN.
       01  GL-BALANCE-RECORD.
           05 GBV-IN-ACCT-ID             PIC X(6).
           05 GBV-IN-BALANCE             PIC S9(9)V99
                                          SIGN IS TRAILING SEPARATE.
           05 GBV-IN-ENTITY              PIC X(2).

       FD  ACCOUNT-OWNER-IN.
       COPY GLACOWN.

       FD  BUDGET-MASTER-IN.
       COPY GLBUD.

       FD  GL-HISTORY-IN.
       COPY GLHIST.

       FD  VARIANCE-REPORT-OUT.
       01  VARIANCE-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 GBV-EOF-SWITCHES.
           05 GBV-RUNPARM-EOF            PIC X VALUE 'N'.
           05 GBV-COA-EOF                PIC X VALUE 'N'.
           05 GBV-BALANCE-EOF            PIC X VALUE 'N'.
           05 GBV-OWNER-EOF              PIC X VALUE 'N'.
           05 GBV-BUD-EOF                PIC X VALUE 'N'.
           05 GBV-HIST-EOF               PIC X VALUE 'N'.

       01 GBV-FILE-STATUSES.
           05 GBV-RUNPARM-STATUS         PIC XX.
           05 GBV-COA-STATUS             PIC XX.
           05 GBV-BALANCE-STATUS         PIC XX.
           05 GBV-OWNER-STATUS           PIC XX.
           05 GBV-BUD-STATUS             PIC XX.
           05 GBV-HIST-STATUS            PIC XX.

       01 GBV-TODAY                      PIC X(8).

      *> Tunables: the month reported (YYYYMM; zero reports the
      *> month before the run date) and the variance percent past
      *> which a line is flagged.
       01 GBV-PARM-FIELDS.
           05 GBV-REPORT-MONTH           PIC 9(6) VALUE ZERO.
           05 GBV-VARIANCE-PCT           PIC 9(3)V9 VALUE 10.
           05 GBV-PARMS-FOUND            PIC 9(1) VALUE ZERO.

       01 GBV-PERIOD-FIELDS.
           05 GBV-CUR-YYYYMM.
               10 GBV-CUR-YYYY           PIC 9(4).
               10 GBV-CUR-MM             PIC 9(2).
           05 GBV-YTD-START.
               10 GBV-YTD-YYYY           PIC 9(4).
               10 FILLER                 PIC X(2) VALUE '01'.

      *> Chart entries for the description and type.
       01 GBV-COA-CONTROL.
           05 GBV-COA-COUNT              PIC 9(4) VALUE ZERO.
           05 GBV-COA-MATCH              PIC 9(4).

       01 GBV-COA-TABLE.
           05 GBV-COA-ENTRY OCCURS 500 TIMES
                            INDEXED BY GBV-COA-IX.
               10 GBV-COA-ID-T           PIC X(6).
               10 GBV-COA-DESC-T         PIC X(30).
               10 GBV-COA-TYPE-T         PIC X(1).

      *> The balance file names each account's entity; GLHIST.DAT
      *> carries none of its own.
       01 GBV-ENTITY-CONTROL.
           05 GBV-ACCT-ENT-COUNT         PIC 9(4) VALUE ZERO.

       01 GBV-ACCT-ENTITY-TABLE.
           05 GBV-AE-ENTRY OCCURS 500 TIMES
                           INDEXED BY GBV-AE-IX.
               10 GBV-AE-ACCT-T          PIC X(6).
               10 GBV-AE-ENTITY-T        PIC X(2).

      *> Owners in the order the owner file first names them; each
      *> account points at one. Owner zero is UNASSIGNED.
       01 GBV-OWNER-CONTROL.
           05 GBV-OWNER-COUNT            PIC 9(3) VALUE ZERO.
           05 GBV-OWNER-IDX              PIC 9(3).
           05 GBV-OWNER-MATCH            PIC 9(3).
           05 GBV-ACCT-OWN-COUNT         PIC 9(4) VALUE ZERO.

       01 GBV-OWNER-TABLE.
           05 GBV-OWN-ENTRY OCCURS 100 TIMES
                            INDEXED BY GBV-OWN-IX.
               10 GBV-OWN-ID-T           PIC X(8).
               10 GBV-OWN-NAME-T         PIC X(30).

       01 GBV-ACCT-OWNER-TABLE.
           05 GBV-AO-ENTRY OCCURS 500 TIMES
                           INDEXED BY GBV-AO-IX.
               10 GBV-AO-ACCT-T          PIC X(6).
               10 GBV-AO-OWNER-T         PIC 9(3).

      *> One row per entity and account compared, with the month's
      *> and the year-to-date budget and actual.
       01 GBV-ROW-CONTROL.
           05 GBV-ROW-COUNT              PIC 9(4) VALUE ZERO.
           05 GBV-ROW-IDX                PIC 9(4).
           05 GBV-ROW-MATCH              PIC 9(4).
           05 GBV-SEEK-ENTITY            PIC X(2).
           05 GBV-SEEK-ACCT              PIC X(6).

       01 GBV-ROW-TABLE.
           05 GBV-ROW-ENTRY OCCURS 2000 TIMES.
               10 GBV-ROW-ENTITY-T       PIC X(2).
               10 GBV-ROW-ACCT-T         PIC X(6).
               10 GBV-ROW-DESC-T         PIC X(30).
               10 GBV-ROW-TYPE-T         PIC X(1).
               10 GBV-ROW-OWNER-T        PIC 9(3).
               10 GBV-ROW-PER-BUD-T      PIC S9(9)V99.
               10 GBV-ROW-PER-ACT-T      PIC S9(9)V99.
               10 GBV-ROW-YTD-BUD-T      PIC S9(9)V99.
               10 GBV-ROW-YTD-ACT-T      PIC S9(9)V99.

      *> COA-ACCT-TYPE in report order, '?' last for accounts that
      *> are not on the chart; the summary totals every owner here.
       01 GBV-TYPE-ORDER                 PIC X(6) VALUE 'ALQRE?'.
       01 GBV-TYPE-IDX                   PIC 9(1).
       01 GBV-CURRENT-TYPE               PIC X(1).
       01 GBV-TYPE-TITLE                 PIC X(14).

       01 GBV-SUMMARY-TABLE.
           05 GBV-SUM-ENTRY OCCURS 6 TIMES.
               10 GBV-SUM-PER-BUD-T      PIC S9(11)V99.
               10 GBV-SUM-PER-ACT-T      PIC S9(11)V99.
               10 GBV-SUM-YTD-BUD-T      PIC S9(11)V99.
               10 GBV-SUM-YTD-ACT-T      PIC S9(11)V99.

      *> The four figures of whatever line is being printed -- an
      *> account or a type subtotal.
       01 GBV-LINE-FIGURES.
           05 GBV-FIG-PER-BUD            PIC S9(11)V99.
           05 GBV-FIG-PER-ACT            PIC S9(11)V99.
           05 GBV-FIG-YTD-BUD            PIC S9(11)V99.
           05 GBV-FIG-YTD-ACT            PIC S9(11)V99.
           05 GBV-FIG-BUDGET             PIC S9(11)V99.
           05 GBV-FIG-ACTUAL             PIC S9(11)V99.
           05 GBV-FIG-VARIANCE           PIC S9(11)V99.
           05 GBV-FIG-PCT                PIC S9(4)V9.
           05 GBV-FIG-ABS-PCT            PIC 9(4)V9.
           05 GBV-FIG-COL                PIC 9(3).
           05 GBV-FIG-FLAG               PIC X(1).
           05 GBV-FIG-LINE-FLAGGED       PIC X(1).

       01 GBV-TOTALS.
           05 GBV-TYPE-PER-BUD           PIC S9(11)V99.
           05 GBV-TYPE-PER-ACT           PIC S9(11)V99.
           05 GBV-TYPE-YTD-BUD           PIC S9(11)V99.
           05 GBV-TYPE-YTD-ACT           PIC S9(11)V99.
           05 GBV-TYPE-LINES             PIC 9(4).
           05 GBV-OWNER-LINES            PIC 9(4).

       01 GBV-WORK-FIELDS.
           05 GBV-SIGNED-AMOUNT          PIC S9(9)V99.
           05 GBV-CURRENT-OWNER          PIC 9(3).
           05 GBV-OWNER-TITLE            PIC X(40).
           05 GBV-UNASSIGNED-ROWS        PIC 9(4) VALUE ZERO.

       01 GBV-COUNTERS.
           05 GBV-BUD-READ-COUNT         PIC 9(6) VALUE ZERO.
           05 GBV-BUD-USED-COUNT         PIC 9(6) VALUE ZERO.
           05 GBV-HIST-READ-COUNT        PIC 9(6) VALUE ZERO.
           05 GBV-HIST-USED-COUNT        PIC 9(6) VALUE ZERO.
           05 GBV-FLAGGED-COUNT          PIC 9(4) VALUE ZERO.
           05 GBV-OWNER-PAGES            PIC 9(4) VALUE ZERO.

      *> Pagination, same page-control shape as GLStatements.cob;
      *> a new owner always starts a new page.
       01 GBV-PAGE-CONTROL.
           05 GBV-PAGE-NUMBER            PIC 9(4) VALUE ZERO.
           05 GBV-LINES-ON-PAGE          PIC 9(4) VALUE ZERO.
           05 GBV-MAX-LINES-PER-PAGE     PIC 9(4) VALUE 20.

       01 GBV-EDIT-FIELDS.
           05 GBV-EDIT-PAGE-NUM          PIC ZZZ9.
           05 GBV-EDIT-AMOUNT            PIC -ZZ,ZZZ,ZZ9.99.
           05 GBV-EDIT-PCT               PIC -ZZZ9.9.
           05 GBV-EDIT-THRESHOLD         PIC ZZ9.9.

       01 GBV-LINE-WORK                  PIC X(132).
       01 GBV-LINE-SAVE                  PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GBV-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SET-REPORT-PERIOD
           PERFORM LOAD-CHART
           PERFORM LOAD-ACCOUNT-ENTITIES
           PERFORM LOAD-OWNERS
           PERFORM LOAD-BUDGETS
           PERFORM SCAN-HISTORY
           PERFORM VARYING GBV-TYPE-IDX FROM 1 BY 1
                   UNTIL GBV-TYPE-IDX > 6
               MOVE ZERO TO GBV-SUM-PER-BUD-T(GBV-TYPE-IDX)
               MOVE ZERO TO GBV-SUM-PER-ACT-T(GBV-TYPE-IDX)
               MOVE ZERO TO GBV-SUM-YTD-BUD-T(GBV-TYPE-IDX)
               MOVE ZERO TO GBV-SUM-YTD-ACT-T(GBV-TYPE-IDX)
           END-PERFORM
           OPEN OUTPUT VARIANCE-REPORT-OUT
           PERFORM VARYING GBV-OWNER-IDX FROM 1 BY 1
                   UNTIL GBV-OWNER-IDX > GBV-OWNER-COUNT
               MOVE GBV-OWNER-IDX TO GBV-CURRENT-OWNER
               MOVE SPACES TO GBV-OWNER-TITLE
               STRING GBV-OWN-ID-T(GBV-OWNER-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      GBV-OWN-NAME-T(GBV-OWNER-IDX) DELIMITED BY SIZE
                   INTO GBV-OWNER-TITLE
               PERFORM WRITE-OWNER-PAGE
           END-PERFORM
           IF GBV-UNASSIGNED-ROWS > ZERO
               MOVE ZERO TO GBV-CURRENT-OWNER
               MOVE 'UNASSIGNED -- NO OWNER ON FILE' TO GBV-OWNER-TITLE
               PERFORM WRITE-OWNER-PAGE
           END-IF
           PERFORM WRITE-SUMMARY-PAGE
           CLOSE VARIANCE-REPORT-OUT
           DISPLAY 'Month reported       = ' GBV-CUR-YYYYMM
           DISPLAY 'Budget rows read     = ' GBV-BUD-READ-COUNT
           DISPLAY 'Budget rows used     = ' GBV-BUD-USED-COUNT
           DISPLAY 'History rows read    = ' GBV-HIST-READ-COUNT
           DISPLAY 'History rows used    = ' GBV-HIST-USED-COUNT
           DISPLAY 'Accounts compared    = ' GBV-ROW-COUNT
           DISPLAY 'Owner pages          = ' GBV-OWNER-PAGES
           DISPLAY 'Unassigned accounts  = ' GBV-UNASSIGNED-ROWS
           DISPLAY 'Variances flagged    = ' GBV-FLAGGED-COUNT
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF GBV-RUNPARM-STATUS = '00'
               PERFORM UNTIL GBV-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO GBV-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       GBV-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF GBV-PARMS-FOUND < 2
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           DISPLAY 'PARM IN EFFECT: REPORT-MONTH = ' GBV-REPORT-MONTH
           DISPLAY 'PARM IN EFFECT: VARIANCE-PCT = ' GBV-VARIANCE-PCT.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'GLBUDGETVARIANCE'
               EVALUATE RP-PARM-NAME
                   WHEN 'REPORT-MONTH'
                       MOVE RP-VALUE TO GBV-REPORT-MONTH
                       ADD 1 TO GBV-PARMS-FOUND
                   WHEN 'VARIANCE-PCT'
                       MOVE RP-VALUE TO GBV-VARIANCE-PCT
                       ADD 1 TO GBV-PARMS-FOUND
               END-EVALUATE
           END-IF.

      *> The year to date runs from January of the report month's
      *> year through the report month.
       SET-REPORT-PERIOD.
           IF GBV-REPORT-MONTH = ZERO
               MOVE GBV-TODAY(1:6) TO GBV-CUR-YYYYMM
               IF GBV-CUR-MM = 1
                   MOVE 12 TO GBV-CUR-MM
                   SUBTRACT 1 FROM GBV-CUR-YYYY
               ELSE
                   SUBTRACT 1 FROM GBV-CUR-MM
               END-IF
           ELSE
               MOVE GBV-REPORT-MONTH TO GBV-CUR-YYYYMM
           END-IF
           MOVE GBV-CUR-YYYY TO GBV-YTD-YYYY.

       LOAD-CHART.
           OPEN INPUT GL-COA-IN
           IF GBV-COA-STATUS = '00'
               PERFORM UNTIL GBV-COA-EOF = 'Y'
                   READ GL-COA-IN
                       AT END MOVE 'Y' TO GBV-COA-EOF
                       NOT AT END
                           IF GBV-COA-COUNT < 500
                               ADD 1 TO GBV-COA-COUNT
                               MOVE COA-ACCT-ID
                                   TO GBV-COA-ID-T(GBV-COA-COUNT)
                               MOVE COA-DESCRIPTION
                                   TO GBV-COA-DESC-T(GBV-COA-COUNT)
                               MOVE COA-ACCT-TYPE
                                   TO GBV-COA-TYPE-T(GBV-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-COA-IN
           ELSE
               DISPLAY 'Chart of accounts not found: ' GBV-COA-STATUS
           END-IF.

       LOAD-ACCOUNT-ENTITIES.
           OPEN INPUT GL-BALANCE-IN
           IF GBV-BALANCE-STATUS = '00'
               PERFORM UNTIL GBV-BALANCE-EOF = 'Y'
                   READ GL-BALANCE-IN
                       AT END MOVE 'Y' TO GBV-BALANCE-EOF
                       NOT AT END
                           IF GBV-ACCT-ENT-COUNT < 500
                               ADD 1 TO GBV-ACCT-ENT-COUNT
                               MOVE GBV-IN-ACCT-ID
                                   TO GBV-AE-ACCT-T(GBV-ACCT-ENT-COUNT)
                               IF GBV-IN-ENTITY = SPACES
                                   MOVE '01' TO
                                     GBV-AE-ENTITY-T(GBV-ACCT-ENT-COUNT)
                               ELSE
                                   MOVE GBV-IN-ENTITY TO
                                     GBV-AE-ENTITY-T(GBV-ACCT-ENT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-IN
           ELSE
               DISPLAY 'Updated balance file not found: '
                       GBV-BALANCE-STATUS
           END-IF.

       LOAD-OWNERS.
           OPEN INPUT ACCOUNT-OWNER-IN
           IF GBV-OWNER-STATUS = '00'
               PERFORM UNTIL GBV-OWNER-EOF = 'Y'
                   READ ACCOUNT-OWNER-IN
                       AT END MOVE 'Y' TO GBV-OWNER-EOF
                       NOT AT END PERFORM STORE-ACCOUNT-OWNER
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-OWNER-IN
           ELSE
               DISPLAY 'Account owner file not found: '
                       GBV-OWNER-STATUS
                       ' -- ALL ACCOUNTS UNASSIGNED'
           END-IF.

       STORE-ACCOUNT-OWNER.
           MOVE ZERO TO GBV-OWNER-MATCH
           SET GBV-OWN-IX TO 1
           SEARCH GBV-OWN-ENTRY
               AT END
                   CONTINUE
               WHEN GBV-OWN-IX > GBV-OWNER-COUNT
                   CONTINUE
               WHEN GBV-OWN-ID-T(GBV-OWN-IX) = GAO-OWNER-ID
                   SET GBV-OWNER-MATCH TO GBV-OWN-IX
           END-SEARCH
           IF GBV-OWNER-MATCH = ZERO AND GBV-OWNER-COUNT < 100
               ADD 1 TO GBV-OWNER-COUNT
               MOVE GBV-OWNER-COUNT TO GBV-OWNER-MATCH
               MOVE GAO-OWNER-ID TO GBV-OWN-ID-T(GBV-OWNER-MATCH)
               MOVE GAO-OWNER-NAME TO GBV-OWN-NAME-T(GBV-OWNER-MATCH)
           END-IF
           IF GBV-ACCT-OWN-COUNT < 500
               ADD 1 TO GBV-ACCT-OWN-COUNT
               MOVE GAO-ACCT-ID TO GBV-AO-ACCT-T(GBV-ACCT-OWN-COUNT)
               MOVE GBV-OWNER-MATCH
                   TO GBV-AO-OWNER-T(GBV-ACCT-OWN-COUNT)
           END-IF.

      *> Budget rows for the report year, up to the report month.
       LOAD-BUDGETS.
           OPEN INPUT BUDGET-MASTER-IN
           IF GBV-BUD-STATUS = '00'
               PERFORM UNTIL GBV-BUD-EOF = 'Y'
                   READ BUDGET-MASTER-IN
                       AT END MOVE 'Y' TO GBV-BUD-EOF
                       NOT AT END PERFORM NOTE-ONE-BUDGET-ROW
                   END-READ
               END-PERFORM
               CLOSE BUDGET-MASTER-IN
           ELSE
               DISPLAY 'GL budget master not found: ' GBV-BUD-STATUS
                       ' -- ACTUALS SHOWN AGAINST ZERO BUDGET'
           END-IF.

       NOTE-ONE-BUDGET-ROW.
           ADD 1 TO GBV-BUD-READ-COUNT
           IF GLB-PERIOD >= GBV-YTD-START
               AND GLB-PERIOD <= GBV-CUR-YYYYMM
               ADD 1 TO GBV-BUD-USED-COUNT
               MOVE GLB-ENTITY TO GBV-SEEK-ENTITY
               MOVE GLB-ACCT-ID TO GBV-SEEK-ACCT
               PERFORM FIND-OR-ADD-ROW
               ADD GLB-AMOUNT TO GBV-ROW-YTD-BUD-T(GBV-ROW-MATCH)
               IF GLB-PERIOD = GBV-CUR-YYYYMM
                   ADD GLB-AMOUNT TO GBV-ROW-PER-BUD-T(GBV-ROW-MATCH)
               END-IF
           END-IF.

      *> Posted history signed 'D' shrink / 'C' grow, the same sense
      *> the budget is stated in.
       SCAN-HISTORY.
           OPEN INPUT GL-HISTORY-IN
           IF GBV-HIST-STATUS = '00'
               PERFORM UNTIL GBV-HIST-EOF = 'Y'
                   READ GL-HISTORY-IN
                       AT END MOVE 'Y' TO GBV-HIST-EOF
                       NOT AT END PERFORM NOTE-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-IN
           ELSE
               DISPLAY 'No posted history on file: ' GBV-HIST-STATUS
           END-IF.

       NOTE-ONE-HISTORY-ROW.
           ADD 1 TO GBV-HIST-READ-COUNT
           IF GLH-POST-DATE(1:6) >= GBV-YTD-START
               AND GLH-POST-DATE(1:6) <= GBV-CUR-YYYYMM
               ADD 1 TO GBV-HIST-USED-COUNT
               MOVE '01' TO GBV-SEEK-ENTITY
               SET GBV-AE-IX TO 1
               SEARCH GBV-AE-ENTRY
                   AT END
                       CONTINUE
                   WHEN GBV-AE-IX > GBV-ACCT-ENT-COUNT
                       CONTINUE
                   WHEN GBV-AE-ACCT-T(GBV-AE-IX) = GLH-ACCT-ID
                       MOVE GBV-AE-ENTITY-T(GBV-AE-IX)
                           TO GBV-SEEK-ENTITY
               END-SEARCH
               MOVE GLH-ACCT-ID TO GBV-SEEK-ACCT
               PERFORM FIND-OR-ADD-ROW
               IF GLH-OP-CODE = 'D'
                   COMPUTE GBV-SIGNED-AMOUNT = ZERO - GLH-AMOUNT
               ELSE
                   MOVE GLH-AMOUNT TO GBV-SIGNED-AMOUNT
               END-IF
               ADD GBV-SIGNED-AMOUNT TO GBV-ROW-YTD-ACT-T(GBV-ROW-MATCH)
               IF GLH-POST-DATE(1:6) = GBV-CUR-YYYYMM
                   ADD GBV-SIGNED-AMOUNT
                       TO GBV-ROW-PER-ACT-T(GBV-ROW-MATCH)
               END-IF
           END-IF.

      *> A new row takes its description and type from the chart
      *> ('?' when the account is not on it) and its owner from the
      *> owner file.
       FIND-OR-ADD-ROW.
           MOVE ZERO TO GBV-ROW-MATCH
           PERFORM VARYING GBV-ROW-IDX FROM 1 BY 1
                   UNTIL GBV-ROW-IDX > GBV-ROW-COUNT
                      OR GBV-ROW-MATCH > ZERO
               IF GBV-ROW-ENTITY-T(GBV-ROW-IDX) = GBV-SEEK-ENTITY
                   AND GBV-ROW-ACCT-T(GBV-ROW-IDX) = GBV-SEEK-ACCT
                   MOVE GBV-ROW-IDX TO GBV-ROW-MATCH
               END-IF
           END-PERFORM
           IF GBV-ROW-MATCH = ZERO
               IF GBV-ROW-COUNT >= 2000
                   DISPLAY 'VARIANCE ROW TABLE FULL -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO GBV-ROW-COUNT
               MOVE GBV-ROW-COUNT TO GBV-ROW-MATCH
               MOVE GBV-SEEK-ENTITY TO GBV-ROW-ENTITY-T(GBV-ROW-MATCH)
               MOVE GBV-SEEK-ACCT TO GBV-ROW-ACCT-T(GBV-ROW-MATCH)
               MOVE '*NOT ON CHART*' TO GBV-ROW-DESC-T(GBV-ROW-MATCH)
               MOVE '?' TO GBV-ROW-TYPE-T(GBV-ROW-MATCH)
               SET GBV-COA-IX TO 1
               SEARCH GBV-COA-ENTRY
                   AT END
                       CONTINUE
                   WHEN GBV-COA-IX > GBV-COA-COUNT
                       CONTINUE
                   WHEN GBV-COA-ID-T(GBV-COA-IX) = GBV-SEEK-ACCT
                       MOVE GBV-COA-DESC-T(GBV-COA-IX)
                           TO GBV-ROW-DESC-T(GBV-ROW-MATCH)
                       MOVE GBV-COA-TYPE-T(GBV-COA-IX)
                           TO GBV-ROW-TYPE-T(GBV-ROW-MATCH)
               END-SEARCH
               MOVE ZERO TO GBV-ROW-OWNER-T(GBV-ROW-MATCH)
               SET GBV-AO-IX TO 1
               SEARCH GBV-AO-ENTRY
                   AT END
                       CONTINUE
                   WHEN GBV-AO-IX > GBV-ACCT-OWN-COUNT
                       CONTINUE
                   WHEN GBV-AO-ACCT-T(GBV-AO-IX) = GBV-SEEK-ACCT
                       MOVE GBV-AO-OWNER-T(GBV-AO-IX)
                           TO GBV-ROW-OWNER-T(GBV-ROW-MATCH)
               END-SEARCH
               IF GBV-ROW-OWNER-T(GBV-ROW-MATCH) = ZERO
                   ADD 1 TO GBV-UNASSIGNED-ROWS
               END-IF
               MOVE ZERO TO GBV-ROW-PER-BUD-T(GBV-ROW-MATCH)
               MOVE ZERO TO GBV-ROW-PER-ACT-T(GBV-ROW-MATCH)
               MOVE ZERO TO GBV-ROW-YTD-BUD-T(GBV-ROW-MATCH)
               MOVE ZERO TO GBV-ROW-YTD-ACT-T(GBV-ROW-MATCH)
           END-IF.

      *> One owner's page: their accounts type by type, each type
      *> subtotalled. Types are never added together -- a revenue
      *> and an expense budget do not sum to anything meaningful.
       WRITE-OWNER-PAGE.
           ADD 1 TO GBV-OWNER-PAGES
           PERFORM START-NEW-PAGE
           MOVE ZERO TO GBV-OWNER-LINES
           PERFORM VARYING GBV-TYPE-IDX FROM 1 BY 1
                   UNTIL GBV-TYPE-IDX > 6
               MOVE GBV-TYPE-ORDER(GBV-TYPE-IDX:1) TO GBV-CURRENT-TYPE
               PERFORM WRITE-OWNER-TYPE-GROUP
           END-PERFORM
           IF GBV-OWNER-LINES = ZERO
               MOVE '  NO BUDGET OR ACTIVITY ON THIS OWNER''S ACCOUNTS'
                   TO VARIANCE-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-OWNER-TYPE-GROUP.
           MOVE ZERO TO GBV-TYPE-PER-BUD
           MOVE ZERO TO GBV-TYPE-PER-ACT
           MOVE ZERO TO GBV-TYPE-YTD-BUD
           MOVE ZERO TO GBV-TYPE-YTD-ACT
           MOVE ZERO TO GBV-TYPE-LINES
           PERFORM VARYING GBV-ROW-IDX FROM 1 BY 1
                   UNTIL GBV-ROW-IDX > GBV-ROW-COUNT
               IF GBV-ROW-OWNER-T(GBV-ROW-IDX) = GBV-CURRENT-OWNER
                   AND GBV-ROW-TYPE-T(GBV-ROW-IDX) = GBV-CURRENT-TYPE
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           IF GBV-TYPE-LINES > ZERO
               PERFORM SET-TYPE-TITLE
               MOVE GBV-TYPE-PER-BUD TO GBV-FIG-PER-BUD
               MOVE GBV-TYPE-PER-ACT TO GBV-FIG-PER-ACT
               MOVE GBV-TYPE-YTD-BUD TO GBV-FIG-YTD-BUD
               MOVE GBV-TYPE-YTD-ACT TO GBV-FIG-YTD-ACT
               MOVE SPACES TO GBV-LINE-WORK
               STRING '  TOTAL ' DELIMITED BY SIZE
                      GBV-TYPE-TITLE DELIMITED BY SIZE
                   INTO GBV-LINE-WORK
               PERFORM BUILD-FIGURE-COLUMNS
               MOVE GBV-LINE-WORK TO VARIANCE-REPORT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO VARIANCE-REPORT-LINE
               PERFORM WRITE-RPT-LINE
               ADD GBV-TYPE-PER-BUD TO GBV-SUM-PER-BUD-T(GBV-TYPE-IDX)
               ADD GBV-TYPE-PER-ACT TO GBV-SUM-PER-ACT-T(GBV-TYPE-IDX)
               ADD GBV-TYPE-YTD-BUD TO GBV-SUM-YTD-BUD-T(GBV-TYPE-IDX)
               ADD GBV-TYPE-YTD-ACT TO GBV-SUM-YTD-ACT-T(GBV-TYPE-IDX)
           END-IF.

      *> Only an account line's flag counts toward the run's flagged
      *> total; subtotals show theirs for the reader alone.
       WRITE-ACCOUNT-LINE.
           ADD 1 TO GBV-TYPE-LINES
           ADD 1 TO GBV-OWNER-LINES
           ADD GBV-ROW-PER-BUD-T(GBV-ROW-IDX) TO GBV-TYPE-PER-BUD
           ADD GBV-ROW-PER-ACT-T(GBV-ROW-IDX) TO GBV-TYPE-PER-ACT
           ADD GBV-ROW-YTD-BUD-T(GBV-ROW-IDX) TO GBV-TYPE-YTD-BUD
           ADD GBV-ROW-YTD-ACT-T(GBV-ROW-IDX) TO GBV-TYPE-YTD-ACT
           MOVE GBV-ROW-PER-BUD-T(GBV-ROW-IDX) TO GBV-FIG-PER-BUD
           MOVE GBV-ROW-PER-ACT-T(GBV-ROW-IDX) TO GBV-FIG-PER-ACT
           MOVE GBV-ROW-YTD-BUD-T(GBV-ROW-IDX) TO GBV-FIG-YTD-BUD
           MOVE GBV-ROW-YTD-ACT-T(GBV-ROW-IDX) TO GBV-FIG-YTD-ACT
           MOVE SPACES TO GBV-LINE-WORK
           MOVE GBV-ROW-ENTITY-T(GBV-ROW-IDX) TO GBV-LINE-WORK(1:2)
           MOVE GBV-ROW-ACCT-T(GBV-ROW-IDX) TO GBV-LINE-WORK(4:6)
           MOVE GBV-ROW-DESC-T(GBV-ROW-IDX) TO GBV-LINE-WORK(11:14)
           PERFORM BUILD-FIGURE-COLUMNS
           IF GBV-FIG-LINE-FLAGGED = 'Y'
               ADD 1 TO GBV-FLAGGED-COUNT
           END-IF
           MOVE GBV-LINE-WORK TO VARIANCE-REPORT-LINE
           PERFORM WRITE-RPT-LINE.

      *> Month figures from column 25, year to date from column 79:
      *> budget, actual, variance, percent and flag.
       BUILD-FIGURE-COLUMNS.
           MOVE 'N' TO GBV-FIG-LINE-FLAGGED
           MOVE GBV-FIG-PER-BUD TO GBV-FIG-BUDGET
           MOVE GBV-FIG-PER-ACT TO GBV-FIG-ACTUAL
           MOVE 25 TO GBV-FIG-COL
           PERFORM BUILD-ONE-SPAN
           MOVE GBV-FIG-YTD-BUD TO GBV-FIG-BUDGET
           MOVE GBV-FIG-YTD-ACT TO GBV-FIG-ACTUAL
           MOVE 79 TO GBV-FIG-COL
           PERFORM BUILD-ONE-SPAN.

       BUILD-ONE-SPAN.
           MOVE SPACE TO GBV-FIG-FLAG
           COMPUTE GBV-FIG-VARIANCE = GBV-FIG-ACTUAL - GBV-FIG-BUDGET
           MOVE GBV-FIG-BUDGET TO GBV-EDIT-AMOUNT
           MOVE GBV-EDIT-AMOUNT TO GBV-LINE-WORK(GBV-FIG-COL:14)
           ADD 15 TO GBV-FIG-COL
           MOVE GBV-FIG-ACTUAL TO GBV-EDIT-AMOUNT
           MOVE GBV-EDIT-AMOUNT TO GBV-LINE-WORK(GBV-FIG-COL:14)
           ADD 15 TO GBV-FIG-COL
           MOVE GBV-FIG-VARIANCE TO GBV-EDIT-AMOUNT
           MOVE GBV-EDIT-AMOUNT TO GBV-LINE-WORK(GBV-FIG-COL:14)
           ADD 15 TO GBV-FIG-COL
           IF GBV-FIG-BUDGET = ZERO
               MOVE '    N/A' TO GBV-LINE-WORK(GBV-FIG-COL:7)
               IF GBV-FIG-ACTUAL NOT = ZERO
                   MOVE '*' TO GBV-FIG-FLAG
               END-IF
           ELSE
               COMPUTE GBV-FIG-PCT ROUNDED =
                       GBV-FIG-VARIANCE * 100 / GBV-FIG-BUDGET
                   ON SIZE ERROR
                       IF GBV-FIG-VARIANCE < ZERO
                           MOVE -9999.9 TO GBV-FIG-PCT
                       ELSE
                           MOVE 9999.9 TO GBV-FIG-PCT
                       END-IF
               END-COMPUTE
               MOVE GBV-FIG-PCT TO GBV-EDIT-PCT
               MOVE GBV-EDIT-PCT TO GBV-LINE-WORK(GBV-FIG-COL:7)
               MOVE GBV-FIG-PCT TO GBV-FIG-ABS-PCT
               IF GBV-FIG-ABS-PCT > GBV-VARIANCE-PCT
                   MOVE '*' TO GBV-FIG-FLAG
               END-IF
           END-IF
           ADD 7 TO GBV-FIG-COL
           MOVE GBV-FIG-FLAG TO GBV-LINE-WORK(GBV-FIG-COL:1)
           IF GBV-FIG-FLAG = '*'
               MOVE 'Y' TO GBV-FIG-LINE-FLAGGED
           END-IF.

       SET-TYPE-TITLE.
           EVALUATE GBV-CURRENT-TYPE
               WHEN 'A' MOVE 'ASSETS' TO GBV-TYPE-TITLE
               WHEN 'L' MOVE 'LIABILITIES' TO GBV-TYPE-TITLE
               WHEN 'Q' MOVE 'EQUITY' TO GBV-TYPE-TITLE
               WHEN 'R' MOVE 'REVENUE' TO GBV-TYPE-TITLE
               WHEN 'E' MOVE 'EXPENSES' TO GBV-TYPE-TITLE
               WHEN OTHER MOVE 'NOT ON CHART' TO GBV-TYPE-TITLE
           END-EVALUATE.

      *> Every owner's subtotals added together, type by type.
       WRITE-SUMMARY-PAGE.
           MOVE 'ALL OWNERS -- SUMMARY BY ACCOUNT TYPE'
               TO GBV-OWNER-TITLE
           PERFORM START-NEW-PAGE
           PERFORM VARYING GBV-TYPE-IDX FROM 1 BY 1
                   UNTIL GBV-TYPE-IDX > 6
               MOVE GBV-TYPE-ORDER(GBV-TYPE-IDX:1) TO GBV-CURRENT-TYPE
               PERFORM SET-TYPE-TITLE
               MOVE GBV-SUM-PER-BUD-T(GBV-TYPE-IDX) TO GBV-FIG-PER-BUD
               MOVE GBV-SUM-PER-ACT-T(GBV-TYPE-IDX) TO GBV-FIG-PER-ACT
               MOVE GBV-SUM-YTD-BUD-T(GBV-TYPE-IDX) TO GBV-FIG-YTD-BUD
               MOVE GBV-SUM-YTD-ACT-T(GBV-TYPE-IDX) TO GBV-FIG-YTD-ACT
               MOVE SPACES TO GBV-LINE-WORK
               MOVE GBV-TYPE-TITLE TO GBV-LINE-WORK(3:14)
               PERFORM BUILD-FIGURE-COLUMNS
               MOVE GBV-LINE-WORK TO VARIANCE-REPORT-LINE
               PERFORM WRITE-RPT-LINE
           END-PERFORM
           MOVE GBV-VARIANCE-PCT TO GBV-EDIT-THRESHOLD
           MOVE SPACES TO GBV-LINE-WORK
           STRING '* VARIANCE BEYOND ' DELIMITED BY SIZE
                  GBV-EDIT-THRESHOLD DELIMITED BY SIZE
                  ' PCT OF BUDGET, OR ACTIVITY WITH NO BUDGET.'
                      DELIMITED BY SIZE
                  '  ACCOUNT LINES FLAGGED: ' DELIMITED BY SIZE
                  GBV-FLAGGED-COUNT DELIMITED BY SIZE
               INTO GBV-LINE-WORK
           MOVE GBV-LINE-WORK TO VARIANCE-REPORT-LINE
           PERFORM WRITE-RPT-LINE.

      *> Pagination: every report line flows through here, same
      *> discipline as GLStatements.cob's WRITE-STMT-LINE.
       WRITE-RPT-LINE.
           MOVE VARIANCE-REPORT-LINE TO GBV-LINE-SAVE
           IF GBV-PAGE-NUMBER = 0
               PERFORM START-NEW-PAGE
           END-IF
           IF GBV-LINES-ON-PAGE >= GBV-MAX-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF
           MOVE GBV-LINE-SAVE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           ADD 1 TO GBV-LINES-ON-PAGE.

       START-NEW-PAGE.
           ADD 1 TO GBV-PAGE-NUMBER
           MOVE ZERO TO GBV-LINES-ON-PAGE
           MOVE GBV-PAGE-NUMBER TO GBV-EDIT-PAGE-NUM
           MOVE SPACES TO GBV-LINE-WORK
           STRING 'GL BUDGET VS ACTUAL  MONTH: ' DELIMITED BY SIZE
                  GBV-CUR-YYYYMM DELIMITED BY SIZE
                  '  OWNER: ' DELIMITED BY SIZE
                  GBV-OWNER-TITLE DELIMITED BY SIZE
                  '  RUN: ' DELIMITED BY SIZE
                  GBV-TODAY DELIMITED BY SIZE
                  '  PAGE: ' DELIMITED BY SIZE
                  GBV-EDIT-PAGE-NUM DELIMITED BY SIZE
               INTO GBV-LINE-WORK
           MOVE GBV-LINE-WORK TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO GBV-LINE-WORK
           MOVE '---------------- MONTH ----------------'
               TO GBV-LINE-WORK(33:39)
           MOVE '-------------- YEAR TO DATE --------------'
               TO GBV-LINE-WORK(85:42)
           MOVE GBV-LINE-WORK TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO GBV-LINE-WORK
           MOVE 'EN ACCT   DESCRIPTION' TO GBV-LINE-WORK(1:21)
           MOVE '        BUDGET         ACTUAL       VARIANCE   VAR %'
               TO GBV-LINE-WORK(25:52)
           MOVE '        BUDGET         ACTUAL       VARIANCE   VAR %'
               TO GBV-LINE-WORK(79:52)
           MOVE GBV-LINE-WORK TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE.
