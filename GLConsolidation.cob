      *> print; an intercompany position that does not net is a
      *> posting problem, not a consolidation adjustment. Group
      *> trial balance and statement totals go to GL-CONSOL.RPT.
      *> An entity that keeps its books in another currency
      *> (GLENTCCY.DAT) is translated to the base currency first:
      *> balance-sheet accounts at the closing rate, revenue and
      *> expense at the month's average rate (both FXRATES.DAT),
      *> equity at the entity's historical rate. What that leaves
      *> out of balance is the cumulative translation adjustment,
      *> booked to its own equity account so the group trial
      *> balance still balances. Each entity prints first, local
      *> and translated side by side.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-COA-IN ASSIGN TO "data/GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLC-COA-STATUS.
           SELECT FX-RATE-IN ASSIGN TO "data/FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLC-FX-STATUS.
           SELECT ENTITY-CURRENCY-IN ASSIGN TO "data/GLENTCCY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLC-ENTCCY-STATUS.
           SELECT CONSOL-REPORT-OUT ASSIGN TO "data/GL-CONSOL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  GL-COA-IN.
       COPY GLCOA.

       FD  FX-RATE-IN.
       COPY FXRATE.

       FD  ENTITY-CURRENCY-IN.
       COPY GLENTCCY.

       FD  CONSOL-REPORT-OUT.
       01  CONSOL-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 GLC-EOF-SWITCHES.
           05 GLC-BALANCE-EOF           PIC X VALUE 'N'.
           05 GLC-COA-EOF               PIC X VALUE 'N'.
           05 GLC-FX-EOF                PIC X VALUE 'N'.
           05 GLC-ENTCCY-EOF            PIC X VALUE 'N'.

       01 GLC-FILE-STATUSES.
           05 GLC-BALANCE-STATUS        PIC XX.
           05 GLC-COA-STATUS            PIC XX.
           05 GLC-FX-STATUS             PIC XX.
           05 GLC-ENTCCY-STATUS         PIC XX.

       01 GLC-TODAY                     PIC X(8).

               10 GLC-DESC-T            PIC X(30).
               10 GLC-TYPE-T            PIC X(1).

      *> The chart, loaded ahead of the balances: an account's type
      *> decides the rate it translates at.
       01 GLC-COA-CONTROL.
           05 GLC-COA-COUNT             PIC 9(4) VALUE ZERO.

       01 GLC-COA-TABLE.
           05 GLC-COA-ENTRY OCCURS 500 TIMES
                            INDEXED BY GLC-COA-IX.
               10 GLC-COA-ID-T          PIC X(6).
               10 GLC-COA-DESC-T        PIC X(30).
               10 GLC-COA-TYPE-T        PIC X(1).

       01 GLC-FX-CONTROL.
           05 GLC-FX-COUNT              PIC 9(3) VALUE ZERO.

       01 GLC-FX-TABLE.
           05 GLC-FX-ENTRY OCCURS 50 TIMES
                           INDEXED BY GLC-FX-IX.
               10 GLC-FX-CODE-T         PIC X(3).
               10 GLC-FX-END-RATE-T     PIC 9(3)V9(6).
               10 GLC-FX-AVG-RATE-T     PIC 9(3)V9(6).
               10 GLC-FX-DATE-T         PIC X(8).

      *> One row per entity: its currency and three rates, and the
      *> debit-normal / credit-normal totals of its books before
      *> and after translation that the adjustment is struck from.
      *> GLC-ENT-RATE-OK-T 'N' means the currency had no rate on
      *> file and the entity went through at par -- loudly.
       01 GLC-ENTITY-CONTROL.
           05 GLC-ENT-COUNT             PIC 9(2) VALUE ZERO.
           05 GLC-ENT-IDX               PIC 9(2).
           05 GLC-ENT-MATCH             PIC 9(2).
           05 GLC-NO-RATE-COUNT         PIC 9(2) VALUE ZERO.
           05 GLC-FOREIGN-COUNT         PIC 9(2) VALUE ZERO.

       01 GLC-ENTITY-TABLE.
           05 GLC-ENT-ENTRY OCCURS 20 TIMES
                            INDEXED BY GLC-ENT-IX.
               10 GLC-ENT-CODE-T        PIC X(2).
               10 GLC-ENT-CCY-T         PIC X(3).
               10 GLC-ENT-END-RATE-T    PIC 9(3)V9(6).
               10 GLC-ENT-AVG-RATE-T    PIC 9(3)V9(6).
               10 GLC-ENT-HIST-RATE-T   PIC 9(3)V9(6).
               10 GLC-ENT-RATE-OK-T     PIC X(1).
               10 GLC-ENT-LOCAL-DR-T    PIC S9(12)V99.
               10 GLC-ENT-LOCAL-CR-T    PIC S9(12)V99.
               10 GLC-ENT-XLATE-DR-T    PIC S9(12)V99.
               10 GLC-ENT-XLATE-CR-T    PIC S9(12)V99.
               10 GLC-ENT-CTA-T         PIC S9(12)V99.

      *> Every balance row as read, with the rate applied and its
      *> translated amount, for the entity sections of the report.
       01 GLC-ROW-CONTROL.
           05 GLC-BAL-COUNT             PIC 9(4) VALUE ZERO.
           05 GLC-BAL-IDX               PIC 9(4).

       01 GLC-BALANCE-TABLE.
           05 GLC-BAL-ENTRY OCCURS 2000 TIMES.
               10 GLC-BAL-ENTITY-T      PIC X(2).
               10 GLC-BAL-ACCT-T        PIC X(6).
               10 GLC-BAL-TYPE-T        PIC X(1).
               10 GLC-BAL-LOCAL-T       PIC S9(9)V99.
               10 GLC-BAL-RATE-KIND-T   PIC X(1).
               10 GLC-BAL-RATE-T        PIC 9(3)V9(6).
               10 GLC-BAL-XLATED-T      PIC S9(11)V99.

       01 GLC-TRANSLATION-WORK.
           05 GLC-CTA-ACCT              PIC X(6) VALUE 'ACCT66'.
           05 GLC-BASE-CCY              PIC X(3) VALUE 'USD'.
           05 GLC-SEEK-ACCT             PIC X(6).
           05 GLC-SEEK-TYPE             PIC X(1).
           05 GLC-SEEK-DESC             PIC X(30).
           05 GLC-ADD-AMOUNT            PIC S9(11)V99.
           05 GLC-LOCAL-NET-XLATED      PIC S9(12)V99.
           05 GLC-CTA-TOTAL             PIC S9(12)V99 VALUE ZERO.

       01 GLC-TOTALS.
           05 GLC-DEBIT-TOTAL           PIC S9(12)V99 VALUE ZERO.
           05 GLC-CREDIT-TOTAL          PIC S9(12)V99 VALUE ZERO.

       01 GLC-EDIT-FIELDS.
           05 GLC-EDIT-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 GLC-EDIT-LOCAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 GLC-EDIT-RATE             PIC ZZ9.999999.
           05 GLC-EDIT-AVG-RATE         PIC ZZ9.999999.
           05 GLC-EDIT-HIST-RATE        PIC ZZ9.999999.

       01 GLC-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GLC-TODAY
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-ENTITY-CURRENCIES
           PERFORM JOIN-CHART
           PERFORM COMBINE-BALANCES
           PERFORM BOOK-TRANSLATION-ADJUSTMENT
           PERFORM WRITE-CONSOL-REPORT
           DISPLAY 'Balance rows read    = ' GLC-ROW-COUNT
           DISPLAY 'Group accounts       = ' GLC-COUNT
           DISPLAY 'Intercompany rows    = ' GLC-ELIMINATED-COUNT
           DISPLAY 'Entities translated  = ' GLC-FOREIGN-COUNT
           DISPLAY 'Entities with no rate= ' GLC-NO-RATE-COUNT
           STOP RUN.

       COMBINE-BALANCES.
           END-PERFORM
           CLOSE GL-BALANCE-IN.

      *> Each row is translated at its entity's rate for the
      *> account's type; the translated amount is what combines.
      *> Intercompany accounts never reach the group table: they
      *> only accumulate into the elimination proof.
       COMBINE-ONE-ROW.
           ADD 1 TO GLC-ROW-COUNT
           PERFORM TRANSLATE-ONE-ROW
           IF GLC-IN-ACCT-ID(1:2) = 'IC'
               ADD 1 TO GLC-ELIMINATED-COUNT
               ADD GLC-ADD-AMOUNT TO GLC-IC-NET
           ELSE
               MOVE GLC-IN-ACCT-ID TO GLC-SEEK-ACCT
               PERFORM ADD-TO-GROUP-ACCOUNT
           END-IF.

       ADD-TO-GROUP-ACCOUNT.
           SET GLC-IX TO 1
           SEARCH GLC-ENTRY
               AT END
                   ADD 1 TO GLC-COUNT
                   MOVE GLC-SEEK-ACCT TO GLC-ID-T(GLC-COUNT)
                   MOVE GLC-ADD-AMOUNT
                       TO GLC-BALANCE-T(GLC-COUNT)
                   PERFORM FIND-CHART-ENTRY
                   MOVE GLC-SEEK-DESC TO GLC-DESC-T(GLC-COUNT)
                   MOVE GLC-SEEK-TYPE TO GLC-TYPE-T(GLC-COUNT)
               WHEN GLC-IX > GLC-COUNT
                   ADD 1 TO GLC-COUNT
                   MOVE GLC-SEEK-ACCT TO GLC-ID-T(GLC-COUNT)
                   MOVE GLC-ADD-AMOUNT
                       TO GLC-BALANCE-T(GLC-COUNT)
                   PERFORM FIND-CHART-ENTRY
                   MOVE GLC-SEEK-DESC TO GLC-DESC-T(GLC-COUNT)
                   MOVE GLC-SEEK-TYPE TO GLC-TYPE-T(GLC-COUNT)
               WHEN GLC-ID-T(GLC-IX) = GLC-SEEK-ACCT
                   ADD GLC-ADD-AMOUNT TO GLC-BALANCE-T(GLC-IX)
           END-SEARCH.

       FIND-CHART-ENTRY.
           MOVE SPACES TO GLC-SEEK-DESC
           MOVE '?' TO GLC-SEEK-TYPE
           SET GLC-COA-IX TO 1
           SEARCH GLC-COA-ENTRY
               AT END
                   CONTINUE
               WHEN GLC-COA-IX > GLC-COA-COUNT
                   CONTINUE
               WHEN GLC-COA-ID-T(GLC-COA-IX) = GLC-SEEK-ACCT
                   MOVE GLC-COA-DESC-T(GLC-COA-IX) TO GLC-SEEK-DESC
                   MOVE GLC-COA-TYPE-T(GLC-COA-IX) TO GLC-SEEK-TYPE
           END-SEARCH.

      *> Closing rate for assets and liabilities (and an account
      *> not on the chart), average for revenue and expense,
      *> historical for equity. The entity's books are totalled
      *> both ways, debit-normal against credit-normal.
       TRANSLATE-ONE-ROW.
           IF GLC-IN-ENTITY = SPACES
               MOVE '01' TO GLC-IN-ENTITY
           END-IF
           PERFORM FIND-OR-ADD-ENTITY
           MOVE GLC-IN-ACCT-ID TO GLC-SEEK-ACCT
           PERFORM FIND-CHART-ENTRY
           IF GLC-BAL-COUNT >= 2000
               DISPLAY 'BALANCE ROW TABLE FULL -- RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO GLC-BAL-COUNT
           MOVE GLC-IN-ENTITY TO GLC-BAL-ENTITY-T(GLC-BAL-COUNT)
           MOVE GLC-IN-ACCT-ID TO GLC-BAL-ACCT-T(GLC-BAL-COUNT)
           MOVE GLC-SEEK-TYPE TO GLC-BAL-TYPE-T(GLC-BAL-COUNT)
           MOVE GLC-IN-BALANCE TO GLC-BAL-LOCAL-T(GLC-BAL-COUNT)
           EVALUATE GLC-SEEK-TYPE
               WHEN 'R'
               WHEN 'E'
                   MOVE 'A' TO GLC-BAL-RATE-KIND-T(GLC-BAL-COUNT)
                   MOVE GLC-ENT-AVG-RATE-T(GLC-ENT-MATCH)
                       TO GLC-BAL-RATE-T(GLC-BAL-COUNT)
               WHEN 'Q'
                   MOVE 'H' TO GLC-BAL-RATE-KIND-T(GLC-BAL-COUNT)
                   MOVE GLC-ENT-HIST-RATE-T(GLC-ENT-MATCH)
                       TO GLC-BAL-RATE-T(GLC-BAL-COUNT)
               WHEN OTHER
                   MOVE 'C' TO GLC-BAL-RATE-KIND-T(GLC-BAL-COUNT)
                   MOVE GLC-ENT-END-RATE-T(GLC-ENT-MATCH)
                       TO GLC-BAL-RATE-T(GLC-BAL-COUNT)
           END-EVALUATE
           COMPUTE GLC-ADD-AMOUNT ROUNDED =
                   GLC-IN-BALANCE * GLC-BAL-RATE-T(GLC-BAL-COUNT)
           MOVE GLC-ADD-AMOUNT TO GLC-BAL-XLATED-T(GLC-BAL-COUNT)
           IF GLC-SEEK-TYPE = 'L' OR GLC-SEEK-TYPE = 'Q'
                   OR GLC-SEEK-TYPE = 'R'
               ADD GLC-IN-BALANCE TO GLC-ENT-LOCAL-CR-T(GLC-ENT-MATCH)
               ADD GLC-ADD-AMOUNT TO GLC-ENT-XLATE-CR-T(GLC-ENT-MATCH)
           ELSE
               ADD GLC-IN-BALANCE TO GLC-ENT-LOCAL-DR-T(GLC-ENT-MATCH)
               ADD GLC-ADD-AMOUNT TO GLC-ENT-XLATE-DR-T(GLC-ENT-MATCH)
           END-IF.

      *> An entity not on the currency file books in the base
      *> currency; one whose currency has no rate goes through at
      *> par and is counted and flagged on the report.
       FIND-OR-ADD-ENTITY.
           MOVE ZERO TO GLC-ENT-MATCH
           SET GLC-ENT-IX TO 1
           SEARCH GLC-ENT-ENTRY
               AT END
                   CONTINUE
               WHEN GLC-ENT-IX > GLC-ENT-COUNT
                   CONTINUE
               WHEN GLC-ENT-CODE-T(GLC-ENT-IX) = GLC-IN-ENTITY
                   SET GLC-ENT-MATCH TO GLC-ENT-IX
           END-SEARCH
           IF GLC-ENT-MATCH = ZERO
               IF GLC-ENT-COUNT >= 20
                   DISPLAY 'ENTITY TABLE FULL -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO GLC-ENT-COUNT
               MOVE GLC-ENT-COUNT TO GLC-ENT-MATCH
               MOVE GLC-IN-ENTITY TO GLC-ENT-CODE-T(GLC-ENT-MATCH)
               MOVE GLC-BASE-CCY TO GLC-ENT-CCY-T(GLC-ENT-MATCH)
               MOVE 1 TO GLC-ENT-HIST-RATE-T(GLC-ENT-MATCH)
               PERFORM SET-ENTITY-RATES
           END-IF.

       SET-ENTITY-RATES.
           MOVE 1 TO GLC-ENT-END-RATE-T(GLC-ENT-MATCH)
           MOVE 1 TO GLC-ENT-AVG-RATE-T(GLC-ENT-MATCH)
           MOVE 'Y' TO GLC-ENT-RATE-OK-T(GLC-ENT-MATCH)
           MOVE ZERO TO GLC-ENT-LOCAL-DR-T(GLC-ENT-MATCH)
           MOVE ZERO TO GLC-ENT-LOCAL-CR-T(GLC-ENT-MATCH)
           MOVE ZERO TO GLC-ENT-XLATE-DR-T(GLC-ENT-MATCH)
           MOVE ZERO TO GLC-ENT-XLATE-CR-T(GLC-ENT-MATCH)
           MOVE ZERO TO GLC-ENT-CTA-T(GLC-ENT-MATCH)
           IF GLC-ENT-CCY-T(GLC-ENT-MATCH) = GLC-BASE-CCY
               MOVE 1 TO GLC-ENT-HIST-RATE-T(GLC-ENT-MATCH)
           ELSE
               ADD 1 TO GLC-FOREIGN-COUNT
               SET GLC-FX-IX TO 1
               SEARCH GLC-FX-ENTRY
                   AT END
                       MOVE 'N' TO GLC-ENT-RATE-OK-T(GLC-ENT-MATCH)
                   WHEN GLC-FX-IX > GLC-FX-COUNT
                       MOVE 'N' TO GLC-ENT-RATE-OK-T(GLC-ENT-MATCH)
                   WHEN GLC-FX-CODE-T(GLC-FX-IX)
                           = GLC-ENT-CCY-T(GLC-ENT-MATCH)
                       MOVE GLC-FX-END-RATE-T(GLC-FX-IX)
                           TO GLC-ENT-END-RATE-T(GLC-ENT-MATCH)
                       MOVE GLC-FX-AVG-RATE-T(GLC-FX-IX)
                           TO GLC-ENT-AVG-RATE-T(GLC-ENT-MATCH)
               END-SEARCH
               IF GLC-ENT-RATE-OK-T(GLC-ENT-MATCH) = 'N'
                   ADD 1 TO GLC-NO-RATE-COUNT
                   MOVE 1 TO GLC-ENT-HIST-RATE-T(GLC-ENT-MATCH)
                   DISPLAY 'NO RATE FOR ' GLC-ENT-CCY-T(GLC-ENT-MATCH)
                           ' -- ENTITY ' GLC-ENT-CODE-T(GLC-ENT-MATCH)
                           ' TRANSLATED AT PAR'
               END-IF
           END-IF.

      *> The adjustment is what translation alone put out of
      *> balance: the translated books' debit-less-credit, less
      *> whatever the local books were already out by, carried at
      *> the closing rate -- so a local imbalance still shows
      *> rather than vanishing into the adjustment. Credit-normal.
       BOOK-TRANSLATION-ADJUSTMENT.
           PERFORM VARYING GLC-ENT-IDX FROM 1 BY 1
                   UNTIL GLC-ENT-IDX > GLC-ENT-COUNT
               COMPUTE GLC-LOCAL-NET-XLATED ROUNDED =
                       (GLC-ENT-LOCAL-DR-T(GLC-ENT-IDX)
                        - GLC-ENT-LOCAL-CR-T(GLC-ENT-IDX))
                       * GLC-ENT-END-RATE-T(GLC-ENT-IDX)
               COMPUTE GLC-ENT-CTA-T(GLC-ENT-IDX) =
                       GLC-ENT-XLATE-DR-T(GLC-ENT-IDX)
                       - GLC-ENT-XLATE-CR-T(GLC-ENT-IDX)
                       - GLC-LOCAL-NET-XLATED
               ADD GLC-ENT-CTA-T(GLC-ENT-IDX) TO GLC-CTA-TOTAL
           END-PERFORM
           IF GLC-CTA-TOTAL NOT = ZERO
               MOVE GLC-CTA-ACCT TO GLC-SEEK-ACCT
               MOVE GLC-CTA-TOTAL TO GLC-ADD-AMOUNT
               PERFORM ADD-TO-GROUP-ACCOUNT
           END-IF.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-IN
           IF GLC-FX-STATUS = '00'
               PERFORM UNTIL GLC-FX-EOF = 'Y'
                   READ FX-RATE-IN
                       AT END MOVE 'Y' TO GLC-FX-EOF
                       NOT AT END
                           IF GLC-FX-COUNT < 50
                               ADD 1 TO GLC-FX-COUNT
                               MOVE FX-CURRENCY-CODE
                                   TO GLC-FX-CODE-T(GLC-FX-COUNT)
                               MOVE FX-RATE-TO-BASE
                                   TO GLC-FX-END-RATE-T(GLC-FX-COUNT)
                               MOVE FX-AVG-RATE-TO-BASE
                                   TO GLC-FX-AVG-RATE-T(GLC-FX-COUNT)
                               MOVE FX-RATE-DATE
                                   TO GLC-FX-DATE-T(GLC-FX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-IN
           ELSE
               DISPLAY 'FX rate master not found: ' GLC-FX-STATUS
           END-IF.

       LOAD-ENTITY-CURRENCIES.
           OPEN INPUT ENTITY-CURRENCY-IN
           IF GLC-ENTCCY-STATUS = '00'
               PERFORM UNTIL GLC-ENTCCY-EOF = 'Y'
                   READ ENTITY-CURRENCY-IN
                       AT END MOVE 'Y' TO GLC-ENTCCY-EOF
                       NOT AT END PERFORM STORE-ENTITY-CURRENCY
                   END-READ
               END-PERFORM
               CLOSE ENTITY-CURRENCY-IN
           ELSE
               DISPLAY 'Entity currency file not found: '
                       GLC-ENTCCY-STATUS
                       ' -- ALL ENTITIES IN BASE CURRENCY'
           END-IF.

       STORE-ENTITY-CURRENCY.
           IF GLC-ENT-COUNT < 20
               ADD 1 TO GLC-ENT-COUNT
               MOVE GLC-ENT-COUNT TO GLC-ENT-MATCH
               MOVE GEC-ENTITY TO GLC-ENT-CODE-T(GLC-ENT-MATCH)
               MOVE GEC-CURRENCY-CODE TO GLC-ENT-CCY-T(GLC-ENT-MATCH)
               PERFORM SET-ENTITY-RATES
               IF GLC-ENT-CCY-T(GLC-ENT-MATCH) NOT = GLC-BASE-CCY
                   AND GLC-ENT-RATE-OK-T(GLC-ENT-MATCH) = 'Y'
                   MOVE GEC-EQUITY-RATE
                       TO GLC-ENT-HIST-RATE-T(GLC-ENT-MATCH)
               END-IF
           END-IF.

       JOIN-CHART.
                   READ GL-COA-IN
                       AT END MOVE 'Y' TO GLC-COA-EOF
                       NOT AT END
                           IF GLC-COA-COUNT < 500
                               ADD 1 TO GLC-COA-COUNT
                               MOVE COA-ACCT-ID
                                   TO GLC-COA-ID-T(GLC-COA-COUNT)
                               MOVE COA-DESCRIPTION
                                   TO GLC-COA-DESC-T(GLC-COA-COUNT)
                               MOVE COA-ACCT-TYPE
                                   TO GLC-COA-TYPE-T(GLC-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-COA-IN
                  GLC-TODAY DELIMITED BY SIZE
               INTO CONSOL-REPORT-LINE
           WRITE CONSOL-REPORT-LINE
           PERFORM VARYING GLC-ENT-IDX FROM 1 BY 1
                   UNTIL GLC-ENT-IDX > GLC-ENT-COUNT
               PERFORM WRITE-ENTITY-SECTION
           END-PERFORM
           MOVE 'GROUP TRIAL BALANCE IN BASE CURRENCY'
               TO CONSOL-REPORT-LINE
           WRITE CONSOL-REPORT-LINE
           IF GLC-IC-NET = ZERO
               MOVE 'INTERCOMPANY POSITIONS ELIMINATE TO ZERO'
                   TO CONSOL-REPORT-LINE
               INTO GLC-LINE-WORK
           MOVE GLC-LINE-WORK TO CONSOL-REPORT-LINE
           WRITE CONSOL-REPORT-LINE.

      *> One entity's books as they stand locally and as they
      *> translate, rate kind C(losing)/A(verage)/H(istorical)
      *> against each account; accounts at zero are left off.
       WRITE-ENTITY-SECTION.
           MOVE GLC-ENT-END-RATE-T(GLC-ENT-IDX) TO GLC-EDIT-RATE
           MOVE GLC-ENT-AVG-RATE-T(GLC-ENT-IDX) TO GLC-EDIT-AVG-RATE
           MOVE GLC-ENT-HIST-RATE-T(GLC-ENT-IDX) TO GLC-EDIT-HIST-RATE
           MOVE SPACES TO GLC-LINE-WORK
           STRING 'ENTITY ' DELIMITED BY SIZE
                  GLC-ENT-CODE-T(GLC-ENT-IDX) DELIMITED BY SIZE
                  '  FUNCTIONAL CURRENCY ' DELIMITED BY SIZE
                  GLC-ENT-CCY-T(GLC-ENT-IDX) DELIMITED BY SIZE
                  '  CLOSING ' DELIMITED BY SIZE
                  GLC-EDIT-RATE DELIMITED BY SIZE
                  '  AVERAGE ' DELIMITED BY SIZE
                  GLC-EDIT-AVG-RATE DELIMITED BY SIZE
                  '  HISTORICAL ' DELIMITED BY SIZE
                  GLC-EDIT-HIST-RATE DELIMITED BY SIZE
               INTO GLC-LINE-WORK
           MOVE GLC-LINE-WORK TO CONSOL-REPORT-LINE
           WRITE CONSOL-REPORT-LINE
           IF GLC-ENT-RATE-OK-T(GLC-ENT-IDX) = 'N'
               MOVE '** NO RATE ON FXRATES.DAT -- TRANSLATED AT PAR **'
                   TO CONSOL-REPORT-LINE
               WRITE CONSOL-REPORT-LINE
           END-IF
           MOVE SPACES TO GLC-LINE-WORK
           STRING '  ACCT   T          LOCAL BALANCE  '
                      DELIMITED BY SIZE
                  '     RATE         TRANSLATED BALANCE'
                      DELIMITED BY SIZE
               INTO GLC-LINE-WORK
           MOVE GLC-LINE-WORK TO CONSOL-REPORT-LINE
           WRITE CONSOL-REPORT-LINE
           PERFORM VARYING GLC-BAL-IDX FROM 1 BY 1
                   UNTIL GLC-BAL-IDX > GLC-BAL-COUNT
               IF GLC-BAL-ENTITY-T(GLC-BAL-IDX)
                       = GLC-ENT-CODE-T(GLC-ENT-IDX)
                   AND GLC-BAL-LOCAL-T(GLC-BAL-IDX) NOT = ZERO
                   PERFORM WRITE-ENTITY-ROW-LINE
               END-IF
           END-PERFORM
           MOVE GLC-ENT-LOCAL-DR-T(GLC-ENT-IDX) TO GLC-EDIT-LOCAL
           MOVE GLC-ENT-XLATE-DR-T(GLC-ENT-IDX) TO GLC-EDIT-AMOUNT
           MOVE SPACES TO GLC-LINE-WORK
           STRING '  DEBIT-NORMAL  ' DELIMITED BY SIZE
                  GLC-EDIT-LOCAL DELIMITED BY SIZE
                  '             ' DELIMITED BY SIZE
                  GLC-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GLC-LINE-WORK
           MOVE GLC-LINE-WORK TO CONSOL-REPORT-LINE
           WRITE CONSOL-REPORT-LINE
           MOVE GLC-ENT-LOCAL-CR-T(GLC-ENT-IDX) TO GLC-EDIT-LOCAL
           MOVE GLC-ENT-XLATE-CR-T(GLC-ENT-IDX) TO GLC-EDIT-AMOUNT
           MOVE SPACES TO GLC-LINE-WORK
           STRING '  CREDIT-NORMAL ' DELIMITED BY SIZE
                  GLC-EDIT-LOCAL DELIMITED BY SIZE
                  '             ' DELIMITED BY SIZE
                  GLC-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GLC-LINE-WORK
           MOVE GLC-LINE-WORK TO CONSOL-REPORT-LINE
           WRITE CONSOL-REPORT-LINE
           MOVE GLC-ENT-CTA-T(GLC-ENT-IDX) TO GLC-EDIT-AMOUNT
           MOVE SPACES TO GLC-LINE-WORK
           STRING '  TRANSLATION ADJUSTMENT TO ' DELIMITED BY SIZE
                  GLC-CTA-ACCT DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  GLC-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GLC-LINE-WORK
           MOVE GLC-LINE-WORK TO CONSOL-REPORT-LINE
           WRITE CONSOL-REPORT-LINE
           MOVE SPACES TO CONSOL-REPORT-LINE
           WRITE CONSOL-REPORT-LINE.

       WRITE-ENTITY-ROW-LINE.
           MOVE GLC-BAL-LOCAL-T(GLC-BAL-IDX) TO GLC-EDIT-LOCAL
           MOVE GLC-BAL-RATE-T(GLC-BAL-IDX) TO GLC-EDIT-RATE
           MOVE GLC-BAL-XLATED-T(GLC-BAL-IDX) TO GLC-EDIT-AMOUNT
           MOVE SPACES TO GLC-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  GLC-BAL-ACCT-T(GLC-BAL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GLC-BAL-TYPE-T(GLC-BAL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GLC-EDIT-LOCAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GLC-BAL-RATE-KIND-T(GLC-BAL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GLC-EDIT-RATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GLC-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GLC-LINE-WORK
           MOVE GLC-LINE-WORK TO CONSOL-REPORT-LINE
           WRITE CONSOL-REPORT-LINE.
