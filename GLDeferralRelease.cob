       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLDeferralRelease.
      *> Monthly deferral release. Insurance premiums and software
      *> licences paid a year ahead, and customer deposits taken up
      *> front, sit on the deferral sub-ledger (GLDEFR.DAT) as
      *> schedules that run down to zero: each month's release goes
      *> out as a framed GL feed under source DEFERRAL -- the P&L
      *> account grows, the prepaid or deferred-revenue account
      *> shrinks -- and the schedule carries what is left. A month
      *> the job did not run is caught up on the next run, never
      *> skipped; a month already released is never released
      *> twice. The final period releases whatever rounding left
      *> and closes the schedule. The roll-forward ties each
      *> balance-sheet account's sub-ledger balance to GLACCT.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRAL-IN ASSIGN TO "data/GLDEFR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GDR-DEFR-STATUS.
           SELECT DEFERRAL-OUT ASSIGN TO "data/GLDEFR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GDR-DEFR-OUT-STATUS.
           SELECT GL-ACCOUNT-IN ASSIGN TO "data/GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GDR-ACCT-STATUS.
           SELECT GL-FEED-OUT ASSIGN TO "data/DEFR-GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLL-REPORT-OUT ASSIGN TO "data/GLDEFR-ROLL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEFERRAL-IN.
       COPY GLDEFR.

       FD  DEFERRAL-OUT.
       01  DEFERRAL-OUT-RECORD           PIC X(76).

       FD  GL-ACCOUNT-IN.
       COPY GLACCT.

       FD  GL-FEED-OUT.
       COPY GLTRANS.

       FD  ROLL-REPORT-OUT.
       01  ROLL-REPORT-LINE              PIC X(110).

       WORKING-STORAGE SECTION.
       COPY BATCHCTL.

       01 GDR-EOF-SWITCHES.
           05 GDR-DEFR-EOF               PIC X VALUE 'N'.
           05 GDR-ACCT-EOF               PIC X VALUE 'N'.

       01 GDR-FILE-STATUSES.
           05 GDR-DEFR-STATUS            PIC XX.
           05 GDR-DEFR-OUT-STATUS        PIC XX.
           05 GDR-ACCT-STATUS            PIC XX.

       01 GDR-TODAY                      PIC X(8).
       01 GDR-THIS-PERIOD                PIC X(6).

      *> Periods compared as a running month number, YYYY * 12 + MM.
       01 GDR-PERIOD-WORK.
           05 GDR-WORK-PERIOD.
               10 GDR-WORK-YYYY          PIC 9(4).
               10 GDR-WORK-MM            PIC 9(2).
           05 GDR-WORK-MONTH-NO          PIC 9(6).
           05 GDR-THIS-MONTH-NO          PIC 9(6).
           05 GDR-START-MONTH-NO         PIC 9(6).
           05 GDR-PERIODS-DUE            PIC 9(4).
           05 GDR-PERIODS-TO-RELEASE     PIC 9(4).

      *> Schedules held whole for the rewrite, with what this run
      *> did to each.
       01 GDR-SCHED-CONTROL.
           05 GDR-SCHED-COUNT            PIC 9(4) VALUE ZERO.
           05 GDR-SCHED-IDX              PIC 9(4).
           05 GDR-STEP-IDX               PIC 9(4).

       01 GDR-SCHED-TABLE.
           05 GDR-SCHED-ENTRY OCCURS 1000 TIMES.
               10 GDR-SCHED-RECORD-T     PIC X(76).
               10 GDR-OPENING-T          PIC 9(7)V99.
               10 GDR-NEW-T              PIC X(1).
               10 GDR-RELEASE-T          PIC 9(7)V99.
               10 GDR-PERIODS-RUN-T      PIC 9(4).
               10 GDR-VERDICT-T          PIC X(24).

      *> Roll-forward, one row per balance-sheet account.
       01 GDR-ROLL-CONTROL.
           05 GDR-ROLL-COUNT             PIC 9(3) VALUE ZERO.
           05 GDR-ROLL-IDX               PIC 9(3).
           05 GDR-ROLL-MATCH             PIC 9(3).

       01 GDR-ROLL-TABLE.
           05 GDR-ROLL-ENTRY OCCURS 100 TIMES
                             INDEXED BY GDR-ROLL-IX.
               10 GDR-ROLL-ACCT-T        PIC X(6).
               10 GDR-ROLL-OPENING-T     PIC 9(9)V99.
               10 GDR-ROLL-ADDED-T       PIC 9(9)V99.
               10 GDR-ROLL-RELEASED-T    PIC 9(9)V99.
               10 GDR-ROLL-GL-BAL-T      PIC S9(9)V99.
               10 GDR-ROLL-ON-GL-T       PIC X(1).

       01 GDR-WORK-FIELDS.
           05 GDR-PERIOD-CHARGE          PIC 9(7)V99.
           05 GDR-REMAINING              PIC 9(7)V99.
           05 GDR-ROLL-CLOSING           PIC S9(9)V99.
           05 GDR-ROLL-DIFFERENCE        PIC S9(9)V99.
           05 GDR-RELEASE-TOTAL          PIC 9(9)V99 VALUE ZERO.
           05 GDR-RELEASED-COUNT         PIC 9(4) VALUE ZERO.
           05 GDR-CATCH-UP-COUNT         PIC 9(4) VALUE ZERO.
           05 GDR-CLOSED-COUNT           PIC 9(4) VALUE ZERO.
           05 GDR-NOT-TIED-COUNT         PIC 9(3) VALUE ZERO.
           05 GDR-FEED-COUNT             PIC 9(8) VALUE ZERO.
           05 GDR-FEED-HASH              PIC S9(10)V999 VALUE ZERO.

       01 GDR-EDIT-FIELDS.
           05 GDR-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 GDR-EDIT-AMOUNT-2          PIC ZZZ,ZZZ,ZZ9.99.
           05 GDR-EDIT-AMOUNT-3          PIC ZZZ,ZZZ,ZZ9.99.
           05 GDR-EDIT-SIGNED            PIC -ZZZ,ZZZ,ZZ9.99.
           05 GDR-EDIT-PERIODS           PIC ZZ9.

       01 GDR-LINE-WORK                  PIC X(110).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GDR-TODAY
           MOVE GDR-TODAY(1:6) TO GDR-THIS-PERIOD
           MOVE GDR-THIS-PERIOD TO GDR-WORK-PERIOD
           PERFORM COMPUTE-MONTH-NO
           MOVE GDR-WORK-MONTH-NO TO GDR-THIS-MONTH-NO
           PERFORM LOAD-SCHEDULES
           OPEN OUTPUT GL-FEED-OUT
           MOVE '*HDR*' TO BCH-RECORD-TYPE
           MOVE 'DEFERRAL' TO BCH-SOURCE
           MOVE GDR-TODAY TO BCH-BUSINESS-DATE
           MOVE SPACES TO GL-TRANS-RECORD
           MOVE BATCH-HEADER-RECORD TO GL-TRANS-RECORD(1:21)
           WRITE GL-TRANS-RECORD
           PERFORM VARYING GDR-SCHED-IDX FROM 1 BY 1
                   UNTIL GDR-SCHED-IDX > GDR-SCHED-COUNT
               PERFORM RELEASE-ONE-SCHEDULE
           END-PERFORM
           MOVE '*TRL*' TO BCT-RECORD-TYPE
           MOVE GDR-FEED-COUNT TO BCT-RECORD-COUNT
           MOVE GDR-FEED-HASH  TO BCT-HASH-TOTAL
           MOVE SPACES TO GL-TRANS-RECORD
           MOVE BATCH-TRAILER-RECORD TO GL-TRANS-RECORD(1:27)
           WRITE GL-TRANS-RECORD
           CLOSE GL-FEED-OUT
           PERFORM WRITE-SCHEDULE-MASTER
           PERFORM BUILD-ROLL-FORWARD
           PERFORM LOAD-GL-BALANCES
           PERFORM WRITE-ROLL-REPORT
           DISPLAY 'Schedules on file    = ' GDR-SCHED-COUNT
           DISPLAY 'Schedules released   = ' GDR-RELEASED-COUNT
           DISPLAY 'Caught up (missed)   = ' GDR-CATCH-UP-COUNT
           DISPLAY 'Schedules closed     = ' GDR-CLOSED-COUNT
           DISPLAY 'Accounts not tied    = ' GDR-NOT-TIED-COUNT
           MOVE GDR-RELEASE-TOTAL TO GDR-EDIT-AMOUNT
           DISPLAY 'Released this run    = ' GDR-EDIT-AMOUNT
           STOP RUN.

       COMPUTE-MONTH-NO.
           COMPUTE GDR-WORK-MONTH-NO =
                   GDR-WORK-YYYY * 12 + GDR-WORK-MM.

       LOAD-SCHEDULES.
           OPEN INPUT DEFERRAL-IN
           IF GDR-DEFR-STATUS NOT = '00'
               DISPLAY 'DEFERRAL SUB-LEDGER NOT FOUND: '
                       GDR-DEFR-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL GDR-DEFR-EOF = 'Y'
               READ DEFERRAL-IN
                   AT END MOVE 'Y' TO GDR-DEFR-EOF
                   NOT AT END
                       IF GDR-SCHED-COUNT >= 1000
                           DISPLAY 'SCHEDULE TABLE FULL -- RUN '
                                   'STOPPED, NOTHING RELEASED'
                           STOP RUN
                       END-IF
                       ADD 1 TO GDR-SCHED-COUNT
                       MOVE GL-DEFERRAL-RECORD
                           TO GDR-SCHED-RECORD-T(GDR-SCHED-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEFERRAL-IN.

      *> Due periods run from the start period through this one;
      *> whatever of those has not been released yet goes out now,
      *> one period's charge at a time so the final period's
      *> remainder rule applies even inside a catch-up.
       RELEASE-ONE-SCHEDULE.
           MOVE GDR-SCHED-RECORD-T(GDR-SCHED-IDX) TO GL-DEFERRAL-RECORD
           COMPUTE GDR-OPENING-T(GDR-SCHED-IDX) =
                   GDF-TOTAL-AMOUNT - GDF-RELEASED-AMOUNT
           IF GDF-PERIODS-DONE = ZERO
               MOVE 'Y' TO GDR-NEW-T(GDR-SCHED-IDX)
           ELSE
               MOVE 'N' TO GDR-NEW-T(GDR-SCHED-IDX)
           END-IF
           MOVE ZERO TO GDR-RELEASE-T(GDR-SCHED-IDX)
           MOVE ZERO TO GDR-PERIODS-RUN-T(GDR-SCHED-IDX)
           MOVE SPACES TO GDR-VERDICT-T(GDR-SCHED-IDX)
           IF GDF-STATUS = 'C'
               MOVE 'CLOSED' TO GDR-VERDICT-T(GDR-SCHED-IDX)
           ELSE IF GDF-START-PERIOD > GDR-THIS-PERIOD
               MOVE 'NOT YET STARTED' TO GDR-VERDICT-T(GDR-SCHED-IDX)
           ELSE IF GDF-PERIODS = ZERO
               MOVE 'NO PERIODS -- HELD' TO GDR-VERDICT-T(GDR-SCHED-IDX)
           ELSE IF GDF-LAST-PERIOD NOT = SPACES
                   AND GDF-LAST-PERIOD >= GDR-THIS-PERIOD
               MOVE 'ALREADY RELEASED' TO GDR-VERDICT-T(GDR-SCHED-IDX)
           ELSE
               MOVE GDF-START-PERIOD TO GDR-WORK-PERIOD
               PERFORM COMPUTE-MONTH-NO
               MOVE GDR-WORK-MONTH-NO TO GDR-START-MONTH-NO
               COMPUTE GDR-PERIODS-DUE =
                       GDR-THIS-MONTH-NO - GDR-START-MONTH-NO + 1
               IF GDR-PERIODS-DUE > GDF-PERIODS
                   MOVE GDF-PERIODS TO GDR-PERIODS-DUE
               END-IF
               IF GDR-PERIODS-DUE > GDF-PERIODS-DONE
                   COMPUTE GDR-PERIODS-TO-RELEASE =
                           GDR-PERIODS-DUE - GDF-PERIODS-DONE
                   PERFORM RELEASE-DUE-PERIODS
               ELSE
                   MOVE 'ALREADY RELEASED'
                       TO GDR-VERDICT-T(GDR-SCHED-IDX)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE GL-DEFERRAL-RECORD TO GDR-SCHED-RECORD-T(GDR-SCHED-IDX).

       RELEASE-DUE-PERIODS.
           PERFORM VARYING GDR-STEP-IDX FROM 1 BY 1
                   UNTIL GDR-STEP-IDX > GDR-PERIODS-TO-RELEASE
               COMPUTE GDR-REMAINING =
                       GDF-TOTAL-AMOUNT - GDF-RELEASED-AMOUNT
               IF GDF-PERIODS-DONE + 1 >= GDF-PERIODS
                   MOVE GDR-REMAINING TO GDR-PERIOD-CHARGE
               ELSE
                   COMPUTE GDR-PERIOD-CHARGE ROUNDED =
                           GDF-TOTAL-AMOUNT / GDF-PERIODS
                   IF GDR-PERIOD-CHARGE > GDR-REMAINING
                       MOVE GDR-REMAINING TO GDR-PERIOD-CHARGE
                   END-IF
               END-IF
               ADD GDR-PERIOD-CHARGE TO GDF-RELEASED-AMOUNT
               ADD GDR-PERIOD-CHARGE TO GDR-RELEASE-T(GDR-SCHED-IDX)
               ADD 1 TO GDF-PERIODS-DONE
               ADD 1 TO GDR-PERIODS-RUN-T(GDR-SCHED-IDX)
           END-PERFORM
           MOVE GDR-THIS-PERIOD TO GDF-LAST-PERIOD
           ADD 1 TO GDR-RELEASED-COUNT
           ADD GDR-RELEASE-T(GDR-SCHED-IDX) TO GDR-RELEASE-TOTAL
           IF GDR-PERIODS-RUN-T(GDR-SCHED-IDX) > 1
               ADD 1 TO GDR-CATCH-UP-COUNT
               MOVE 'RELEASED -- CAUGHT UP'
                   TO GDR-VERDICT-T(GDR-SCHED-IDX)
           ELSE
               MOVE 'RELEASED' TO GDR-VERDICT-T(GDR-SCHED-IDX)
           END-IF
           IF GDF-PERIODS-DONE >= GDF-PERIODS
               MOVE 'C' TO GDF-STATUS
               ADD 1 TO GDR-CLOSED-COUNT
               MOVE 'FINAL PERIOD -- CLOSED'
                   TO GDR-VERDICT-T(GDR-SCHED-IDX)
           END-IF
           IF GDR-RELEASE-T(GDR-SCHED-IDX) > ZERO
               PERFORM WRITE-RELEASE-LEGS
           END-IF.

      *> Expense or revenue grows, the prepaid asset or the
      *> deferred-revenue liability shrinks; the reference names
      *> the schedule and the month.
       WRITE-RELEASE-LEGS.
           MOVE SPACES TO GL-TRANS-RECORD
           MOVE GDF-PL-ACCT TO GL-TRANS-ACCT-ID
           MOVE 'C' TO GL-TRANS-OP-CODE
           MOVE GDR-RELEASE-T(GDR-SCHED-IDX) TO GL-TRANS-AMOUNT
           PERFORM WRITE-ONE-FEED-LEG
           MOVE GDF-BS-ACCT TO GL-TRANS-ACCT-ID
           MOVE 'D' TO GL-TRANS-OP-CODE
           MOVE GDR-RELEASE-T(GDR-SCHED-IDX) TO GL-TRANS-AMOUNT
           PERFORM WRITE-ONE-FEED-LEG.

       WRITE-ONE-FEED-LEG.
           MOVE SPACES TO GL-TRANS-REF
           STRING GDF-SCHEDULE-ID DELIMITED BY SIZE
                  GDR-THIS-PERIOD(5:2) DELIMITED BY SIZE
               INTO GL-TRANS-REF
           MOVE GDR-TODAY TO GL-TRANS-DATE
           WRITE GL-TRANS-RECORD
           ADD 1 TO GDR-FEED-COUNT
           ADD GL-TRANS-AMOUNT TO GDR-FEED-HASH
           MOVE SPACES TO GL-TRANS-RECORD.

       WRITE-SCHEDULE-MASTER.
           OPEN OUTPUT DEFERRAL-OUT
           PERFORM VARYING GDR-SCHED-IDX FROM 1 BY 1
                   UNTIL GDR-SCHED-IDX > GDR-SCHED-COUNT
               MOVE GDR-SCHED-RECORD-T(GDR-SCHED-IDX)
                   TO DEFERRAL-OUT-RECORD
               WRITE DEFERRAL-OUT-RECORD
           END-PERFORM
           CLOSE DEFERRAL-OUT.

      *> Opening is what schedules already under way carried into
      *> the run; a schedule releasing for the first time is an
      *> addition -- its whole amount reached the balance sheet when
      *> it was paid or received.
       BUILD-ROLL-FORWARD.
           PERFORM VARYING GDR-SCHED-IDX FROM 1 BY 1
                   UNTIL GDR-SCHED-IDX > GDR-SCHED-COUNT
               MOVE GDR-SCHED-RECORD-T(GDR-SCHED-IDX)
                   TO GL-DEFERRAL-RECORD
               PERFORM FIND-OR-ADD-ROLL-ROW
               IF GDR-NEW-T(GDR-SCHED-IDX) = 'Y'
                   ADD GDR-OPENING-T(GDR-SCHED-IDX)
                       TO GDR-ROLL-ADDED-T(GDR-ROLL-MATCH)
               ELSE
                   ADD GDR-OPENING-T(GDR-SCHED-IDX)
                       TO GDR-ROLL-OPENING-T(GDR-ROLL-MATCH)
               END-IF
               ADD GDR-RELEASE-T(GDR-SCHED-IDX)
                   TO GDR-ROLL-RELEASED-T(GDR-ROLL-MATCH)
           END-PERFORM.

       FIND-OR-ADD-ROLL-ROW.
           MOVE ZERO TO GDR-ROLL-MATCH
           SET GDR-ROLL-IX TO 1
           SEARCH GDR-ROLL-ENTRY
               AT END
                   CONTINUE
               WHEN GDR-ROLL-IX > GDR-ROLL-COUNT
                   CONTINUE
               WHEN GDR-ROLL-ACCT-T(GDR-ROLL-IX) = GDF-BS-ACCT
                   SET GDR-ROLL-MATCH TO GDR-ROLL-IX
           END-SEARCH
           IF GDR-ROLL-MATCH = ZERO
               ADD 1 TO GDR-ROLL-COUNT
               MOVE GDR-ROLL-COUNT TO GDR-ROLL-MATCH
               MOVE GDF-BS-ACCT TO GDR-ROLL-ACCT-T(GDR-ROLL-MATCH)
               MOVE ZERO TO GDR-ROLL-OPENING-T(GDR-ROLL-MATCH)
               MOVE ZERO TO GDR-ROLL-ADDED-T(GDR-ROLL-MATCH)
               MOVE ZERO TO GDR-ROLL-RELEASED-T(GDR-ROLL-MATCH)
               MOVE ZERO TO GDR-ROLL-GL-BAL-T(GDR-ROLL-MATCH)
               MOVE 'N' TO GDR-ROLL-ON-GL-T(GDR-ROLL-MATCH)
           END-IF.

       LOAD-GL-BALANCES.
           OPEN INPUT GL-ACCOUNT-IN
           IF GDR-ACCT-STATUS = '00'
               PERFORM UNTIL GDR-ACCT-EOF = 'Y'
                   READ GL-ACCOUNT-IN
                       AT END MOVE 'Y' TO GDR-ACCT-EOF
                       NOT AT END
                           SET GDR-ROLL-IX TO 1
                           SEARCH GDR-ROLL-ENTRY
                               AT END
                                   CONTINUE
                               WHEN GDR-ROLL-IX > GDR-ROLL-COUNT
                                   CONTINUE
                               WHEN GDR-ROLL-ACCT-T(GDR-ROLL-IX)
                                       = GL-ACCT-ID
                                   ADD GL-ACCT-BALANCE TO
                                       GDR-ROLL-GL-BAL-T(GDR-ROLL-IX)
                                   MOVE 'Y' TO
                                       GDR-ROLL-ON-GL-T(GDR-ROLL-IX)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-IN
           ELSE
               DISPLAY 'GL account master not found: '
                       GDR-ACCT-STATUS
           END-IF.

       WRITE-ROLL-REPORT.
           OPEN OUTPUT ROLL-REPORT-OUT
           MOVE SPACES TO ROLL-REPORT-LINE
           STRING 'DEFERRAL SUB-LEDGER - RELEASE FOR PERIOD '
                   DELIMITED BY SIZE
                  GDR-THIS-PERIOD DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  GDR-TODAY DELIMITED BY SIZE
               INTO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           MOVE SPACES TO GDR-LINE-WORK
           STRING '  SCHED  DESCRIPTION          K BS ACCT PL ACCT'
                      DELIMITED BY SIZE
                  '       RELEASED      REMAINING PRDS  '
                      DELIMITED BY SIZE
                  'ACTION' DELIMITED BY SIZE
               INTO GDR-LINE-WORK
           MOVE GDR-LINE-WORK TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           PERFORM VARYING GDR-SCHED-IDX FROM 1 BY 1
                   UNTIL GDR-SCHED-IDX > GDR-SCHED-COUNT
               PERFORM WRITE-SCHEDULE-LINE
           END-PERFORM
           MOVE SPACES TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           MOVE 'ROLL-FORWARD BY BALANCE-SHEET ACCOUNT'
               TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           MOVE SPACES TO ROLL-REPORT-LINE
           STRING 'GL BALANCE IS GLACCT.DAT AS LAST POSTED, BEFORE '
                      DELIMITED BY SIZE
                  'THE RELEASES ON THIS RUN''S FEED' DELIMITED BY SIZE
               INTO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           PERFORM VARYING GDR-ROLL-IDX FROM 1 BY 1
                   UNTIL GDR-ROLL-IDX > GDR-ROLL-COUNT
               PERFORM WRITE-ROLL-ACCOUNT
           END-PERFORM
           CLOSE ROLL-REPORT-OUT.

       WRITE-SCHEDULE-LINE.
           MOVE GDR-SCHED-RECORD-T(GDR-SCHED-IDX) TO GL-DEFERRAL-RECORD
           MOVE GDR-RELEASE-T(GDR-SCHED-IDX) TO GDR-EDIT-AMOUNT
           COMPUTE GDR-REMAINING =
                   GDF-TOTAL-AMOUNT - GDF-RELEASED-AMOUNT
           MOVE GDR-REMAINING TO GDR-EDIT-AMOUNT-2
           MOVE GDR-PERIODS-RUN-T(GDR-SCHED-IDX) TO GDR-EDIT-PERIODS
           MOVE SPACES TO GDR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  GDF-SCHEDULE-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GDF-DESCRIPTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GDF-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GDF-BS-ACCT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  GDF-PL-ACCT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GDR-EDIT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GDR-EDIT-AMOUNT-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  GDR-EDIT-PERIODS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  GDR-VERDICT-T(GDR-SCHED-IDX) DELIMITED BY SIZE
               INTO GDR-LINE-WORK
           MOVE GDR-LINE-WORK TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE.

      *> The GL, as last posted, should hold opening plus additions;
      *> after this feed posts it should hold the closing figure.
       WRITE-ROLL-ACCOUNT.
           COMPUTE GDR-ROLL-CLOSING =
                   GDR-ROLL-OPENING-T(GDR-ROLL-IDX)
                   + GDR-ROLL-ADDED-T(GDR-ROLL-IDX)
                   - GDR-ROLL-RELEASED-T(GDR-ROLL-IDX)
           COMPUTE GDR-ROLL-DIFFERENCE =
                   GDR-ROLL-GL-BAL-T(GDR-ROLL-IDX)
                   - GDR-ROLL-OPENING-T(GDR-ROLL-IDX)
                   - GDR-ROLL-ADDED-T(GDR-ROLL-IDX)
           MOVE GDR-ROLL-OPENING-T(GDR-ROLL-IDX) TO GDR-EDIT-AMOUNT
           MOVE GDR-ROLL-ADDED-T(GDR-ROLL-IDX) TO GDR-EDIT-AMOUNT-2
           MOVE GDR-ROLL-RELEASED-T(GDR-ROLL-IDX) TO GDR-EDIT-AMOUNT-3
           MOVE SPACES TO GDR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  GDR-ROLL-ACCT-T(GDR-ROLL-IDX) DELIMITED BY SIZE
                  '  OPENING ' DELIMITED BY SIZE
                  GDR-EDIT-AMOUNT DELIMITED BY SIZE
                  '  ADDED ' DELIMITED BY SIZE
                  GDR-EDIT-AMOUNT-2 DELIMITED BY SIZE
                  '  RELEASED ' DELIMITED BY SIZE
                  GDR-EDIT-AMOUNT-3 DELIMITED BY SIZE
               INTO GDR-LINE-WORK
           MOVE GDR-LINE-WORK TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE
           MOVE GDR-ROLL-CLOSING TO GDR-EDIT-SIGNED
           MOVE GDR-ROLL-GL-BAL-T(GDR-ROLL-IDX) TO GDR-EDIT-AMOUNT
           MOVE SPACES TO GDR-LINE-WORK
           STRING '          CLOSING' DELIMITED BY SIZE
                  GDR-EDIT-SIGNED DELIMITED BY SIZE
                  '  GL BAL ' DELIMITED BY SIZE
                  GDR-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GDR-LINE-WORK
           IF GDR-ROLL-ON-GL-T(GDR-ROLL-IDX) = 'N'
               ADD 1 TO GDR-NOT-TIED-COUNT
               MOVE '  *** ACCOUNT NOT ON GLACCT.DAT ***'
                   TO GDR-LINE-WORK(60:35)
           ELSE IF GDR-ROLL-DIFFERENCE = ZERO
               MOVE '  TIES TO GL' TO GDR-LINE-WORK(60:12)
           ELSE
               ADD 1 TO GDR-NOT-TIED-COUNT
               MOVE GDR-ROLL-DIFFERENCE TO GDR-EDIT-SIGNED
               MOVE '  *** DOES NOT TIE BY ' TO GDR-LINE-WORK(60:22)
               MOVE GDR-EDIT-SIGNED TO GDR-LINE-WORK(82:15)
               MOVE ' ***' TO GDR-LINE-WORK(97:4)
           END-IF
           END-IF
           MOVE GDR-LINE-WORK TO ROLL-REPORT-LINE
           WRITE ROLL-REPORT-LINE.
