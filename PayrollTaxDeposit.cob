       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollTaxDeposit.
      *> Payroll tax deposit scheduler. The payroll run accrues the
      *> employer's taxes and the employee withholding onto
      *> PAYETAX.DAT, and the quarterly report totals them, but
      *> nothing said when the money was due -- deposits were
      *> remembered, or not, and a late one costs penalties. This
      *> job groups the accruals into deposit liabilities under the
      *> schedules on the runtime-parameter master (federal WHLD,
      *> FICA and MEDI monthly or semiweekly; state SUTA monthly or
      *> quarterly), works out each one's due date rolled to a
      *> banking day by BankingDay.cob, and nets off what the
      *> deposit ledger (PAYTDEP.cpy) says has already gone. Any
      *> balance due inside the lead window is originated as an
      *> ACH debit in the same 94-character bank format the other
      *> exports write (one batch per deposit, since each carries
      *> its own settlement date) and appended to the ledger, so a
      *> rerun never pays twice. The deposit schedule report shows
      *> every liability with its due date, deposited and balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTX-RUNPARM-STATUS.
           SELECT EMP-TAX-IN ASSIGN TO "data/PAYETAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTX-ETAX-STATUS.
           SELECT DEPOSIT-LEDGER-IN ASSIGN TO "data/PAYTDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTX-DEP-STATUS.
           SELECT DEPOSIT-LEDGER-OUT ASSIGN TO "data/PAYTDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTX-DEP-OUT-STATUS.
           SELECT TAX-ACH-OUT ASSIGN TO "data/PAYTAX-ACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XMIT-REGISTER-OUT ASSIGN TO "data/XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTX-XMIT-STATUS.
           SELECT DEPOSIT-REPORT-OUT ASSIGN TO "data/PAYTAX-DEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  EMP-TAX-IN.
       COPY PAYETAX.

       FD  DEPOSIT-LEDGER-IN.
       COPY PAYTDEP.

       FD  DEPOSIT-LEDGER-OUT.
       01  DEPOSIT-LEDGER-OUT-RECORD     PIC X(62).

       FD  TAX-ACH-OUT.
       01  TAX-ACH-LINE                  PIC X(94).

       FD  XMIT-REGISTER-OUT.
       COPY XMITREG.

       FD  DEPOSIT-REPORT-OUT.
       01  DEPOSIT-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 PTX-EOF-SWITCHES.
           05 PTX-RUNPARM-EOF           PIC X VALUE 'N'.
           05 PTX-ETAX-EOF              PIC X VALUE 'N'.
           05 PTX-DEP-EOF               PIC X VALUE 'N'.

       01 PTX-FILE-STATUSES.
           05 PTX-RUNPARM-STATUS        PIC XX.
           05 PTX-ETAX-STATUS           PIC XX.
           05 PTX-DEP-STATUS            PIC XX.
           05 PTX-DEP-OUT-STATUS        PIC XX.
           05 PTX-XMIT-STATUS           PIC XX.

       01 PTX-TODAY                     PIC X(8).
       01 PTX-TODAY-INT                 PIC 9(8).

      *> Tunables: the deposit schedules (1 = monthly, 2 =
      *> semiweekly for the federal taxes; 1 = monthly, 3 =
      *> quarterly for state unemployment) and how many calendar
      *> days ahead of its due date a deposit is originated. A
      *> schedule change re-keys the periods deposits are netted
      *> against, so it is made at a year start once the old year
      *> is fully deposited.
       01 PTX-PARM-FIELDS.
           05 PTX-FEDERAL-SCHEDULE      PIC 9(1) VALUE 1.
           05 PTX-STATE-SCHEDULE        PIC 9(1) VALUE 3.
           05 PTX-LEAD-DAYS             PIC 9(3) VALUE 3.
           05 PTX-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> Deposits already on the ledger, summed per liability.
       01 PTX-DEP-CONTROL.
           05 PTX-DEP-COUNT             PIC 9(4) VALUE ZERO.
           05 PTX-DEP-ROWS-READ         PIC 9(6) VALUE ZERO.
           05 PTX-LAST-TRACE            PIC 9(15)
                                         VALUE 780000000000000.

       01 PTX-DEP-TABLE.
           05 PTX-DEP-ENTRY OCCURS 2000 TIMES
                            INDEXED BY PTX-DEP-IX.
               10 PTX-DEP-TYPE-T        PIC X(4).
               10 PTX-DEP-PERIOD-T      PIC X(8).
               10 PTX-DEP-AMOUNT-T      PIC 9(9)V99.

      *> Deposit liabilities built from the accruals.
       01 PTX-LIAB-CONTROL.
           05 PTX-LIAB-COUNT            PIC 9(4) VALUE ZERO.
           05 PTX-LIAB-IDX              PIC 9(4).
           05 PTX-ETAX-ROWS-READ        PIC 9(6) VALUE ZERO.

       01 PTX-LIAB-TABLE.
           05 PTX-LIAB-ENTRY OCCURS 1000 TIMES
                             INDEXED BY PTX-LIAB-IX.
               10 PTX-LB-TYPE-T         PIC X(4).
               10 PTX-LB-PERIOD-T       PIC X(8).
               10 PTX-LB-DUE-T          PIC X(8).
               10 PTX-LB-LIABILITY-T    PIC 9(9)V99.
               10 PTX-LB-DEPOSITED-T    PIC 9(9)V99.
               10 PTX-LB-BALANCE-T      PIC S9(9)V99.
               10 PTX-LB-ACTION-T       PIC X(24).

      *> Date work for the schedule rules.
       01 PTX-DATE-WORK.
           05 PTX-SCHEDULE              PIC 9(1).
           05 PTX-WORK-DATE             PIC 9(8).
           05 PTX-WORK-DATE-X REDEFINES PTX-WORK-DATE
                                        PIC X(8).
           05 PTX-WORK-PARTS REDEFINES PTX-WORK-DATE.
               10 PTX-WORK-YEAR         PIC 9(4).
               10 PTX-WORK-MONTH        PIC 9(2).
               10 PTX-WORK-DAY          PIC 9(2).
           05 PTX-WORK-INT              PIC 9(8).
           05 PTX-DAY-OF-WEEK           PIC 9(1).
           05 PTX-DAYS-AHEAD            PIC 9(1).
           05 PTX-QTR-NO                PIC 9(1).
           05 PTX-QTR-END-MONTH         PIC 9(2).
           05 PTX-PERIOD-END            PIC X(8).
           05 PTX-RAW-DUE               PIC X(8).
           05 PTX-DUE-DATE              PIC X(8).
           05 PTX-DUE-INT               PIC 9(8).
           05 PTX-DAYS-TO-DUE           PIC S9(8).
           05 PTX-EFFECTIVE-DATE        PIC X(8).
           05 PTX-EFFECTIVE-YYMMDD      PIC X(6).
           05 PTX-BD-DIRECTION          PIC X(1) VALUE 'F'.

      *> ACH debit origination. Company and bank identifiers are
      *> the same placeholders the payroll export carries; the
      *> tax debits draw on the payroll funding account.
       01 PTX-ACH-FIELDS.
           05 PTX-IMM-DEST              PIC X(10) VALUE ' 111000025'.
           05 PTX-IMM-ORIGIN            PIC X(10) VALUE ' 199999999'.
           05 PTX-IMM-DEST-NAME         PIC X(23)
                                         VALUE 'FIRST NATIONAL BANK'.
           05 PTX-IMM-ORIG-NAME         PIC X(23)
                                         VALUE 'ACME PAYROLL CORP'.
           05 PTX-COMPANY-NAME          PIC X(16)
                                         VALUE 'ACME PAYROLL COR'.
           05 PTX-COMPANY-ID            PIC X(10) VALUE '1199999999'.
           05 PTX-ORIGINATING-DFI       PIC X(8)  VALUE '11100002'.
           05 PTX-FUNDING-ROUTING       PIC X(9)  VALUE '111000025'.
           05 PTX-FUNDING-ACCOUNT       PIC X(17)
                                         VALUE '400012345678'.
           05 PTX-TODAY-YYMMDD          PIC X(6).
           05 PTX-NOW-HHMM              PIC X(4).
           05 PTX-BATCH-NUMBER          PIC 9(7) VALUE ZERO.
           05 PTX-ACH-LINE-COUNT        PIC 9(6) VALUE ZERO.
           05 PTX-ENTRY-COUNT           PIC 9(8) VALUE ZERO.
           05 PTX-ENTRY-HASH            PIC 9(10) VALUE ZERO.
           05 PTX-ROUTING-BASE          PIC 9(8).
           05 PTX-AMOUNT-CENTS          PIC 9(10).
           05 PTX-TOTAL-DEBIT-CENTS     PIC 9(12) VALUE ZERO.
           05 PTX-EDIT-BATCH-AMOUNT     PIC 9(12).
           05 PTX-EDIT-BATCH-HASH       PIC 9(10).
           05 PTX-EDIT-BATCH-COUNT      PIC 9(6).
           05 PTX-EDIT-BLOCK-COUNT      PIC 9(6).
           05 PTX-INDIVIDUAL-ID         PIC X(15).
           05 PTX-AGENCY-NAME           PIC X(22).
           05 PTX-BLANK-3               PIC X(3)  VALUE SPACES.
           05 PTX-BLANK-6               PIC X(6)  VALUE SPACES.
           05 PTX-BLANK-8               PIC X(8)  VALUE SPACES.
           05 PTX-BLANK-19              PIC X(19) VALUE SPACES.
           05 PTX-BLANK-20              PIC X(20) VALUE SPACES.
           05 PTX-BLANK-39              PIC X(39) VALUE SPACES.

       01 PTX-COUNTERS.
           05 PTX-DEPOSITS-MADE         PIC 9(4) VALUE ZERO.
           05 PTX-LATE-COUNT            PIC 9(4) VALUE ZERO.
           05 PTX-SCHEDULED-COUNT       PIC 9(4) VALUE ZERO.
           05 PTX-OVER-COUNT            PIC 9(4) VALUE ZERO.
           05 PTX-TOTAL-DEPOSITED-NOW   PIC 9(11)V99 VALUE ZERO.

       01 PTX-EDIT-FIELDS.
           05 PTX-EDIT-LIABILITY        PIC ZZZ,ZZZ,ZZ9.99.
           05 PTX-EDIT-DEPOSITED        PIC ZZZ,ZZZ,ZZ9.99.
           05 PTX-EDIT-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.

       01 PTX-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO PTX-TODAY
           MOVE PTX-TODAY(3:6) TO PTX-TODAY-YYMMDD
           MOVE FUNCTION CURRENT-DATE(9:4) TO PTX-NOW-HHMM
           COMPUTE PTX-TODAY-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PTX-TODAY))
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-DEPOSIT-LEDGER
           PERFORM BUILD-LIABILITIES
           PERFORM APPLY-DEPOSITS-TO-LIABILITIES
           PERFORM ORIGINATE-DEPOSITS
           PERFORM WRITE-DEPOSIT-REPORT
           DISPLAY 'Accrual rows read    = ' PTX-ETAX-ROWS-READ
           DISPLAY 'Ledger rows read     = ' PTX-DEP-ROWS-READ
           DISPLAY 'Liabilities on file  = ' PTX-LIAB-COUNT
           DISPLAY 'Deposits originated  = ' PTX-DEPOSITS-MADE
           DISPLAY 'Of which late        = ' PTX-LATE-COUNT
           DISPLAY 'Scheduled, not due   = ' PTX-SCHEDULED-COUNT
           DISPLAY 'Over-deposited       = ' PTX-OVER-COUNT
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF PTX-RUNPARM-STATUS = '00'
               PERFORM UNTIL PTX-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO PTX-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       PTX-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF PTX-PARMS-FOUND < 3
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           IF PTX-FEDERAL-SCHEDULE NOT = 1
              AND PTX-FEDERAL-SCHEDULE NOT = 2
               DISPLAY 'FEDERAL-SCHEDULE ' PTX-FEDERAL-SCHEDULE
                       ' NOT 1 OR 2 -- MONTHLY USED'
               MOVE 1 TO PTX-FEDERAL-SCHEDULE
           END-IF
           IF PTX-STATE-SCHEDULE NOT = 1
              AND PTX-STATE-SCHEDULE NOT = 3
               DISPLAY 'STATE-SCHEDULE ' PTX-STATE-SCHEDULE
                       ' NOT 1 OR 3 -- QUARTERLY USED'
               MOVE 3 TO PTX-STATE-SCHEDULE
           END-IF
           DISPLAY 'PARM IN EFFECT: FEDERAL-SCHEDULE = '
                   PTX-FEDERAL-SCHEDULE
           DISPLAY 'PARM IN EFFECT: STATE-SCHEDULE = '
                   PTX-STATE-SCHEDULE
           DISPLAY 'PARM IN EFFECT: LEAD-DAYS = ' PTX-LEAD-DAYS.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'PAYROLLTAXDEPOSIT'
               EVALUATE RP-PARM-NAME
                   WHEN 'FEDERAL-SCHEDULE'
                       MOVE RP-VALUE TO PTX-FEDERAL-SCHEDULE
                       ADD 1 TO PTX-PARMS-FOUND
                   WHEN 'STATE-SCHEDULE'
                       MOVE RP-VALUE TO PTX-STATE-SCHEDULE
                       ADD 1 TO PTX-PARMS-FOUND
                   WHEN 'LEAD-DAYS'
                       MOVE RP-VALUE TO PTX-LEAD-DAYS
                       ADD 1 TO PTX-PARMS-FOUND
               END-EVALUATE
           END-IF.

       LOAD-DEPOSIT-LEDGER.
           OPEN INPUT DEPOSIT-LEDGER-IN
           IF PTX-DEP-STATUS = '00'
               PERFORM UNTIL PTX-DEP-EOF = 'Y'
                   READ DEPOSIT-LEDGER-IN
                       AT END MOVE 'Y' TO PTX-DEP-EOF
                       NOT AT END PERFORM NOTE-ONE-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-LEDGER-IN
           ELSE
               DISPLAY 'No deposit ledger yet: ' PTX-DEP-STATUS
                       ' -- NOTHING DEPOSITED SO FAR'
           END-IF.

       NOTE-ONE-DEPOSIT.
           ADD 1 TO PTX-DEP-ROWS-READ
           IF PTD-TRACE-NUMBER > PTX-LAST-TRACE
               MOVE PTD-TRACE-NUMBER TO PTX-LAST-TRACE
           END-IF
           SET PTX-DEP-IX TO 1
           SEARCH PTX-DEP-ENTRY
               AT END
                   PERFORM ADD-DEPOSIT-ENTRY
               WHEN PTX-DEP-IX > PTX-DEP-COUNT
                   PERFORM ADD-DEPOSIT-ENTRY
               WHEN PTX-DEP-TYPE-T(PTX-DEP-IX) = PTD-TAX-TYPE
                   AND PTX-DEP-PERIOD-T(PTX-DEP-IX) = PTD-PERIOD-END
                   ADD PTD-AMOUNT TO PTX-DEP-AMOUNT-T(PTX-DEP-IX)
           END-SEARCH.

       ADD-DEPOSIT-ENTRY.
           IF PTX-DEP-COUNT < 2000
               ADD 1 TO PTX-DEP-COUNT
               MOVE PTD-TAX-TYPE TO PTX-DEP-TYPE-T(PTX-DEP-COUNT)
               MOVE PTD-PERIOD-END TO PTX-DEP-PERIOD-T(PTX-DEP-COUNT)
               MOVE PTD-AMOUNT TO PTX-DEP-AMOUNT-T(PTX-DEP-COUNT)
           ELSE
               DISPLAY 'DEPOSIT TABLE FULL -- RUN STOPPED, '
                       'NOTHING ORIGINATED'
               STOP RUN
           END-IF.

       BUILD-LIABILITIES.
           OPEN INPUT EMP-TAX-IN
           IF PTX-ETAX-STATUS NOT = '00'
               DISPLAY 'No tax accruals found: ' PTX-ETAX-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL PTX-ETAX-EOF = 'Y'
               READ EMP-TAX-IN
                   AT END MOVE 'Y' TO PTX-ETAX-EOF
                   NOT AT END PERFORM POST-ONE-ACCRUAL
               END-READ
           END-PERFORM
           CLOSE EMP-TAX-IN.

       POST-ONE-ACCRUAL.
           ADD 1 TO PTX-ETAX-ROWS-READ
           IF PET-TAX-TYPE = 'SUTA'
               MOVE PTX-STATE-SCHEDULE TO PTX-SCHEDULE
           ELSE
               MOVE PTX-FEDERAL-SCHEDULE TO PTX-SCHEDULE
           END-IF
           MOVE PET-PAY-DATE TO PTX-WORK-DATE-X
           PERFORM WORK-OUT-PERIOD-AND-DUE
           SET PTX-LIAB-IX TO 1
           SEARCH PTX-LIAB-ENTRY
               AT END
                   PERFORM ADD-LIABILITY-ENTRY
               WHEN PTX-LIAB-IX > PTX-LIAB-COUNT
                   PERFORM ADD-LIABILITY-ENTRY
               WHEN PTX-LB-TYPE-T(PTX-LIAB-IX) = PET-TAX-TYPE
                   AND PTX-LB-PERIOD-T(PTX-LIAB-IX) = PTX-PERIOD-END
                   ADD PET-AMOUNT TO PTX-LB-LIABILITY-T(PTX-LIAB-IX)
           END-SEARCH.

       ADD-LIABILITY-ENTRY.
           IF PTX-LIAB-COUNT < 1000
               ADD 1 TO PTX-LIAB-COUNT
               MOVE PET-TAX-TYPE TO PTX-LB-TYPE-T(PTX-LIAB-COUNT)
               MOVE PTX-PERIOD-END TO PTX-LB-PERIOD-T(PTX-LIAB-COUNT)
               MOVE PTX-DUE-DATE TO PTX-LB-DUE-T(PTX-LIAB-COUNT)
               MOVE PET-AMOUNT TO PTX-LB-LIABILITY-T(PTX-LIAB-COUNT)
               MOVE ZERO TO PTX-LB-DEPOSITED-T(PTX-LIAB-COUNT)
               MOVE ZERO TO PTX-LB-BALANCE-T(PTX-LIAB-COUNT)
               MOVE SPACES TO PTX-LB-ACTION-T(PTX-LIAB-COUNT)
           ELSE
               DISPLAY 'LIABILITY TABLE FULL -- RUN STOPPED, '
                       'NOTHING ORIGINATED'
               STOP RUN
           END-IF.

      *> Schedule rules, applied to the pay date in PTX-WORK-DATE:
      *>   monthly    - period ends the last day of the month, due
      *>                the 15th of the next month;
      *>   semiweekly - each pay date is its own period; paid Wed,
      *>                Thu or Fri, due the next Wednesday, paid Sat
      *>                through Tue, due the next Friday;
      *>   quarterly  - period ends the last day of the quarter, due
      *>                the last day of the month after it.
      *> The due date then rolls forward to a banking day.
       WORK-OUT-PERIOD-AND-DUE.
           EVALUATE PTX-SCHEDULE
               WHEN 2
                   MOVE PTX-WORK-DATE-X TO PTX-PERIOD-END
                   COMPUTE PTX-WORK-INT = FUNCTION INTEGER-OF-DATE
                           (PTX-WORK-DATE)
                   COMPUTE PTX-DAY-OF-WEEK =
                           FUNCTION MOD(PTX-WORK-INT - 1 7)
                   IF PTX-DAY-OF-WEEK >= 2 AND PTX-DAY-OF-WEEK <= 4
                       COMPUTE PTX-DAYS-AHEAD =
                           FUNCTION MOD(8 - PTX-DAY-OF-WEEK 7) + 1
                   ELSE
                       COMPUTE PTX-DAYS-AHEAD =
                           FUNCTION MOD(10 - PTX-DAY-OF-WEEK 7) + 1
                   END-IF
                   ADD PTX-DAYS-AHEAD TO PTX-WORK-INT
                   COMPUTE PTX-WORK-DATE =
                           FUNCTION DATE-OF-INTEGER(PTX-WORK-INT)
                   MOVE PTX-WORK-DATE-X TO PTX-RAW-DUE
               WHEN 3
                   COMPUTE PTX-QTR-NO = (PTX-WORK-MONTH + 2) / 3
                   COMPUTE PTX-QTR-END-MONTH = PTX-QTR-NO * 3
                   MOVE PTX-QTR-END-MONTH TO PTX-WORK-MONTH
                   PERFORM STEP-TO-NEXT-MONTH-START
                   PERFORM BACK-ONE-DAY
                   MOVE PTX-WORK-DATE-X TO PTX-PERIOD-END
                   PERFORM STEP-TO-NEXT-MONTH-START
                   PERFORM STEP-TO-NEXT-MONTH-START
                   PERFORM BACK-ONE-DAY
                   MOVE PTX-WORK-DATE-X TO PTX-RAW-DUE
               WHEN OTHER
                   PERFORM STEP-TO-NEXT-MONTH-START
                   PERFORM BACK-ONE-DAY
                   MOVE PTX-WORK-DATE-X TO PTX-PERIOD-END
                   PERFORM STEP-TO-NEXT-MONTH-START
                   MOVE 15 TO PTX-WORK-DAY
                   MOVE PTX-WORK-DATE-X TO PTX-RAW-DUE
           END-EVALUATE
           CALL 'BankingDay' USING PTX-RAW-DUE
                                   PTX-BD-DIRECTION
                                   PTX-DUE-DATE.

       STEP-TO-NEXT-MONTH-START.
           IF PTX-WORK-MONTH >= 12
               ADD 1 TO PTX-WORK-YEAR
               MOVE 1 TO PTX-WORK-MONTH
           ELSE
               ADD 1 TO PTX-WORK-MONTH
           END-IF
           MOVE 1 TO PTX-WORK-DAY.

       BACK-ONE-DAY.
           COMPUTE PTX-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(PTX-WORK-DATE) - 1
           COMPUTE PTX-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(PTX-WORK-INT).

       APPLY-DEPOSITS-TO-LIABILITIES.
           PERFORM VARYING PTX-LIAB-IDX FROM 1 BY 1
                   UNTIL PTX-LIAB-IDX > PTX-LIAB-COUNT
               SET PTX-DEP-IX TO 1
               SEARCH PTX-DEP-ENTRY
                   AT END
                       CONTINUE
                   WHEN PTX-DEP-IX > PTX-DEP-COUNT
                       CONTINUE
                   WHEN PTX-DEP-TYPE-T(PTX-DEP-IX)
                           = PTX-LB-TYPE-T(PTX-LIAB-IDX)
                       AND PTX-DEP-PERIOD-T(PTX-DEP-IX)
                           = PTX-LB-PERIOD-T(PTX-LIAB-IDX)
                       MOVE PTX-DEP-AMOUNT-T(PTX-DEP-IX)
                           TO PTX-LB-DEPOSITED-T(PTX-LIAB-IDX)
               END-SEARCH
               COMPUTE PTX-LB-BALANCE-T(PTX-LIAB-IDX) =
                       PTX-LB-LIABILITY-T(PTX-LIAB-IDX)
                     - PTX-LB-DEPOSITED-T(PTX-LIAB-IDX)
           END-PERFORM.

      *> A balance due inside the lead window goes out now,
      *> settling on its due date; one already past due settles on
      *> the next banking day and is flagged late. A balance not
      *> yet in the window waits for a later run.
       ORIGINATE-DEPOSITS.
           OPEN OUTPUT TAX-ACH-OUT
           PERFORM WRITE-ACH-FILE-HEADER
           OPEN EXTEND DEPOSIT-LEDGER-OUT
           IF PTX-DEP-OUT-STATUS = '35'
               OPEN OUTPUT DEPOSIT-LEDGER-OUT
           END-IF
           PERFORM VARYING PTX-LIAB-IDX FROM 1 BY 1
                   UNTIL PTX-LIAB-IDX > PTX-LIAB-COUNT
               EVALUATE TRUE
                   WHEN PTX-LB-BALANCE-T(PTX-LIAB-IDX) < ZERO
                       MOVE 'OVER-DEPOSITED'
                           TO PTX-LB-ACTION-T(PTX-LIAB-IDX)
                       ADD 1 TO PTX-OVER-COUNT
                   WHEN PTX-LB-BALANCE-T(PTX-LIAB-IDX) = ZERO
                       MOVE 'PAID' TO PTX-LB-ACTION-T(PTX-LIAB-IDX)
                   WHEN OTHER
                       PERFORM CHECK-ONE-BALANCE-DUE
               END-EVALUATE
           END-PERFORM
           CLOSE DEPOSIT-LEDGER-OUT
           PERFORM WRITE-ACH-FILE-CONTROL
           CLOSE TAX-ACH-OUT
      *> A run with nothing due sends no file to the bank, so there
      *> is no transmission to register or wait for.
           IF PTX-ENTRY-COUNT > ZERO
               PERFORM WRITE-TRANSMISSION-REGISTER
           END-IF.

       CHECK-ONE-BALANCE-DUE.
           COMPUTE PTX-DUE-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(PTX-LB-DUE-T(PTX-LIAB-IDX)))
           COMPUTE PTX-DAYS-TO-DUE = PTX-DUE-INT - PTX-TODAY-INT
           IF PTX-DAYS-TO-DUE > PTX-LEAD-DAYS
               MOVE 'SCHEDULED' TO PTX-LB-ACTION-T(PTX-LIAB-IDX)
               ADD 1 TO PTX-SCHEDULED-COUNT
           ELSE
               IF PTX-DAYS-TO-DUE > ZERO
                   MOVE PTX-LB-DUE-T(PTX-LIAB-IDX)
                       TO PTX-EFFECTIVE-DATE
               ELSE
                   COMPUTE PTX-WORK-INT = PTX-TODAY-INT + 1
                   COMPUTE PTX-WORK-DATE =
                           FUNCTION DATE-OF-INTEGER(PTX-WORK-INT)
                   CALL 'BankingDay' USING PTX-WORK-DATE-X
                                           PTX-BD-DIRECTION
                                           PTX-EFFECTIVE-DATE
               END-IF
               PERFORM WRITE-DEPOSIT-BATCH
               PERFORM WRITE-LEDGER-ROW
           END-IF.

       WRITE-ACH-FILE-HEADER.
           MOVE SPACES TO TAX-ACH-LINE
           STRING '1'                    DELIMITED BY SIZE
                  '01'                   DELIMITED BY SIZE
                  PTX-IMM-DEST           DELIMITED BY SIZE
                  PTX-IMM-ORIGIN         DELIMITED BY SIZE
                  PTX-TODAY-YYMMDD       DELIMITED BY SIZE
                  PTX-NOW-HHMM           DELIMITED BY SIZE
                  'A'                    DELIMITED BY SIZE
                  '094'                  DELIMITED BY SIZE
                  '10'                   DELIMITED BY SIZE
                  '1'                    DELIMITED BY SIZE
                  PTX-IMM-DEST-NAME      DELIMITED BY SIZE
                  PTX-IMM-ORIG-NAME      DELIMITED BY SIZE
                  PTX-BLANK-8            DELIMITED BY SIZE
               INTO TAX-ACH-LINE
           WRITE TAX-ACH-LINE
           ADD 1 TO PTX-ACH-LINE-COUNT.

      *> Batch Header (Type 5, service class 225 debits only), one
      *> Entry Detail (Type 6, transaction code 27 checking debit)
      *> against the funding account, Batch Control (Type 8).
       WRITE-DEPOSIT-BATCH.
           ADD 1 TO PTX-BATCH-NUMBER
           ADD 1 TO PTX-ENTRY-COUNT
           ADD 1 TO PTX-LAST-TRACE
           MOVE PTX-EFFECTIVE-DATE(3:6) TO PTX-EFFECTIVE-YYMMDD
           COMPUTE PTX-AMOUNT-CENTS =
                   PTX-LB-BALANCE-T(PTX-LIAB-IDX) * 100
           ADD PTX-AMOUNT-CENTS TO PTX-TOTAL-DEBIT-CENTS
           MOVE PTX-FUNDING-ROUTING(1:8) TO PTX-ROUTING-BASE
           ADD PTX-ROUTING-BASE TO PTX-ENTRY-HASH
           MOVE SPACES TO PTX-INDIVIDUAL-ID
           STRING PTX-LB-TYPE-T(PTX-LIAB-IDX) DELIMITED BY SIZE
                  PTX-LB-PERIOD-T(PTX-LIAB-IDX) DELIMITED BY SIZE
               INTO PTX-INDIVIDUAL-ID
           IF PTX-LB-TYPE-T(PTX-LIAB-IDX) = 'SUTA'
               MOVE 'STATE UI FUND' TO PTX-AGENCY-NAME
           ELSE
               MOVE 'US TREASURY EFTPS' TO PTX-AGENCY-NAME
           END-IF
           MOVE SPACES TO TAX-ACH-LINE
           STRING '5'                    DELIMITED BY SIZE
                  '225'                  DELIMITED BY SIZE
                  PTX-COMPANY-NAME       DELIMITED BY SIZE
                  PTX-BLANK-20           DELIMITED BY SIZE
                  PTX-COMPANY-ID         DELIMITED BY SIZE
                  'CCD'                  DELIMITED BY SIZE
                  'TAXDEPOSIT'           DELIMITED BY SIZE
                  PTX-TODAY-YYMMDD       DELIMITED BY SIZE
                  PTX-EFFECTIVE-YYMMDD   DELIMITED BY SIZE
                  PTX-BLANK-3            DELIMITED BY SIZE
                  '1'                    DELIMITED BY SIZE
                  PTX-ORIGINATING-DFI    DELIMITED BY SIZE
                  PTX-BATCH-NUMBER       DELIMITED BY SIZE
               INTO TAX-ACH-LINE
           WRITE TAX-ACH-LINE
           MOVE SPACES TO TAX-ACH-LINE
           STRING '6'                    DELIMITED BY SIZE
                  '27'                   DELIMITED BY SIZE
                  PTX-FUNDING-ROUTING    DELIMITED BY SIZE
                  PTX-FUNDING-ACCOUNT    DELIMITED BY SIZE
                  PTX-AMOUNT-CENTS       DELIMITED BY SIZE
                  PTX-INDIVIDUAL-ID      DELIMITED BY SIZE
                  PTX-AGENCY-NAME        DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  '0'                    DELIMITED BY SIZE
                  PTX-LAST-TRACE         DELIMITED BY SIZE
               INTO TAX-ACH-LINE
           WRITE TAX-ACH-LINE
           MOVE PTX-ROUTING-BASE TO PTX-EDIT-BATCH-HASH
           MOVE PTX-AMOUNT-CENTS TO PTX-EDIT-BATCH-AMOUNT
           MOVE SPACES TO TAX-ACH-LINE
           STRING '8'                    DELIMITED BY SIZE
                  '225'                  DELIMITED BY SIZE
                  '000001'               DELIMITED BY SIZE
                  PTX-EDIT-BATCH-HASH    DELIMITED BY SIZE
                  PTX-EDIT-BATCH-AMOUNT  DELIMITED BY SIZE
                  '000000000000'         DELIMITED BY SIZE
                  PTX-COMPANY-ID         DELIMITED BY SIZE
                  PTX-BLANK-19           DELIMITED BY SIZE
                  PTX-BLANK-6            DELIMITED BY SIZE
                  PTX-ORIGINATING-DFI    DELIMITED BY SIZE
                  PTX-BATCH-NUMBER       DELIMITED BY SIZE
               INTO TAX-ACH-LINE
           WRITE TAX-ACH-LINE
           ADD 3 TO PTX-ACH-LINE-COUNT
           ADD 1 TO PTX-DEPOSITS-MADE
           ADD PTX-LB-BALANCE-T(PTX-LIAB-IDX)
               TO PTX-TOTAL-DEPOSITED-NOW.

      *> File Control (Type 9); the block count rounds the record
      *> count, control record included, up to blocks of ten.
       WRITE-ACH-FILE-CONTROL.
           ADD 1 TO PTX-ACH-LINE-COUNT
           COMPUTE PTX-EDIT-BLOCK-COUNT =
                   (PTX-ACH-LINE-COUNT + 9) / 10
           MOVE PTX-BATCH-NUMBER TO PTX-EDIT-BATCH-COUNT
           MOVE PTX-ENTRY-HASH TO PTX-EDIT-BATCH-HASH
           MOVE PTX-TOTAL-DEBIT-CENTS TO PTX-EDIT-BATCH-AMOUNT
           MOVE SPACES TO TAX-ACH-LINE
           STRING '9'                    DELIMITED BY SIZE
                  PTX-EDIT-BATCH-COUNT   DELIMITED BY SIZE
                  PTX-EDIT-BLOCK-COUNT   DELIMITED BY SIZE
                  PTX-ENTRY-COUNT        DELIMITED BY SIZE
                  PTX-EDIT-BATCH-HASH    DELIMITED BY SIZE
                  PTX-EDIT-BATCH-AMOUNT  DELIMITED BY SIZE
                  '000000000000'         DELIMITED BY SIZE
                  PTX-BLANK-39           DELIMITED BY SIZE
               INTO TAX-ACH-LINE
           WRITE TAX-ACH-LINE.

      *> One row on the transmission register for the file just
      *> closed, carrying the totals BankAckMatch.cob expects the
      *> bank's acknowledgment to report back.
       WRITE-TRANSMISSION-REGISTER.
           OPEN EXTEND XMIT-REGISTER-OUT
           IF PTX-XMIT-STATUS = '35'
               OPEN OUTPUT XMIT-REGISTER-OUT
           END-IF
           MOVE SPACES TO TRANSMISSION-REGISTER-RECORD
           MOVE 'PAYTAX-ACH.DAT' TO XMT-FILE-NAME
           MOVE 'TAXACH' TO XMT-FILE-TYPE
           MOVE 'PAYROLLTAXDEPOSIT' TO XMT-JOB-NAME
           MOVE PTX-TODAY TO XMT-CREATE-DATE
           MOVE PTX-NOW-HHMM TO XMT-CREATE-TIME(1:4)
           MOVE '00' TO XMT-CREATE-TIME(5:2)
           MOVE PTX-ENTRY-COUNT TO XMT-ENTRY-COUNT
           COMPUTE XMT-DEBIT-TOTAL = PTX-TOTAL-DEBIT-CENTS / 100
           MOVE ZERO TO XMT-CREDIT-TOTAL
           MOVE PTX-ENTRY-HASH TO XMT-FILE-HASH
           MOVE 'P' TO XMT-ACK-STATUS
           WRITE TRANSMISSION-REGISTER-RECORD
           CLOSE XMIT-REGISTER-OUT.

       WRITE-LEDGER-ROW.
           MOVE PTX-LB-TYPE-T(PTX-LIAB-IDX) TO PTD-TAX-TYPE
           MOVE PTX-LB-PERIOD-T(PTX-LIAB-IDX) TO PTD-PERIOD-END
           MOVE PTX-LB-DUE-T(PTX-LIAB-IDX) TO PTD-DUE-DATE
           MOVE PTX-EFFECTIVE-DATE TO PTD-EFFECTIVE-DATE
           MOVE PTX-TODAY TO PTD-ORIGINATED-DATE
           MOVE PTX-LB-BALANCE-T(PTX-LIAB-IDX) TO PTD-AMOUNT
           MOVE PTX-LAST-TRACE TO PTD-TRACE-NUMBER
           IF PTX-EFFECTIVE-DATE > PTX-LB-DUE-T(PTX-LIAB-IDX)
               MOVE 'Y' TO PTD-LATE-FLAG
               ADD 1 TO PTX-LATE-COUNT
               MOVE SPACES TO PTX-LB-ACTION-T(PTX-LIAB-IDX)
               STRING 'LATE - DEBIT ' DELIMITED BY SIZE
                      PTX-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO PTX-LB-ACTION-T(PTX-LIAB-IDX)
           ELSE
               MOVE 'N' TO PTD-LATE-FLAG
               MOVE SPACES TO PTX-LB-ACTION-T(PTX-LIAB-IDX)
               STRING 'DEBIT ' DELIMITED BY SIZE
                      PTX-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO PTX-LB-ACTION-T(PTX-LIAB-IDX)
           END-IF
           MOVE PAY-TAX-DEPOSIT-RECORD TO DEPOSIT-LEDGER-OUT-RECORD
           WRITE DEPOSIT-LEDGER-OUT-RECORD
           ADD PTX-LB-BALANCE-T(PTX-LIAB-IDX)
               TO PTX-LB-DEPOSITED-T(PTX-LIAB-IDX)
           MOVE ZERO TO PTX-LB-BALANCE-T(PTX-LIAB-IDX).

       WRITE-DEPOSIT-REPORT.
           OPEN OUTPUT DEPOSIT-REPORT-OUT
           MOVE SPACES TO PTX-LINE-WORK
           STRING 'PAYROLL TAX DEPOSIT SCHEDULE - RUN '
                      DELIMITED BY SIZE
                  PTX-TODAY DELIMITED BY SIZE
                  '   FEDERAL SCHEDULE ' DELIMITED BY SIZE
                  PTX-FEDERAL-SCHEDULE DELIMITED BY SIZE
                  '  STATE SCHEDULE ' DELIMITED BY SIZE
                  PTX-STATE-SCHEDULE DELIMITED BY SIZE
                  '  LEAD DAYS ' DELIMITED BY SIZE
                  PTX-LEAD-DAYS DELIMITED BY SIZE
               INTO PTX-LINE-WORK
           MOVE PTX-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO PTX-LINE-WORK
           STRING 'TYPE PERIOD-END DUE-DATE      LIABILITY'
                      DELIMITED BY SIZE
                  '      DEPOSITED     BALANCE DUE  ACTION'
                      DELIMITED BY SIZE
               INTO PTX-LINE-WORK
           MOVE PTX-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           IF PTX-LIAB-COUNT = ZERO
               MOVE 'NO TAX ACCRUALS ON FILE' TO DEPOSIT-REPORT-LINE
               WRITE DEPOSIT-REPORT-LINE
           END-IF
           PERFORM VARYING PTX-LIAB-IDX FROM 1 BY 1
                   UNTIL PTX-LIAB-IDX > PTX-LIAB-COUNT
               PERFORM WRITE-ONE-LIABILITY-LINE
           END-PERFORM
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE PTX-TOTAL-DEPOSITED-NOW TO PTX-EDIT-DEPOSITED
           MOVE SPACES TO PTX-LINE-WORK
           STRING 'DEPOSITS ORIGINATED THIS RUN: ' DELIMITED BY SIZE
                  PTX-DEPOSITS-MADE DELIMITED BY SIZE
                  '  TOTAL ' DELIMITED BY SIZE
                  PTX-EDIT-DEPOSITED DELIMITED BY SIZE
                  '  LATE: ' DELIMITED BY SIZE
                  PTX-LATE-COUNT DELIMITED BY SIZE
               INTO PTX-LINE-WORK
           MOVE PTX-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           CLOSE DEPOSIT-REPORT-OUT.

       WRITE-ONE-LIABILITY-LINE.
           MOVE PTX-LB-LIABILITY-T(PTX-LIAB-IDX) TO PTX-EDIT-LIABILITY
           MOVE PTX-LB-DEPOSITED-T(PTX-LIAB-IDX) TO PTX-EDIT-DEPOSITED
           MOVE PTX-LB-BALANCE-T(PTX-LIAB-IDX) TO PTX-EDIT-BALANCE
           MOVE SPACES TO PTX-LINE-WORK
           STRING PTX-LB-TYPE-T(PTX-LIAB-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PTX-LB-PERIOD-T(PTX-LIAB-IDX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  PTX-LB-DUE-T(PTX-LIAB-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PTX-EDIT-LIABILITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PTX-EDIT-DEPOSITED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PTX-EDIT-BALANCE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PTX-LB-ACTION-T(PTX-LIAB-IDX) DELIMITED BY SIZE
               INTO PTX-LINE-WORK
           MOVE PTX-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE.
