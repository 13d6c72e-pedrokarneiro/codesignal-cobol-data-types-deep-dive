       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanVintageAnalysis.
      *> Static-pool vintage analysis of the loan book. The aging
      *> and charge-off jobs say what is bad now; credit needs to
      *> see whether the loans written in one month go bad faster
      *> than the loans written in another, while there is still
      *> time to change underwriting. This groups every account
      *> with an origination date on the master into a pool by
      *> origination month and product, and for each month on book
      *> since then shows, as a percentage of the pool's original
      *> balance:
      *>   - cumulative delinquency: the original balance of the
      *>     pool's accounts that have ever fallen the parameter's
      *>     number of scheduled payments behind by that month;
      *>   - cumulative charge-offs: balances written off to the
      *>     LNRECOV.cpy recovery sub-ledger by that month;
      *>   - cumulative prepayments: principal paid ahead of
      *>     schedule -- the part of a posted payment over the
      *>     scheduled payment that went to principal, a payoff
      *>     included.
      *> Month on book 1 ends with the first month-end after the
      *> booking month; only months already ended are shown. The
      *> payment history comes off the journal (LNPAYJ.cpy), read
      *> as RetentionRestore splices it -- the archived generations
      *> the retention policy keeps, oldest first, then the online
      *> file -- so a seasoned pool's early months still count. A
      *> returned payment's 'RET' row takes the payment back out;
      *> escrow disbursements ('DSB') are not borrower money. A
      *> closed account is not scheduled past its payoff month.
      *> Accounts booked before origination dates were kept are
      *> counted and left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVA-RUNPARM-STATUS.
           SELECT RETENTION-POLICY-IN ASSIGN TO "data/RETPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVA-RETPOL-STATUS.
           SELECT LOAN-ACCOUNT-IN ASSIGN TO "data/LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVA-ACCT-STATUS.
           SELECT LOAN-PRODUCT-IN ASSIGN TO "data/LNPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVA-PROD-STATUS.
           SELECT RECOVERY-IN ASSIGN TO "data/LNRECOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVA-RECOV-STATUS.
           SELECT LOAN-JOURNAL-IN ASSIGN TO LVAJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVA-JRNL-STATUS.
           SELECT VINTAGE-REPORT-OUT ASSIGN TO "data/LOAN-VINTAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  RETENTION-POLICY-IN.
       COPY RETPOL.

       FD  LOAN-ACCOUNT-IN.
       COPY LOANACCT.

       FD  LOAN-PRODUCT-IN.
       COPY LNPROD.

       FD  RECOVERY-IN.
       COPY LNRECOV.

       FD  LOAN-JOURNAL-IN.
       COPY LNPAYJ.

       FD  VINTAGE-REPORT-OUT.
       01  VINTAGE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 LVA-EOF-SWITCHES.
           05 LVA-RUNPARM-EOF           PIC X VALUE 'N'.
           05 LVA-RETPOL-EOF            PIC X VALUE 'N'.
           05 LVA-ACCT-EOF              PIC X VALUE 'N'.
           05 LVA-PROD-EOF              PIC X VALUE 'N'.
           05 LVA-RECOV-EOF             PIC X VALUE 'N'.
           05 LVA-JRNL-EOF              PIC X VALUE 'N'.

       01 LVA-FILE-STATUSES.
           05 LVA-RUNPARM-STATUS        PIC XX.
           05 LVA-RETPOL-STATUS         PIC XX.
           05 LVA-ACCT-STATUS           PIC XX.
           05 LVA-PROD-STATUS           PIC XX.
           05 LVA-RECOV-STATUS          PIC XX.
           05 LVA-JRNL-STATUS           PIC XX.

       01 LVA-TODAY                     PIC X(8).
       01 LVA-TODAY-PARTS REDEFINES LVA-TODAY.
           05 LVA-TODAY-YEAR            PIC 9(4).
           05 LVA-TODAY-MONTH           PIC 9(2).
           05 LVA-TODAY-DAY             PIC 9(2).

      *> Tunables: how many months on book the report follows, and
      *> how many scheduled payments behind counts as delinquent
      *> (1 = thirty days).
       01 LVA-PARM-FIELDS.
           05 LVA-MAX-MONTHS            PIC 9(2) VALUE 24.
           05 LVA-DELINQ-PAYMENTS       PIC 9(2) VALUE 1.
           05 LVA-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> Month arithmetic: a month index is year * 12 + month - 1,
      *> so months on book is a plain subtraction.
       01 LVA-MONTH-WORK.
           05 LVA-TODAY-MIDX            PIC 9(6).
           05 LVA-WORK-DATE             PIC X(8).
           05 LVA-WORK-PARTS REDEFINES LVA-WORK-DATE.
               10 LVA-WORK-YEAR         PIC 9(4).
               10 LVA-WORK-MONTH        PIC 9(2).
               10 LVA-WORK-DAY          PIC 9(2).
           05 LVA-WORK-MIDX             PIC 9(6).
           05 LVA-WORK-MOB              PIC S9(4).

      *> Journal pieces: archive generations then the online file.
       01 LVA-JOURNAL-CONTROL.
           05 LVA-JRNL-FILE-NAME        PIC X(30)
                                         VALUE 'data/LOANPAY-JRNL.DAT'.
           05 LVA-JRNL-PIECE-NAME       PIC X(40).
           05 LVA-GENS-KEPT             PIC 9(1) VALUE ZERO.
           05 LVA-GEN-IDX               PIC 9(1).
           05 LVA-EDIT-GEN              PIC 9.
           05 LVA-PIECES-READ           PIC 9(2) VALUE ZERO.
           05 LVA-JRNL-ROWS-READ        PIC 9(7) VALUE ZERO.
           05 LVA-EXCESS                PIC S9(7)V99.

      *> One row per account with an origination date; received and
      *> prepaid money bucketed by month on book (booking-month
      *> money counts in month 1).
       01 LVA-ACCT-CONTROL.
           05 LVA-ACCT-COUNT            PIC 9(4) VALUE ZERO.
           05 LVA-ACCT-IDX              PIC 9(4).
           05 LVA-NO-ORIG-COUNT         PIC 9(5) VALUE ZERO.

       01 LVA-ACCT-TABLE.
           05 LVA-ACCT-ENTRY OCCURS 1000 TIMES
                             INDEXED BY LVA-ACCT-IX.
               10 LVA-AC-ID-T           PIC X(6).
               10 LVA-AC-VINTAGE-T      PIC X(6).
               10 LVA-AC-PRODUCT-T      PIC X(3).
               10 LVA-AC-ORIG-MIDX-T    PIC 9(6).
               10 LVA-AC-ORIG-BAL-T     PIC 9(7)V99.
               10 LVA-AC-PAYMENT-T      PIC 9(5)V99.
               10 LVA-AC-STATUS-T       PIC X(1).
               10 LVA-AC-LAST-MOB-T     PIC 9(3).
               10 LVA-AC-CHG-MOB-T      PIC 9(3).
               10 LVA-AC-CHG-AMT-T      PIC 9(7)V99.
               10 LVA-AC-RECOVERED-T    PIC 9(7)V99.
               10 LVA-AC-MOB-ENTRY OCCURS 24 TIMES.
                   15 LVA-AC-RECV-T     PIC S9(7)V99.
                   15 LVA-AC-PREPAY-T   PIC 9(7)V99.

      *> One row per pool, kept in vintage/product order.
       01 LVA-POOL-CONTROL.
           05 LVA-POOL-COUNT            PIC 9(3) VALUE ZERO.
           05 LVA-POOL-IDX              PIC 9(3).
           05 LVA-POOL-SLOT             PIC 9(3).
           05 LVA-POOL-SHIFT            PIC 9(3).
           05 LVA-POOL-KEY              PIC X(9).

       01 LVA-POOL-TABLE.
           05 LVA-POOL-ENTRY OCCURS 200 TIMES
                             INDEXED BY LVA-POOL-IX.
               10 LVA-PL-KEY-T.
                   15 LVA-PL-VINTAGE-T  PIC X(6).
                   15 LVA-PL-PRODUCT-T  PIC X(3).
               10 LVA-PL-ACCTS-T        PIC 9(5).
               10 LVA-PL-ORIG-BAL-T     PIC 9(9)V99.
               10 LVA-PL-SEEN-T         PIC 9(3).
               10 LVA-PL-CHG-AMT-T      PIC 9(9)V99.
               10 LVA-PL-RECOVERED-T    PIC 9(9)V99.
               10 LVA-PL-MOB-ENTRY OCCURS 24 TIMES.
                   15 LVA-PL-OBS-BAL-T  PIC 9(9)V99.
                   15 LVA-PL-DELQ-BAL-T PIC 9(9)V99.
                   15 LVA-PL-DELQ-CNT-T PIC 9(5).
                   15 LVA-PL-CHG-T      PIC 9(9)V99.
                   15 LVA-PL-PREPAY-T   PIC 9(9)V99.

       01 LVA-PROD-CONTROL.
           05 LVA-PROD-COUNT            PIC 9(3) VALUE ZERO.

       01 LVA-PROD-TABLE.
           05 LVA-PROD-ENTRY OCCURS 50 TIMES
                             INDEXED BY LVA-PROD-IX.
               10 LVA-PR-CODE-T         PIC X(3).
               10 LVA-PR-DESC-T         PIC X(20).

      *> Walking one account through its months on book.
       01 LVA-ROLL-WORK.
           05 LVA-MOB                   PIC 9(3).
           05 LVA-SEEN-MOBS             PIC S9(4).
           05 LVA-SCHED-MOBS            PIC 9(3).
           05 LVA-CUM-RECV              PIC S9(9)V99.
           05 LVA-CUM-PREPAY            PIC 9(9)V99.
           05 LVA-SCHEDULED             PIC 9(9)V99.
           05 LVA-SHORTFALL             PIC S9(9)V99.
           05 LVA-DELQ-TRIGGER          PIC 9(9)V99.
           05 LVA-EVER-DELQ             PIC X(1).

       01 LVA-PERCENT-WORK.
           05 LVA-DELQ-PCT              PIC 9(3)V99.
           05 LVA-CHG-PCT               PIC 9(3)V99.
           05 LVA-PREPAY-PCT            PIC 9(3)V99.

       01 LVA-COUNTERS.
           05 LVA-ACCTS-POOLED          PIC 9(5) VALUE ZERO.
           05 LVA-CHARGEOFFS-MATCHED    PIC 9(5) VALUE ZERO.

       01 LVA-EDIT-FIELDS.
           05 LVA-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 LVA-EDIT-RECOVERED        PIC ZZZ,ZZZ,ZZ9.99.
           05 LVA-EDIT-COUNT            PIC ZZ,ZZ9.
           05 LVA-EDIT-MOB              PIC ZZ9.
           05 LVA-EDIT-DELQ-PCT         PIC ZZ9.99.
           05 LVA-EDIT-CHG-PCT          PIC ZZ9.99.
           05 LVA-EDIT-PREPAY-PCT       PIC ZZ9.99.
           05 LVA-EDIT-OBS-COUNT        PIC ZZ,ZZ9.
           05 LVA-EDIT-DELQ-COUNT       PIC ZZ,ZZ9.

       01 LVA-CUR-PROD-DESC             PIC X(20).
       01 LVA-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LVA-TODAY
           COMPUTE LVA-TODAY-MIDX =
                   LVA-TODAY-YEAR * 12 + LVA-TODAY-MONTH - 1
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-PRODUCTS
           PERFORM LOAD-LOAN-ACCOUNTS
           PERFORM LOAD-CHARGEOFFS
           PERFORM LOAD-RETENTION-POLICY
           PERFORM LOAD-JOURNAL
           PERFORM VARYING LVA-ACCT-IDX FROM 1 BY 1
                   UNTIL LVA-ACCT-IDX > LVA-ACCT-COUNT
               PERFORM ROLL-ONE-ACCOUNT
           END-PERFORM
           PERFORM WRITE-VINTAGE-REPORT
           DISPLAY 'Accounts pooled      = ' LVA-ACCTS-POOLED
           DISPLAY 'No origination date  = ' LVA-NO-ORIG-COUNT
           DISPLAY 'Pools reported       = ' LVA-POOL-COUNT
           DISPLAY 'Charge-offs matched  = ' LVA-CHARGEOFFS-MATCHED
           DISPLAY 'Journal pieces read  = ' LVA-PIECES-READ
           DISPLAY 'Journal rows read    = ' LVA-JRNL-ROWS-READ
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF LVA-RUNPARM-STATUS = '00'
               PERFORM UNTIL LVA-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO LVA-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       LVA-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF LVA-PARMS-FOUND < 2
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           IF LVA-MAX-MONTHS = ZERO OR LVA-MAX-MONTHS > 24
               MOVE 24 TO LVA-MAX-MONTHS
           END-IF
           IF LVA-DELINQ-PAYMENTS = ZERO
               MOVE 1 TO LVA-DELINQ-PAYMENTS
           END-IF
           DISPLAY 'PARM IN EFFECT: MAX-MONTHS = ' LVA-MAX-MONTHS
           DISPLAY 'PARM IN EFFECT: DELINQ-PAYMENTS = '
                   LVA-DELINQ-PAYMENTS.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'LOANVINTAGEANALYSIS'
               EVALUATE RP-PARM-NAME
                   WHEN 'MAX-MONTHS'
                       MOVE RP-VALUE TO LVA-MAX-MONTHS
                       ADD 1 TO LVA-PARMS-FOUND
                   WHEN 'DELINQ-PAYMENTS'
                       MOVE RP-VALUE TO LVA-DELINQ-PAYMENTS
                       ADD 1 TO LVA-PARMS-FOUND
               END-EVALUATE
           END-IF.

       LOAD-PRODUCTS.
           OPEN INPUT LOAN-PRODUCT-IN
           IF LVA-PROD-STATUS = '00'
               PERFORM UNTIL LVA-PROD-EOF = 'Y'
                   READ LOAN-PRODUCT-IN
                       AT END MOVE 'Y' TO LVA-PROD-EOF
                       NOT AT END
                           IF LVA-PROD-COUNT < 50
                               ADD 1 TO LVA-PROD-COUNT
                               MOVE PROD-CODE
                                 TO LVA-PR-CODE-T(LVA-PROD-COUNT)
                               MOVE PROD-DESCRIPTION
                                 TO LVA-PR-DESC-T(LVA-PROD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-PRODUCT-IN
           END-IF.

      *> Every status is pooled -- a closed or charged-off account
      *> is exactly what the pool's curves are made of.
       LOAD-LOAN-ACCOUNTS.
           OPEN INPUT LOAN-ACCOUNT-IN
           IF LVA-ACCT-STATUS NOT = '00'
               DISPLAY 'LOAN MASTER NOT FOUND: ' LVA-ACCT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL LVA-ACCT-EOF = 'Y'
               READ LOAN-ACCOUNT-IN
                   AT END MOVE 'Y' TO LVA-ACCT-EOF
                   NOT AT END PERFORM STORE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE LOAN-ACCOUNT-IN.

       STORE-ONE-ACCOUNT.
           MOVE LOAN-ACCT-ORIG-DATE TO LVA-WORK-DATE
           IF LVA-WORK-DATE NOT NUMERIC
              OR LOAN-ACCT-ORIG-BALANCE NOT NUMERIC
              OR LOAN-ACCT-ORIG-BALANCE = ZERO
               ADD 1 TO LVA-NO-ORIG-COUNT
           ELSE
               IF LVA-ACCT-COUNT >= 1000
                   DISPLAY 'ACCOUNT TABLE FULL AT 1000 -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO LVA-ACCT-COUNT
               MOVE LOAN-ACCT-ID TO LVA-AC-ID-T(LVA-ACCT-COUNT)
               MOVE LVA-WORK-DATE(1:6)
                 TO LVA-AC-VINTAGE-T(LVA-ACCT-COUNT)
               MOVE LOAN-ACCT-PRODUCT
                 TO LVA-AC-PRODUCT-T(LVA-ACCT-COUNT)
               COMPUTE LVA-AC-ORIG-MIDX-T(LVA-ACCT-COUNT) =
                       LVA-WORK-YEAR * 12 + LVA-WORK-MONTH - 1
               MOVE LOAN-ACCT-ORIG-BALANCE
                 TO LVA-AC-ORIG-BAL-T(LVA-ACCT-COUNT)
               MOVE LOAN-ACCT-PAYMENT
                 TO LVA-AC-PAYMENT-T(LVA-ACCT-COUNT)
               MOVE LOAN-ACCT-STATUS
                 TO LVA-AC-STATUS-T(LVA-ACCT-COUNT)
               MOVE ZERO TO LVA-AC-LAST-MOB-T(LVA-ACCT-COUNT)
                            LVA-AC-CHG-MOB-T(LVA-ACCT-COUNT)
                            LVA-AC-CHG-AMT-T(LVA-ACCT-COUNT)
                            LVA-AC-RECOVERED-T(LVA-ACCT-COUNT)
               PERFORM VARYING LVA-MOB FROM 1 BY 1
                       UNTIL LVA-MOB > 24
                   MOVE ZERO TO LVA-AC-RECV-T(LVA-ACCT-COUNT, LVA-MOB)
                                LVA-AC-PREPAY-T(LVA-ACCT-COUNT,
                                                LVA-MOB)
               END-PERFORM
               MOVE LVA-WORK-DATE(1:6) TO LVA-POOL-KEY(1:6)
               MOVE LOAN-ACCT-PRODUCT TO LVA-POOL-KEY(7:3)
               PERFORM FIND-OR-ADD-POOL
               ADD 1 TO LVA-PL-ACCTS-T(LVA-POOL-IDX)
               ADD LOAN-ACCT-ORIG-BALANCE
                 TO LVA-PL-ORIG-BAL-T(LVA-POOL-IDX)
               ADD 1 TO LVA-ACCTS-POOLED
           END-IF.

      *> Leaves LVA-POOL-IDX on the pool for LVA-POOL-KEY, slotting
      *> a new pool in vintage/product order when there is none.
       FIND-OR-ADD-POOL.
           MOVE 1 TO LVA-POOL-SLOT
           PERFORM UNTIL LVA-POOL-SLOT > LVA-POOL-COUNT
                   OR LVA-PL-KEY-T(LVA-POOL-SLOT) >= LVA-POOL-KEY
               ADD 1 TO LVA-POOL-SLOT
           END-PERFORM
           IF LVA-POOL-SLOT <= LVA-POOL-COUNT
              AND LVA-PL-KEY-T(LVA-POOL-SLOT) = LVA-POOL-KEY
               MOVE LVA-POOL-SLOT TO LVA-POOL-IDX
           ELSE
               PERFORM ADD-POOL-ENTRY
           END-IF.

       ADD-POOL-ENTRY.
           IF LVA-POOL-COUNT >= 200
               DISPLAY 'POOL TABLE FULL AT 200 -- REPORT NOT WRITTEN'
               STOP RUN
           END-IF
           PERFORM VARYING LVA-POOL-SHIFT FROM LVA-POOL-COUNT BY -1
                   UNTIL LVA-POOL-SHIFT < LVA-POOL-SLOT
               MOVE LVA-POOL-ENTRY(LVA-POOL-SHIFT)
                 TO LVA-POOL-ENTRY(LVA-POOL-SHIFT + 1)
           END-PERFORM
           ADD 1 TO LVA-POOL-COUNT
           MOVE LVA-POOL-SLOT TO LVA-POOL-IDX
           MOVE LVA-POOL-KEY TO LVA-PL-KEY-T(LVA-POOL-IDX)
           MOVE ZERO TO LVA-PL-ACCTS-T(LVA-POOL-IDX)
                        LVA-PL-ORIG-BAL-T(LVA-POOL-IDX)
                        LVA-PL-SEEN-T(LVA-POOL-IDX)
                        LVA-PL-CHG-AMT-T(LVA-POOL-IDX)
                        LVA-PL-RECOVERED-T(LVA-POOL-IDX)
           PERFORM VARYING LVA-MOB FROM 1 BY 1 UNTIL LVA-MOB > 24
               MOVE ZERO TO LVA-PL-OBS-BAL-T(LVA-POOL-IDX, LVA-MOB)
                            LVA-PL-DELQ-BAL-T(LVA-POOL-IDX, LVA-MOB)
                            LVA-PL-DELQ-CNT-T(LVA-POOL-IDX, LVA-MOB)
                            LVA-PL-CHG-T(LVA-POOL-IDX, LVA-MOB)
                            LVA-PL-PREPAY-T(LVA-POOL-IDX, LVA-MOB)
           END-PERFORM.

      *> The month on book each charge-off landed in, and what it
      *> wrote off.
       LOAD-CHARGEOFFS.
           OPEN INPUT RECOVERY-IN
           IF LVA-RECOV-STATUS = '00'
               PERFORM UNTIL LVA-RECOV-EOF = 'Y'
                   READ RECOVERY-IN
                       AT END MOVE 'Y' TO LVA-RECOV-EOF
                       NOT AT END PERFORM NOTE-ONE-CHARGEOFF
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-IN
           ELSE
               DISPLAY 'RECOVERY SUB-LEDGER NOT FOUND: '
                       LVA-RECOV-STATUS ' -- NO CHARGE-OFFS SHOWN'
           END-IF.

       NOTE-ONE-CHARGEOFF.
           MOVE LRC-CHARGEOFF-DATE TO LVA-WORK-DATE
           IF LVA-WORK-DATE NUMERIC
               SET LVA-ACCT-IX TO 1
               SEARCH LVA-ACCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LVA-ACCT-IX > LVA-ACCT-COUNT
                       CONTINUE
                   WHEN LVA-AC-ID-T(LVA-ACCT-IX) = LRC-ACCT-ID
                       ADD 1 TO LVA-CHARGEOFFS-MATCHED
                       PERFORM SET-WORK-MOB
                       MOVE LVA-WORK-MOB
                         TO LVA-AC-CHG-MOB-T(LVA-ACCT-IX)
                       MOVE LRC-CHARGED-BALANCE
                         TO LVA-AC-CHG-AMT-T(LVA-ACCT-IX)
                       MOVE LRC-RECOVERED-TO-DATE
                         TO LVA-AC-RECOVERED-T(LVA-ACCT-IX)
               END-SEARCH
           END-IF.

      *> Month on book of LVA-WORK-DATE for the account at
      *> LVA-ACCT-IX; booking-month activity falls in month 1.
       SET-WORK-MOB.
           COMPUTE LVA-WORK-MIDX =
                   LVA-WORK-YEAR * 12 + LVA-WORK-MONTH - 1
           COMPUTE LVA-WORK-MOB =
                   LVA-WORK-MIDX - LVA-AC-ORIG-MIDX-T(LVA-ACCT-IX)
           IF LVA-WORK-MOB < 1
               MOVE 1 TO LVA-WORK-MOB
           END-IF.

      *> How many archive generations the journal's retention
      *> policy keeps; none when the journal is not governed.
       LOAD-RETENTION-POLICY.
           OPEN INPUT RETENTION-POLICY-IN
           IF LVA-RETPOL-STATUS = '00'
               PERFORM UNTIL LVA-RETPOL-EOF = 'Y'
                   READ RETENTION-POLICY-IN
                       AT END MOVE 'Y' TO LVA-RETPOL-EOF
                       NOT AT END
                           IF RET-POL-FILE-NAME = LVA-JRNL-FILE-NAME
                               MOVE RET-POL-GENS-KEPT
                                 TO LVA-GENS-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-POLICY-IN
           END-IF.

      *> Oldest generation first, then the online journal -- the
      *> RetentionRestore splice order. A generation slot never
      *> filled is simply skipped.
       LOAD-JOURNAL.
           PERFORM VARYING LVA-GEN-IDX FROM LVA-GENS-KEPT BY -1
                   UNTIL LVA-GEN-IDX < 1
               MOVE LVA-GEN-IDX TO LVA-EDIT-GEN
               MOVE SPACES TO LVA-JRNL-PIECE-NAME
               STRING LVA-JRNL-FILE-NAME DELIMITED BY SPACE
                      '.A' DELIMITED BY SIZE
                      LVA-EDIT-GEN DELIMITED BY SIZE
                   INTO LVA-JRNL-PIECE-NAME
               PERFORM READ-ONE-JOURNAL-PIECE
           END-PERFORM
           MOVE LVA-JRNL-FILE-NAME TO LVA-JRNL-PIECE-NAME
           PERFORM READ-ONE-JOURNAL-PIECE.

       READ-ONE-JOURNAL-PIECE.
           SET ENVIRONMENT 'DD_LVAJRNL' TO LVA-JRNL-PIECE-NAME
           OPEN INPUT LOAN-JOURNAL-IN
           IF LVA-JRNL-STATUS = '00'
               ADD 1 TO LVA-PIECES-READ
               MOVE 'N' TO LVA-JRNL-EOF
               PERFORM UNTIL LVA-JRNL-EOF = 'Y'
                   READ LOAN-JOURNAL-IN
                       AT END MOVE 'Y' TO LVA-JRNL-EOF
                       NOT AT END PERFORM POST-ONE-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE LOAN-JOURNAL-IN
           END-IF.

      *> Money in the month on book it posted. Past the months the
      *> report follows it cannot show, so it is not kept.
       POST-ONE-JOURNAL-ROW.
           ADD 1 TO LVA-JRNL-ROWS-READ
           MOVE LPJ-PAYMENT-DATE TO LVA-WORK-DATE
           IF LVA-WORK-DATE NUMERIC
              AND LPJ-AMOUNT NUMERIC
              AND LPJ-CHANNEL NOT = 'DSB'
               SET LVA-ACCT-IX TO 1
               SEARCH LVA-ACCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LVA-ACCT-IX > LVA-ACCT-COUNT
                       CONTINUE
                   WHEN LVA-AC-ID-T(LVA-ACCT-IX) = LPJ-ACCT-ID
                       PERFORM SET-WORK-MOB
                       IF LVA-WORK-MOB <= LVA-MAX-MONTHS
                           PERFORM BUCKET-JOURNAL-ROW
                       END-IF
               END-SEARCH
           END-IF.

      *> A payment over the scheduled amount prepays whatever of
      *> the excess went to principal; a return takes its payment
      *> back out of the month it bounced in.
       BUCKET-JOURNAL-ROW.
           MOVE LVA-WORK-MOB TO LVA-MOB
           IF LPJ-CHANNEL = 'RET'
               SUBTRACT LPJ-AMOUNT
                   FROM LVA-AC-RECV-T(LVA-ACCT-IX, LVA-MOB)
           ELSE
               ADD LPJ-AMOUNT TO LVA-AC-RECV-T(LVA-ACCT-IX, LVA-MOB)
               IF LVA-MOB > LVA-AC-LAST-MOB-T(LVA-ACCT-IX)
                   MOVE LVA-MOB TO LVA-AC-LAST-MOB-T(LVA-ACCT-IX)
               END-IF
               COMPUTE LVA-EXCESS =
                       LPJ-AMOUNT - LVA-AC-PAYMENT-T(LVA-ACCT-IX)
               IF LVA-EXCESS > ZERO
                   IF LVA-EXCESS > LPJ-PRINCIPAL
                       MOVE LPJ-PRINCIPAL TO LVA-EXCESS
                   END-IF
                   ADD LVA-EXCESS
                     TO LVA-AC-PREPAY-T(LVA-ACCT-IX, LVA-MOB)
               END-IF
           END-IF.

      *> Walks one account through each month on book already
      *> ended and adds it into its pool's curves. Once an account
      *> has fallen behind it stays counted -- the curve is
      *> cumulative.
       ROLL-ONE-ACCOUNT.
           SET LVA-ACCT-IX TO LVA-ACCT-IDX
           MOVE LVA-AC-VINTAGE-T(LVA-ACCT-IX) TO LVA-POOL-KEY(1:6)
           MOVE LVA-AC-PRODUCT-T(LVA-ACCT-IX) TO LVA-POOL-KEY(7:3)
           PERFORM FIND-OR-ADD-POOL
           ADD LVA-AC-CHG-AMT-T(LVA-ACCT-IX)
             TO LVA-PL-CHG-AMT-T(LVA-POOL-IDX)
           ADD LVA-AC-RECOVERED-T(LVA-ACCT-IX)
             TO LVA-PL-RECOVERED-T(LVA-POOL-IDX)
           COMPUTE LVA-SEEN-MOBS =
                   LVA-TODAY-MIDX - LVA-AC-ORIG-MIDX-T(LVA-ACCT-IX)
                   - 1
           IF LVA-SEEN-MOBS > LVA-MAX-MONTHS
               MOVE LVA-MAX-MONTHS TO LVA-SEEN-MOBS
           END-IF
           IF LVA-SEEN-MOBS > LVA-PL-SEEN-T(LVA-POOL-IDX)
               MOVE LVA-SEEN-MOBS TO LVA-PL-SEEN-T(LVA-POOL-IDX)
           END-IF
           MOVE ZERO TO LVA-CUM-RECV LVA-CUM-PREPAY
           MOVE 'N' TO LVA-EVER-DELQ
           COMPUTE LVA-DELQ-TRIGGER =
                   LVA-AC-PAYMENT-T(LVA-ACCT-IX) * LVA-DELINQ-PAYMENTS
           PERFORM VARYING LVA-MOB FROM 1 BY 1
                   UNTIL LVA-MOB > LVA-SEEN-MOBS
               PERFORM ROLL-ONE-MONTH
           END-PERFORM.

       ROLL-ONE-MONTH.
           ADD LVA-AC-RECV-T(LVA-ACCT-IX, LVA-MOB) TO LVA-CUM-RECV
           ADD LVA-AC-PREPAY-T(LVA-ACCT-IX, LVA-MOB) TO LVA-CUM-PREPAY
           MOVE LVA-MOB TO LVA-SCHED-MOBS
           IF LVA-AC-STATUS-T(LVA-ACCT-IX) = 'C'
              AND LVA-SCHED-MOBS > LVA-AC-LAST-MOB-T(LVA-ACCT-IX)
               MOVE LVA-AC-LAST-MOB-T(LVA-ACCT-IX) TO LVA-SCHED-MOBS
           END-IF
           IF LVA-AC-CHG-MOB-T(LVA-ACCT-IX) > ZERO
              AND LVA-SCHED-MOBS > LVA-AC-CHG-MOB-T(LVA-ACCT-IX)
               MOVE LVA-AC-CHG-MOB-T(LVA-ACCT-IX) TO LVA-SCHED-MOBS
           END-IF
           COMPUTE LVA-SCHEDULED =
                   LVA-AC-PAYMENT-T(LVA-ACCT-IX) * LVA-SCHED-MOBS
           COMPUTE LVA-SHORTFALL = LVA-SCHEDULED - LVA-CUM-RECV
           IF LVA-DELQ-TRIGGER > ZERO
              AND LVA-SHORTFALL >= LVA-DELQ-TRIGGER
               MOVE 'Y' TO LVA-EVER-DELQ
           END-IF
           IF LVA-AC-CHG-MOB-T(LVA-ACCT-IX) > ZERO
              AND LVA-AC-CHG-MOB-T(LVA-ACCT-IX) <= LVA-MOB
               MOVE 'Y' TO LVA-EVER-DELQ
               ADD LVA-AC-CHG-AMT-T(LVA-ACCT-IX)
                 TO LVA-PL-CHG-T(LVA-POOL-IDX, LVA-MOB)
           END-IF
           ADD LVA-AC-ORIG-BAL-T(LVA-ACCT-IX)
             TO LVA-PL-OBS-BAL-T(LVA-POOL-IDX, LVA-MOB)
           IF LVA-EVER-DELQ = 'Y'
               ADD LVA-AC-ORIG-BAL-T(LVA-ACCT-IX)
                 TO LVA-PL-DELQ-BAL-T(LVA-POOL-IDX, LVA-MOB)
               ADD 1 TO LVA-PL-DELQ-CNT-T(LVA-POOL-IDX, LVA-MOB)
           END-IF
           ADD LVA-CUM-PREPAY TO LVA-PL-PREPAY-T(LVA-POOL-IDX, LVA-MOB).

       WRITE-VINTAGE-REPORT.
           OPEN OUTPUT VINTAGE-REPORT-OUT
           MOVE SPACES TO LVA-LINE-WORK
           STRING 'LOAN VINTAGE ANALYSIS - STATIC POOLS BY '
                      DELIMITED BY SIZE
                  'ORIGINATION MONTH AND PRODUCT   RUN ' DELIMITED
                      BY SIZE
                  LVA-TODAY DELIMITED BY SIZE
               INTO LVA-LINE-WORK
           MOVE LVA-LINE-WORK TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE
           MOVE SPACES TO LVA-LINE-WORK
           STRING 'CUMULATIVE PERCENT OF ORIGINAL BALANCE; '
                      DELIMITED BY SIZE
                  'DELINQUENT = ' DELIMITED BY SIZE
                  LVA-DELINQ-PAYMENTS DELIMITED BY SIZE
                  ' OR MORE SCHEDULED PAYMENTS BEHIND' DELIMITED
                      BY SIZE
               INTO LVA-LINE-WORK
           MOVE LVA-LINE-WORK TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE
           PERFORM VARYING LVA-POOL-IDX FROM 1 BY 1
                   UNTIL LVA-POOL-IDX > LVA-POOL-COUNT
               PERFORM WRITE-ONE-POOL
           END-PERFORM
           MOVE SPACES TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE
           MOVE LVA-ACCTS-POOLED TO LVA-EDIT-COUNT
           MOVE SPACES TO LVA-LINE-WORK
           STRING 'ACCOUNTS POOLED: ' DELIMITED BY SIZE
                  LVA-EDIT-COUNT DELIMITED BY SIZE
               INTO LVA-LINE-WORK
           MOVE LVA-LINE-WORK TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE
           MOVE LVA-NO-ORIG-COUNT TO LVA-EDIT-COUNT
           MOVE SPACES TO LVA-LINE-WORK
           STRING 'LEFT OUT - NO ORIGINATION DATE: ' DELIMITED BY SIZE
                  LVA-EDIT-COUNT DELIMITED BY SIZE
               INTO LVA-LINE-WORK
           MOVE LVA-LINE-WORK TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE
           CLOSE VINTAGE-REPORT-OUT.

       WRITE-ONE-POOL.
           MOVE SPACES TO LVA-CUR-PROD-DESC
           SET LVA-PROD-IX TO 1
           SEARCH LVA-PROD-ENTRY
               AT END
                   CONTINUE
               WHEN LVA-PROD-IX > LVA-PROD-COUNT
                   CONTINUE
               WHEN LVA-PR-CODE-T(LVA-PROD-IX) =
                    LVA-PL-PRODUCT-T(LVA-POOL-IDX)
                   MOVE LVA-PR-DESC-T(LVA-PROD-IX) TO LVA-CUR-PROD-DESC
           END-SEARCH
           MOVE SPACES TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE
           MOVE LVA-PL-ACCTS-T(LVA-POOL-IDX) TO LVA-EDIT-COUNT
           MOVE LVA-PL-ORIG-BAL-T(LVA-POOL-IDX) TO LVA-EDIT-AMOUNT
           MOVE SPACES TO LVA-LINE-WORK
           STRING 'VINTAGE ' DELIMITED BY SIZE
                  LVA-PL-VINTAGE-T(LVA-POOL-IDX)(1:4) DELIMITED
                      BY SIZE
                  '-' DELIMITED BY SIZE
                  LVA-PL-VINTAGE-T(LVA-POOL-IDX)(5:2) DELIMITED
                      BY SIZE
                  '  PRODUCT ' DELIMITED BY SIZE
                  LVA-PL-PRODUCT-T(LVA-POOL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LVA-CUR-PROD-DESC DELIMITED BY SIZE
                  '  ACCOUNTS ' DELIMITED BY SIZE
                  LVA-EDIT-COUNT DELIMITED BY SIZE
                  '  ORIGINAL BALANCE ' DELIMITED BY SIZE
                  LVA-EDIT-AMOUNT DELIMITED BY SIZE
               INTO LVA-LINE-WORK
           MOVE LVA-LINE-WORK TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE
           IF LVA-PL-CHG-AMT-T(LVA-POOL-IDX) > ZERO
               MOVE LVA-PL-CHG-AMT-T(LVA-POOL-IDX) TO LVA-EDIT-AMOUNT
               MOVE LVA-PL-RECOVERED-T(LVA-POOL-IDX)
                 TO LVA-EDIT-RECOVERED
               MOVE SPACES TO LVA-LINE-WORK
               STRING '  CHARGED OFF TO DATE ' DELIMITED BY SIZE
                      LVA-EDIT-AMOUNT DELIMITED BY SIZE
                      '  RECOVERED TO DATE ' DELIMITED BY SIZE
                      LVA-EDIT-RECOVERED DELIMITED BY SIZE
                   INTO LVA-LINE-WORK
               MOVE LVA-LINE-WORK TO VINTAGE-REPORT-LINE
               WRITE VINTAGE-REPORT-LINE
           END-IF
           IF LVA-PL-SEEN-T(LVA-POOL-IDX) = ZERO
               MOVE '  NO MONTH ON BOOK ENDED YET'
                 TO VINTAGE-REPORT-LINE
               WRITE VINTAGE-REPORT-LINE
           ELSE
               MOVE SPACES TO LVA-LINE-WORK
               STRING '  MOB  ACCTS  DELQ ACCTS   DELQ %   CHG-OFF %'
                          DELIMITED BY SIZE
                      '   PREPAY %' DELIMITED BY SIZE
                   INTO LVA-LINE-WORK
               MOVE LVA-LINE-WORK TO VINTAGE-REPORT-LINE
               WRITE VINTAGE-REPORT-LINE
               PERFORM VARYING LVA-MOB FROM 1 BY 1
                       UNTIL LVA-MOB > LVA-PL-SEEN-T(LVA-POOL-IDX)
                   PERFORM WRITE-ONE-MOB-LINE
               END-PERFORM
           END-IF.

      *> Each month's percentages are over the original balance of
      *> the pool's accounts on book that long.
       WRITE-ONE-MOB-LINE.
           MOVE ZERO TO LVA-DELQ-PCT LVA-CHG-PCT LVA-PREPAY-PCT
           IF LVA-PL-OBS-BAL-T(LVA-POOL-IDX, LVA-MOB) > ZERO
               COMPUTE LVA-DELQ-PCT ROUNDED =
                       LVA-PL-DELQ-BAL-T(LVA-POOL-IDX, LVA-MOB) * 100
                       / LVA-PL-OBS-BAL-T(LVA-POOL-IDX, LVA-MOB)
               COMPUTE LVA-CHG-PCT ROUNDED =
                       LVA-PL-CHG-T(LVA-POOL-IDX, LVA-MOB) * 100
                       / LVA-PL-OBS-BAL-T(LVA-POOL-IDX, LVA-MOB)
               COMPUTE LVA-PREPAY-PCT ROUNDED =
                       LVA-PL-PREPAY-T(LVA-POOL-IDX, LVA-MOB) * 100
                       / LVA-PL-OBS-BAL-T(LVA-POOL-IDX, LVA-MOB)
           END-IF
           MOVE LVA-MOB TO LVA-EDIT-MOB
           MOVE LVA-PL-ACCTS-T(LVA-POOL-IDX) TO LVA-EDIT-OBS-COUNT
           MOVE LVA-PL-DELQ-CNT-T(LVA-POOL-IDX, LVA-MOB)
             TO LVA-EDIT-DELQ-COUNT
           MOVE LVA-DELQ-PCT TO LVA-EDIT-DELQ-PCT
           MOVE LVA-CHG-PCT TO LVA-EDIT-CHG-PCT
           MOVE LVA-PREPAY-PCT TO LVA-EDIT-PREPAY-PCT
           MOVE SPACES TO LVA-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  LVA-EDIT-MOB DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LVA-EDIT-OBS-COUNT DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  LVA-EDIT-DELQ-COUNT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  LVA-EDIT-DELQ-PCT DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  LVA-EDIT-CHG-PCT DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  LVA-EDIT-PREPAY-PCT DELIMITED BY SIZE
               INTO LVA-LINE-WORK
           MOVE LVA-LINE-WORK TO VINTAGE-REPORT-LINE
           WRITE VINTAGE-REPORT-LINE.
