       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanHazardInsurance.
      *> Monthly hazard-insurance tracking. Every loan requires the
      *> borrower to keep the collateral insured; this works the
      *> policy file (LNINS.cpy) against today for each active
      *> account:
      *>   - expiry within the reminder window (45 days by
      *>     default): a reminder letter asking for the renewal;
      *>   - expiry reached: an expiry notice that cover will be
      *>     placed at the borrower's cost unless proof arrives;
      *>   - still lapsed past the grace period: cover is
      *>     force-placed. The premium (the rate parameter on the
      *>     lapsed policy's coverage, or on the loan balance when
      *>     no coverage was recorded) is charged to the escrow
      *>     sub-account as an escrow disbursement transaction on
      *>     LOANPAY.DAT, which the posting job draws from the
      *>     escrow balance, and the force-placed policy's renewal
      *>     a year out is raised on the escrow disbursement
      *>     schedule so the escrow analysis collects for it. The
      *>     premium and the renewal are payable to the force-placed
      *>     carrier's AP vendor, which the posting job invoices
      *>     through accounts payable. The borrower gets a letter
      *>     saying so.
      *> Letters go to the LNBORR.cpy address and through the
      *> do-not-contact file under scope 'INSR' (or 'ALL '); a
      *> suppressed letter is registered, but the cover is still
      *> placed -- the collateral is ours to protect either way.
      *> A letter to an address flagged bad by returned mail is
      *> withheld the same way and goes on the address-research
      *> worklist (ADDRRSCH.cpy) for servicing to trace.
      *> Each letter is sent once per expiry; a force-placed
      *> policy is left alone until proof of new cover comes in on
      *> the maintenance feed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LHI-RUNPARM-STATUS.
           SELECT LOAN-ACCOUNT-IN ASSIGN TO "data/LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LHI-ACCT-STATUS.
           SELECT LOAN-BORROWER-IN ASSIGN TO "data/LOANBORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LHI-BORROWER-STATUS.
           SELECT DNC-SUPPRESS-IN ASSIGN TO "data/DNCSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LHI-DNC-STATUS.
           SELECT DNC-REGISTER-OUT ASSIGN TO "data/DNC-SUPPRESSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LHI-DNC-REG-STATUS.
           SELECT INSURANCE-IN ASSIGN TO "data/LNINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LHI-INS-STATUS.
           SELECT INSURANCE-OUT ASSIGN TO "data/LNINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> The premium charge as an escrow disbursement, appended so
      *> the posting job draws it from escrow; the renewal on the
      *> disbursement schedule the escrow analysis projects.
           SELECT LOAN-PAYMENT-OUT ASSIGN TO "data/LOANPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LHI-PAY-STATUS.
           SELECT ESCROW-SCHED-OUT ASSIGN TO "data/LNESCDISB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LHI-ESD-STATUS.
      *> Address-research worklist: what this job held back from
      *> an address flagged bad by returned mail.
           SELECT ADDR-RESEARCH-OUT ASSIGN TO "data/ADDRRSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LHI-ARW-STATUS.
           SELECT LETTERS-OUT ASSIGN TO "data/LOAN-INS-LETTERS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSURANCE-REPORT-OUT
               ASSIGN TO "data/LOAN-INSURANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  LOAN-ACCOUNT-IN.
       COPY LOANACCT.

       FD  LOAN-BORROWER-IN.
       COPY LNBORR.

       FD  DNC-SUPPRESS-IN.
       COPY DNCSUPP.

       FD  DNC-REGISTER-OUT.
       01  DNC-REGISTER-RECORD.
           05 DNR-JOB-NAME               PIC X(20).
           05 DNR-SUBJECT-ID             PIC X(6).
           05 DNR-SCOPE                  PIC X(4).
           05 DNR-RUN-DATE               PIC X(8).

       FD  INSURANCE-IN.
       COPY LNINS.

       FD  INSURANCE-OUT.
       01  INSURANCE-OUT-RECORD          PIC X(94).

       FD  LOAN-PAYMENT-OUT.
       COPY LOANPAY.

       FD  ESCROW-SCHED-OUT.
       COPY LNESCD.

       FD  ADDR-RESEARCH-OUT.
       COPY ADDRRSCH.

       FD  LETTERS-OUT.
       01  LETTER-LINE                   PIC X(80).

       FD  INSURANCE-REPORT-OUT.
       01  INSURANCE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 LHI-EOF-SWITCHES.
           05 LHI-RUNPARM-EOF           PIC X VALUE 'N'.
           05 LHI-ACCT-EOF              PIC X VALUE 'N'.
           05 LHI-BORROWER-EOF          PIC X VALUE 'N'.
           05 LHI-INS-EOF               PIC X VALUE 'N'.

       01 LHI-FILE-STATUSES.
           05 LHI-RUNPARM-STATUS        PIC XX.
           05 LHI-ACCT-STATUS           PIC XX.
           05 LHI-BORROWER-STATUS       PIC XX.
           05 LHI-INS-STATUS            PIC XX.
           05 LHI-PAY-STATUS            PIC XX.
           05 LHI-ESD-STATUS            PIC XX.

       01 LHI-TODAY                     PIC X(8).
       01 LHI-TODAY-9 REDEFINES LHI-TODAY
                                        PIC 9(8).
       01 LHI-TODAY-INT                 PIC 9(8).
       01 LHI-EXPIRY-9                  PIC 9(8).
       01 LHI-DAYS-TO-EXPIRY            PIC S9(5).
       01 LHI-DAYS-PAST                 PIC 9(5).

      *> The force-placed policy runs a year from today; its
      *> renewal is the next bill on the escrow schedule.
       01 LHI-RENEW-DATE                PIC X(8).
       01 LHI-RENEW-PARTS REDEFINES LHI-RENEW-DATE.
           05 LHI-RENEW-YEAR            PIC 9(4).
           05 LHI-RENEW-MMDD            PIC X(4).

      *> Tunables: days ahead of expiry the reminder goes, days
      *> past expiry before cover is force-placed, and the annual
      *> force-placed premium as a percentage of the coverage.
       01 LHI-PARM-FIELDS.
           05 LHI-REMINDER-DAYS         PIC 9(3) VALUE 45.
           05 LHI-GRACE-DAYS            PIC 9(3) VALUE 30.
           05 LHI-FORCE-RATE            PIC 9(2)V999 VALUE 2.500.
           05 LHI-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> The force-placed carrier, as a vendor on the AP master.
       01 LHI-FORCE-PAYEE               PIC X(6) VALUE 'INSF01'.

       01 LHI-ACCT-CONTROL.
           05 LHI-ACCT-COUNT            PIC 9(4) VALUE ZERO.
           05 LHI-ACCT-MATCH            PIC 9(4).

       01 LHI-ACCT-TABLE.
           05 LHI-ACCT-ENTRY OCCURS 1000 TIMES
                             INDEXED BY LHI-ACCT-IX.
               10 LHI-ACCT-ID-T         PIC X(6).
               10 LHI-ACCT-BALANCE-T    PIC 9(7)V99.
               10 LHI-ACCT-STATUS-T     PIC X(1).

       01 LHI-BORR-CONTROL.
           05 LHI-BORR-COUNT            PIC 9(4) VALUE ZERO.
           05 LHI-BORR-MATCH            PIC 9(4).

       01 LHI-BORR-TABLE.
           05 LHI-BORR-ENTRY OCCURS 1000 TIMES
                             INDEXED BY LHI-BORR-IX.
               10 LHI-BORR-ACCT-T       PIC X(6).
               10 LHI-BORR-NAME-T       PIC X(20).
               10 LHI-BORR-ADDR-T       PIC X(25).
               10 LHI-BORR-CITY-T       PIC X(15).
               10 LHI-BORR-STATE-T      PIC X(2).
               10 LHI-BORR-POSTAL-T     PIC X(5).
               10 LHI-BORR-ADDR-STATUS-T PIC X(1).
               10 LHI-BORR-RET-DATE-T   PIC X(8).
               10 LHI-BORR-RET-REASON-T PIC X(20).

       01 LHI-DNC-CONTROL.
           05 LHI-DNC-STATUS            PIC XX.
           05 LHI-DNC-REG-STATUS        PIC XX.
           05 LHI-DNC-EOF               PIC X VALUE 'N'.
           05 LHI-DNC-COUNT             PIC 9(4) VALUE ZERO.
           05 LHI-DNC-IDX               PIC 9(4).
           05 LHI-DNC-HIT               PIC X.
           05 LHI-DNC-SUPPRESSED        PIC 9(4) VALUE ZERO.

      *> Letters withheld from an address flagged bad.
       01 LHI-RTM-CONTROL.
           05 LHI-ARW-STATUS            PIC XX.
           05 LHI-RTM-WITHHELD          PIC 9(5) VALUE ZERO.

       01 LHI-DNC-TABLE.
           05 LHI-DNC-ENTRY OCCURS 500 TIMES.
               10 LHI-DNC-ID-T          PIC X(6).
               10 LHI-DNC-SCOPE-T       PIC X(4).
               10 LHI-DNC-REASON-T      PIC X(20).

      *> The policy file, held whole and written back with the
      *> letter dates and force-placements this run made.
       01 LHI-INS-CONTROL.
           05 LHI-INS-COUNT             PIC 9(4) VALUE ZERO.
           05 LHI-INS-IDX               PIC 9(4).

       01 LHI-INS-TABLE.
           05 LHI-INS-ENTRY OCCURS 2000 TIMES.
               10 LHI-INS-REC-T         PIC X(94).

      *> 'R' reminder, 'N' expiry notice, 'F' force-placed.
       01 LHI-LETTER-TYPE               PIC X(1).
       01 LHI-ACTION                    PIC X(24).
       01 LHI-FORCE-COVERAGE            PIC 9(9)V99.
       01 LHI-SHOW-PREMIUM              PIC 9(7)V99.

       01 LHI-TOTALS.
           05 LHI-REMINDER-COUNT        PIC 9(5) VALUE ZERO.
           05 LHI-NOTICE-COUNT          PIC 9(5) VALUE ZERO.
           05 LHI-FORCE-COUNT           PIC 9(5) VALUE ZERO.
           05 LHI-FORCE-TOTAL           PIC 9(9)V99 VALUE ZERO.
           05 LHI-LETTER-COUNT          PIC 9(5) VALUE ZERO.
           05 LHI-NO-ADDRESS-COUNT      PIC 9(5) VALUE ZERO.
           05 LHI-INACTIVE-COUNT        PIC 9(5) VALUE ZERO.
           05 LHI-BAD-DATE-COUNT        PIC 9(5) VALUE ZERO.

       01 LHI-EDIT-FIELDS.
           05 LHI-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 LHI-EDIT-PREMIUM          PIC Z,ZZZ,ZZ9.99.
           05 LHI-EDIT-DAYS             PIC -----9.
           05 LHI-EDIT-COUNT            PIC ZZ,ZZ9.

       01 LHI-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LHI-TODAY
           COMPUTE LHI-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(LHI-TODAY-9)
           MOVE LHI-TODAY TO LHI-RENEW-DATE
           ADD 1 TO LHI-RENEW-YEAR
           IF LHI-RENEW-MMDD = '0229'
               MOVE '0228' TO LHI-RENEW-MMDD
           END-IF
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-LOAN-ACCOUNTS
           PERFORM LOAD-BORROWERS
           PERFORM LOAD-DNC-SUPPRESSION
           PERFORM LOAD-POLICIES
           OPEN OUTPUT LETTERS-OUT
           OPEN OUTPUT INSURANCE-REPORT-OUT
           OPEN EXTEND LOAN-PAYMENT-OUT
           IF LHI-PAY-STATUS = '35'
               OPEN OUTPUT LOAN-PAYMENT-OUT
           END-IF
           OPEN EXTEND ESCROW-SCHED-OUT
           IF LHI-ESD-STATUS = '35'
               OPEN OUTPUT ESCROW-SCHED-OUT
           END-IF
           MOVE SPACES TO LHI-LINE-WORK
           STRING 'HAZARD INSURANCE TRACKING - ' DELIMITED BY SIZE
                  LHI-TODAY DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           STRING '  ACCOUNT  ACTION                    CARRIER'
                      DELIMITED BY SIZE
                  '              POLICY           EXPIRES   '
                      DELIMITED BY SIZE
                  ' DAYS LEFT        PREMIUM' DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING LHI-INS-IDX FROM 1 BY 1
                   UNTIL LHI-INS-IDX > LHI-INS-COUNT
               MOVE LHI-INS-REC-T(LHI-INS-IDX) TO LOAN-INSURANCE-RECORD
               PERFORM CONSIDER-ONE-POLICY
               MOVE LOAN-INSURANCE-RECORD TO LHI-INS-REC-T(LHI-INS-IDX)
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           PERFORM WRITE-INSURANCE-TOTALS
           CLOSE ESCROW-SCHED-OUT
           CLOSE LOAN-PAYMENT-OUT
           CLOSE INSURANCE-REPORT-OUT
           CLOSE LETTERS-OUT
           PERFORM WRITE-POLICY-FILE
           DISPLAY 'Policies on file     = ' LHI-INS-COUNT
           DISPLAY 'Reminders            = ' LHI-REMINDER-COUNT
           DISPLAY 'Expiry notices       = ' LHI-NOTICE-COUNT
           DISPLAY 'Force-placed         = ' LHI-FORCE-COUNT
           DISPLAY 'Letters produced     = ' LHI-LETTER-COUNT
           DISPLAY 'Suppressed (DNC)     = ' LHI-DNC-SUPPRESSED
           DISPLAY 'No-address accounts  = ' LHI-NO-ADDRESS-COUNT
           DISPLAY 'Withheld, bad addr   = ' LHI-RTM-WITHHELD
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF LHI-RUNPARM-STATUS = '00'
               PERFORM UNTIL LHI-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO LHI-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       LHI-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF LHI-PARMS-FOUND < 3
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           IF LHI-REMINDER-DAYS = ZERO
               MOVE 45 TO LHI-REMINDER-DAYS
           END-IF
           DISPLAY 'PARM IN EFFECT: REMINDER-DAYS = '
                   LHI-REMINDER-DAYS
           DISPLAY 'PARM IN EFFECT: GRACE-DAYS = ' LHI-GRACE-DAYS
           DISPLAY 'PARM IN EFFECT: FORCE-RATE = ' LHI-FORCE-RATE.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'LOANHAZARDINSURANCE'
               EVALUATE RP-PARM-NAME
                   WHEN 'REMINDER-DAYS'
                       MOVE RP-VALUE TO LHI-REMINDER-DAYS
                       ADD 1 TO LHI-PARMS-FOUND
                   WHEN 'GRACE-DAYS'
                       MOVE RP-VALUE TO LHI-GRACE-DAYS
                       ADD 1 TO LHI-PARMS-FOUND
                   WHEN 'FORCE-RATE'
                       MOVE RP-VALUE TO LHI-FORCE-RATE
                       ADD 1 TO LHI-PARMS-FOUND
               END-EVALUATE
           END-IF.

       LOAD-LOAN-ACCOUNTS.
           OPEN INPUT LOAN-ACCOUNT-IN
           IF LHI-ACCT-STATUS NOT = '00'
               DISPLAY 'LOAN MASTER NOT FOUND: ' LHI-ACCT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL LHI-ACCT-EOF = 'Y'
               READ LOAN-ACCOUNT-IN
                   AT END MOVE 'Y' TO LHI-ACCT-EOF
                   NOT AT END
                       IF LHI-ACCT-COUNT >= 1000
                           DISPLAY 'LOAN ACCOUNT TABLE FULL -- '
                                   'RUN STOPPED'
                           STOP RUN
                       END-IF
                       ADD 1 TO LHI-ACCT-COUNT
                       MOVE LOAN-ACCT-ID
                           TO LHI-ACCT-ID-T(LHI-ACCT-COUNT)
                       MOVE LOAN-ACCT-BALANCE
                           TO LHI-ACCT-BALANCE-T(LHI-ACCT-COUNT)
                       MOVE LOAN-ACCT-STATUS
                           TO LHI-ACCT-STATUS-T(LHI-ACCT-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOAN-ACCOUNT-IN.

       LOAD-BORROWERS.
           OPEN INPUT LOAN-BORROWER-IN
           IF LHI-BORROWER-STATUS = '00'
               PERFORM UNTIL LHI-BORROWER-EOF = 'Y'
                   READ LOAN-BORROWER-IN
                       AT END MOVE 'Y' TO LHI-BORROWER-EOF
                       NOT AT END
                           IF LHI-BORR-COUNT < 1000
                               PERFORM STORE-BORROWER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-BORROWER-IN
           ELSE
               DISPLAY 'Borrower file not found: ' LHI-BORROWER-STATUS
           END-IF.

       STORE-BORROWER-ENTRY.
           ADD 1 TO LHI-BORR-COUNT
           MOVE LB-ACCT-ID TO LHI-BORR-ACCT-T(LHI-BORR-COUNT)
           MOVE LB-NAME    TO LHI-BORR-NAME-T(LHI-BORR-COUNT)
           MOVE LB-ADDRESS TO LHI-BORR-ADDR-T(LHI-BORR-COUNT)
           MOVE LB-CITY    TO LHI-BORR-CITY-T(LHI-BORR-COUNT)
           MOVE LB-STATE   TO LHI-BORR-STATE-T(LHI-BORR-COUNT)
           MOVE LB-POSTAL  TO LHI-BORR-POSTAL-T(LHI-BORR-COUNT)
           MOVE LB-ADDR-STATUS
               TO LHI-BORR-ADDR-STATUS-T(LHI-BORR-COUNT)
           MOVE LB-MAIL-RETURN-DATE
               TO LHI-BORR-RET-DATE-T(LHI-BORR-COUNT)
           MOVE LB-MAIL-RETURN-REASON
               TO LHI-BORR-RET-REASON-T(LHI-BORR-COUNT).

       LOAD-DNC-SUPPRESSION.
           OPEN INPUT DNC-SUPPRESS-IN
           IF LHI-DNC-STATUS = '00'
               PERFORM UNTIL LHI-DNC-EOF = 'Y'
                   READ DNC-SUPPRESS-IN
                       AT END MOVE 'Y' TO LHI-DNC-EOF
                       NOT AT END
                           IF LHI-DNC-COUNT < 500
                               ADD 1 TO LHI-DNC-COUNT
                               MOVE DNC-SUBJECT-ID
                                   TO LHI-DNC-ID-T(LHI-DNC-COUNT)
                               MOVE DNC-SCOPE
                                   TO LHI-DNC-SCOPE-T(LHI-DNC-COUNT)
                               MOVE DNC-REASON
                                   TO LHI-DNC-REASON-T(LHI-DNC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DNC-SUPPRESS-IN
           END-IF.

       LOAD-POLICIES.
           OPEN INPUT INSURANCE-IN
           IF LHI-INS-STATUS NOT = '00'
               DISPLAY 'NO INSURANCE POLICY FILE ON HAND: '
                       LHI-INS-STATUS
           ELSE
               PERFORM UNTIL LHI-INS-EOF = 'Y'
                   READ INSURANCE-IN
                       AT END MOVE 'Y' TO LHI-INS-EOF
                       NOT AT END
                           IF LHI-INS-COUNT >= 2000
                               DISPLAY 'POLICY TABLE FULL -- '
                                       'RUN STOPPED'
                               STOP RUN
                           END-IF
                           ADD 1 TO LHI-INS-COUNT
                           MOVE LOAN-INSURANCE-RECORD
                               TO LHI-INS-REC-T(LHI-INS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE INSURANCE-IN
           END-IF.

      *> Closed and charged-off loans have no collateral left to
      *> insure; a force-placed policy waits for proof of cover.
      *> Past the grace period the cover is placed; otherwise the
      *> notice at expiry, or the reminder inside the window, each
      *> once for the expiry on file.
       CONSIDER-ONE-POLICY.
           MOVE ZERO TO LHI-ACCT-MATCH
           SET LHI-ACCT-IX TO 1
           SEARCH LHI-ACCT-ENTRY
               AT END
                   CONTINUE
               WHEN LHI-ACCT-IX > LHI-ACCT-COUNT
                   CONTINUE
               WHEN LHI-ACCT-ID-T(LHI-ACCT-IX) = LNI-ACCT-ID
                   SET LHI-ACCT-MATCH TO LHI-ACCT-IX
           END-SEARCH
           IF LHI-ACCT-MATCH = ZERO
               ADD 1 TO LHI-INACTIVE-COUNT
           ELSE
               IF LHI-ACCT-STATUS-T(LHI-ACCT-MATCH) NOT = 'A'
                   AND LHI-ACCT-STATUS-T(LHI-ACCT-MATCH) NOT = SPACE
                   ADD 1 TO LHI-INACTIVE-COUNT
               ELSE
                   IF LNI-STATUS NOT = 'F'
                       PERFORM CHECK-POLICY-EXPIRY
                   END-IF
               END-IF
           END-IF.

       CHECK-POLICY-EXPIRY.
           MOVE LNI-EXPIRY-DATE TO LHI-EXPIRY-9
           IF LNI-EXPIRY-DATE NOT NUMERIC
               ADD 1 TO LHI-BAD-DATE-COUNT
               MOVE ZERO TO LHI-DAYS-TO-EXPIRY
               MOVE ZERO TO LHI-SHOW-PREMIUM
               MOVE 'EXPIRY DATE INVALID' TO LHI-ACTION
               PERFORM WRITE-ACTION-LINE
           ELSE
               COMPUTE LHI-DAYS-TO-EXPIRY =
                       FUNCTION INTEGER-OF-DATE(LHI-EXPIRY-9)
                       - LHI-TODAY-INT
               MOVE ZERO TO LHI-DAYS-PAST
               IF LHI-DAYS-TO-EXPIRY < ZERO
                   COMPUTE LHI-DAYS-PAST = ZERO - LHI-DAYS-TO-EXPIRY
               END-IF
               EVALUATE TRUE
                   WHEN LHI-DAYS-PAST > LHI-GRACE-DAYS
                       PERFORM FORCE-PLACE-COVERAGE
                   WHEN LHI-DAYS-TO-EXPIRY <= ZERO
                       AND LNI-NOTICE-DATE = SPACES
                       ADD 1 TO LHI-NOTICE-COUNT
                       MOVE LHI-TODAY TO LNI-NOTICE-DATE
                       MOVE 'N' TO LHI-LETTER-TYPE
                       MOVE 'EXPIRY NOTICE' TO LHI-ACTION
                       PERFORM SEND-INSURANCE-LETTER
                   WHEN LHI-DAYS-TO-EXPIRY > ZERO
                       AND LHI-DAYS-TO-EXPIRY <= LHI-REMINDER-DAYS
                       AND LNI-REMINDER-DATE = SPACES
                       ADD 1 TO LHI-REMINDER-COUNT
                       MOVE LHI-TODAY TO LNI-REMINDER-DATE
                       MOVE 'R' TO LHI-LETTER-TYPE
                       MOVE 'RENEWAL REMINDER' TO LHI-ACTION
                       PERFORM SEND-INSURANCE-LETTER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Annual premium on the lapsed policy's coverage, or on the
      *> loan balance when the file never recorded the coverage.
       FORCE-PLACE-COVERAGE.
           ADD 1 TO LHI-FORCE-COUNT
           IF LNI-COVERAGE > ZERO
               MOVE LNI-COVERAGE TO LHI-FORCE-COVERAGE
           ELSE
               MOVE LHI-ACCT-BALANCE-T(LHI-ACCT-MATCH)
                   TO LHI-FORCE-COVERAGE
           END-IF
           COMPUTE LNI-FORCE-PREMIUM ROUNDED =
                   LHI-FORCE-COVERAGE * LHI-FORCE-RATE / 100
           ADD LNI-FORCE-PREMIUM TO LHI-FORCE-TOTAL
           MOVE 'F' TO LNI-STATUS
           MOVE LHI-TODAY TO LNI-FORCE-DATE
           IF LNI-NOTICE-DATE = SPACES
               MOVE LHI-TODAY TO LNI-NOTICE-DATE
           END-IF
           MOVE LNI-ACCT-ID TO LP-ACCT-ID
           MOVE 'D' TO LP-TYPE
           MOVE LHI-TODAY TO LP-PAYMENT-DATE
           MOVE LNI-FORCE-PREMIUM TO LP-AMOUNT
           MOVE 'FPI' TO LP-CHANNEL
           WRITE LOAN-PAYMENT-RECORD
           MOVE LNI-ACCT-ID TO ESD-ACCT-ID
           MOVE LHI-RENEW-DATE TO ESD-NEXT-DATE
           MOVE LNI-FORCE-PREMIUM TO ESD-AMOUNT
           MOVE LHI-FORCE-PAYEE TO ESD-PAYEE-VEND-ID
           WRITE ESCROW-DISB-SCHED-RECORD
           MOVE 'F' TO LHI-LETTER-TYPE
           MOVE 'COVER FORCE-PLACED' TO LHI-ACTION
           PERFORM SEND-INSURANCE-LETTER.

      *> The report line goes out whether or not the letter does;
      *> a suppressed or undeliverable letter says so on it.
       SEND-INSURANCE-LETTER.
           PERFORM CHECK-DNC-SUPPRESSION
           MOVE ZERO TO LHI-BORR-MATCH
           SET LHI-BORR-IX TO 1
           SEARCH LHI-BORR-ENTRY
               AT END
                   CONTINUE
               WHEN LHI-BORR-IX > LHI-BORR-COUNT
                   CONTINUE
               WHEN LHI-BORR-ACCT-T(LHI-BORR-IX) = LNI-ACCT-ID
                   SET LHI-BORR-MATCH TO LHI-BORR-IX
           END-SEARCH
           MOVE ZERO TO LHI-SHOW-PREMIUM
           IF LHI-LETTER-TYPE = 'F'
               MOVE LNI-FORCE-PREMIUM TO LHI-SHOW-PREMIUM
           END-IF
           PERFORM WRITE-ACTION-LINE
           EVALUATE TRUE
               WHEN LHI-DNC-HIT = 'Y'
                   PERFORM REGISTER-DNC-SUPPRESSION
                   MOVE '  ** LETTER SUPPRESSED (DO NOT CONTACT)'
                       TO LHI-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
               WHEN LHI-BORR-MATCH = ZERO
                   ADD 1 TO LHI-NO-ADDRESS-COUNT
                   DISPLAY 'NO BORROWER ADDRESS FOR ' LNI-ACCT-ID
                   MOVE '  ** NO BORROWER ADDRESS -- LETTER NOT SENT'
                       TO LHI-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
               WHEN LHI-BORR-ADDR-STATUS-T(LHI-BORR-MATCH) = 'B'
                   PERFORM REGISTER-MAIL-WITHHELD
                   MOVE '  ** ADDRESS FLAGGED BAD (MAIL RETURNED)'
                       TO LHI-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM WRITE-ONE-LETTER
           END-EVALUATE.

      *> The job's own scope, or 'ALL ', suppresses.
       CHECK-DNC-SUPPRESSION.
           MOVE 'N' TO LHI-DNC-HIT
           PERFORM VARYING LHI-DNC-IDX FROM 1 BY 1
                   UNTIL LHI-DNC-IDX > LHI-DNC-COUNT
               IF LHI-DNC-ID-T(LHI-DNC-IDX) = LNI-ACCT-ID
                   AND (LHI-DNC-SCOPE-T(LHI-DNC-IDX) = 'INSR'
                        OR LHI-DNC-SCOPE-T(LHI-DNC-IDX) = 'ALL ')
                   MOVE 'Y' TO LHI-DNC-HIT
               END-IF
           END-PERFORM.

       REGISTER-DNC-SUPPRESSION.
           ADD 1 TO LHI-DNC-SUPPRESSED
           OPEN EXTEND DNC-REGISTER-OUT
           IF LHI-DNC-REG-STATUS = '35'
               OPEN OUTPUT DNC-REGISTER-OUT
           END-IF
           MOVE 'LOANHAZARDINSURANCE ' TO DNR-JOB-NAME
           MOVE LNI-ACCT-ID TO DNR-SUBJECT-ID
           MOVE 'INSR' TO DNR-SCOPE
           MOVE LHI-TODAY TO DNR-RUN-DATE
           WRITE DNC-REGISTER-RECORD
           CLOSE DNC-REGISTER-OUT.

       REGISTER-MAIL-WITHHELD.
           ADD 1 TO LHI-RTM-WITHHELD
           DISPLAY 'ADDRESS FLAGGED BAD ON ' LNI-ACCT-ID
                   ' -- LETTER WITHHELD'
           OPEN EXTEND ADDR-RESEARCH-OUT
           IF LHI-ARW-STATUS = '35'
               OPEN OUTPUT ADDR-RESEARCH-OUT
           END-IF
           MOVE 'L' TO ARW-SUBJECT-TYPE
           MOVE LNI-ACCT-ID TO ARW-SUBJECT-ID
           MOVE 'INSR' TO ARW-DOC-TYPE
           MOVE 'LOANHAZARDINSURANCE ' TO ARW-JOB-NAME
           MOVE LHI-TODAY TO ARW-RUN-DATE
           MOVE 'W' TO ARW-ACTION
           MOVE LHI-BORR-RET-DATE-T(LHI-BORR-MATCH)
               TO ARW-RETURN-DATE
           MOVE LHI-BORR-RET-REASON-T(LHI-BORR-MATCH)
               TO ARW-RETURN-REASON
           WRITE ADDRESS-RESEARCH-RECORD
           CLOSE ADDR-RESEARCH-OUT.

       WRITE-ONE-LETTER.
           ADD 1 TO LHI-LETTER-COUNT
           MOVE ALL '=' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LHI-BORR-NAME-T(LHI-BORR-MATCH) TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LHI-BORR-ADDR-T(LHI-BORR-MATCH) TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LHI-LINE-WORK
           STRING LHI-BORR-CITY-T(LHI-BORR-MATCH) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LHI-BORR-STATE-T(LHI-BORR-MATCH) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LHI-BORR-POSTAL-T(LHI-BORR-MATCH) DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           MOVE LHI-LINE-WORK TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LHI-LINE-WORK
           STRING 'RE: LOAN ACCOUNT ' DELIMITED BY SIZE
                  LNI-ACCT-ID DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  LHI-TODAY DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           MOVE LHI-LINE-WORK TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LHI-LINE-WORK
           STRING 'HAZARD INSURANCE: ' DELIMITED BY SIZE
                  LNI-CARRIER DELIMITED BY SIZE
                  ' POLICY ' DELIMITED BY SIZE
                  LNI-POLICY-NO DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           MOVE LHI-LINE-WORK TO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE LHI-LETTER-TYPE
               WHEN 'R'
                   MOVE SPACES TO LHI-LINE-WORK
                   STRING 'YOUR POLICY ON THE PROPERTY EXPIRES ON '
                              DELIMITED BY SIZE
                          LNI-EXPIRY-DATE DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                       INTO LHI-LINE-WORK
                   MOVE LHI-LINE-WORK TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'YOUR LOAN AGREEMENT REQUIRES THE COVER TO BE'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'KEPT IN FORCE. PLEASE SEND PROOF OF RENEWAL.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN 'N'
                   MOVE SPACES TO LHI-LINE-WORK
                   STRING 'YOUR POLICY ON THE PROPERTY EXPIRED ON '
                              DELIMITED BY SIZE
                          LNI-EXPIRY-DATE DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                       INTO LHI-LINE-WORK
                   MOVE LHI-LINE-WORK TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'UNLESS WE RECEIVE PROOF OF COVER, WE WILL'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'PLACE INSURANCE AT YOUR EXPENSE, CHARGED TO'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'YOUR ESCROW ACCOUNT.' TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN OTHER
                   MOVE 'WE HAVE NO PROOF OF COVER SINCE YOUR POLICY'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LHI-LINE-WORK
                   STRING 'EXPIRED ON ' DELIMITED BY SIZE
                          LNI-EXPIRY-DATE DELIMITED BY SIZE
                          ' AND HAVE PLACED INSURANCE ON THE'
                              DELIMITED BY SIZE
                          ' PROPERTY.' DELIMITED BY SIZE
                       INTO LHI-LINE-WORK
                   MOVE LHI-LINE-WORK TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE LNI-FORCE-PREMIUM TO LHI-EDIT-PREMIUM
                   MOVE SPACES TO LHI-LINE-WORK
                   STRING 'ANNUAL PREMIUM CHARGED TO YOUR ESCROW: '
                              DELIMITED BY SIZE
                          LHI-EDIT-PREMIUM DELIMITED BY SIZE
                       INTO LHI-LINE-WORK
                   MOVE LHI-LINE-WORK TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'SEND US PROOF OF YOUR OWN COVER AND THE'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE 'PLACED INSURANCE WILL BE CANCELLED.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
           END-EVALUATE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-ACTION-LINE.
           MOVE LHI-DAYS-TO-EXPIRY TO LHI-EDIT-DAYS
           MOVE LHI-SHOW-PREMIUM TO LHI-EDIT-PREMIUM
           MOVE SPACES TO LHI-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  LNI-ACCT-ID DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  LHI-ACTION DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LNI-CARRIER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LNI-POLICY-NO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LNI-EXPIRY-DATE DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  LHI-EDIT-DAYS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LHI-EDIT-PREMIUM DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       WRITE-INSURANCE-TOTALS.
           MOVE SPACES TO LHI-LINE-WORK
           MOVE LHI-REMINDER-COUNT TO LHI-EDIT-COUNT
           STRING 'RENEWAL REMINDERS       ' DELIMITED BY SIZE
                  LHI-EDIT-COUNT DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LHI-NOTICE-COUNT TO LHI-EDIT-COUNT
           STRING 'EXPIRY NOTICES          ' DELIMITED BY SIZE
                  LHI-EDIT-COUNT DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LHI-FORCE-COUNT TO LHI-EDIT-COUNT
           MOVE LHI-FORCE-TOTAL TO LHI-EDIT-AMOUNT
           STRING 'FORCE-PLACED            ' DELIMITED BY SIZE
                  LHI-EDIT-COUNT DELIMITED BY SIZE
                  '   PREMIUM CHARGED TO ESCROW ' DELIMITED BY SIZE
                  LHI-EDIT-AMOUNT DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LHI-DNC-SUPPRESSED TO LHI-EDIT-COUNT
           STRING 'LETTERS SUPPRESSED (DNC)' DELIMITED BY SIZE
                  LHI-EDIT-COUNT DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LHI-NO-ADDRESS-COUNT TO LHI-EDIT-COUNT
           STRING 'NO BORROWER ADDRESS     ' DELIMITED BY SIZE
                  LHI-EDIT-COUNT DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LHI-RTM-WITHHELD TO LHI-EDIT-COUNT
           STRING 'WITHHELD, BAD ADDRESS   ' DELIMITED BY SIZE
                  LHI-EDIT-COUNT DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LHI-INACTIVE-COUNT TO LHI-EDIT-COUNT
           STRING 'LOAN CLOSED OR NOT FOUND' DELIMITED BY SIZE
                  LHI-EDIT-COUNT DELIMITED BY SIZE
               INTO LHI-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF LHI-BAD-DATE-COUNT > ZERO
               MOVE LHI-BAD-DATE-COUNT TO LHI-EDIT-COUNT
               STRING 'INVALID EXPIRY DATE     ' DELIMITED BY SIZE
                      LHI-EDIT-COUNT DELIMITED BY SIZE
                   INTO LHI-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-POLICY-FILE.
           OPEN OUTPUT INSURANCE-OUT
           PERFORM VARYING LHI-INS-IDX FROM 1 BY 1
                   UNTIL LHI-INS-IDX > LHI-INS-COUNT
               MOVE LHI-INS-REC-T(LHI-INS-IDX) TO INSURANCE-OUT-RECORD
               WRITE INSURANCE-OUT-RECORD
           END-PERFORM
           CLOSE INSURANCE-OUT.

       WRITE-REPORT-LINE.
           MOVE LHI-LINE-WORK TO INSURANCE-REPORT-LINE
           WRITE INSURANCE-REPORT-LINE
           MOVE SPACES TO LHI-LINE-WORK.

       WRITE-BLANK-LINE.
           MOVE SPACES TO INSURANCE-REPORT-LINE
           WRITE INSURANCE-REPORT-LINE.
