       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanCollectorQueue.
      *> Nightly collector work-queue build. Collectors used to work
      *> off the printed ranked-delinquency and broken-promise
      *> reports with call notes on paper. This takes the ranked
      *> delinquency extract the amortization job sorts (descending
      *> by missed amount), rolls its month rows up to one line per
      *> account, and deals every delinquent account to the
      *> collector it is assigned to (LNCOLASN.DAT) in that order:
      *> balance off the loan master, days behind, the open promise
      *> off LNPTP.cpy, and the last contact and next-action date
      *> off the contact history the queue screen keeps
      *> (LNCONTH.cpy). The LNCOLQ.cpy queue file is sorted by
      *> collector and sequence for the KSDS load the on-line
      *> CollectorWorkQueue screen pages through. Closed and
      *> charged-off accounts stay off the queue; an account under a
      *> servicing hold is skipped and registered; an account with
      *> no collector assigned is listed so a supervisor deals it
      *> out before the morning's calls.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELINQ-SORTED-IN
               ASSIGN TO "data/LOAN-DELINQ-SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCQ-DELINQ-STATUS.
           SELECT ASSIGNMENT-IN ASSIGN TO "data/LNCOLASN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCQ-ASN-STATUS.
           SELECT LOAN-ACCOUNT-IN ASSIGN TO "data/LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCQ-ACCT-STATUS.
           SELECT LOAN-BORROWER-IN ASSIGN TO "data/LOANBORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCQ-BORR-STATUS.
           SELECT PROMISE-IN ASSIGN TO "data/LOANPTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCQ-PTP-STATUS.
           SELECT CONTACT-HISTORY-IN ASSIGN TO "data/LNCONTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCQ-CH-STATUS.
      *> Servicing holds (bankruptcy, forbearance) and the
      *> register of what each collection job skipped for one.
           SELECT SERVICING-HOLD-IN ASSIGN TO "data/LNHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCQ-HOLD-STATUS.
           SELECT HOLD-SKIP-OUT ASSIGN TO "data/LNHOLD-SKIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCQ-HSK-STATUS.
      *> Queue rows go out in delinquency order, then the SORT
      *> puts them in collector/sequence key order for the load.
           SELECT QUEUE-EXTRACT-OUT ASSIGN TO "data/LNCOLQ-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUEUE-SORT-WORK ASSIGN TO "data/LNCOLQ.SRT".
           SELECT QUEUE-SORTED-IN ASSIGN TO "data/LNCOLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCQ-QUEUE-STATUS.
           SELECT QUEUE-REPORT-OUT ASSIGN TO "data/LOAN-COLLQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-RUN-LOG-OUT ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCQ-BRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELINQ-SORTED-IN.
       01  DELINQ-SORTED-RECORD.
           05 LCQ-IN-LOAN-ID             PIC X(6).
           05 LCQ-IN-MONTH-NO            PIC 9(4).
           05 LCQ-IN-MISSED-AMT          PIC 9(7)V99.
           05 LCQ-IN-LATE-FEE            PIC 9(7)V99.

      *> Which collector works which account; maintained by the
      *> collections supervisor.
       FD  ASSIGNMENT-IN.
       01  ASSIGNMENT-RECORD.
           05 LCQ-ASN-ACCT-ID            PIC X(6).
           05 LCQ-ASN-OPERATOR-ID        PIC X(8).

       FD  LOAN-ACCOUNT-IN.
       COPY LOANACCT.

       FD  LOAN-BORROWER-IN.
       COPY LNBORR.

       FD  PROMISE-IN.
       COPY LNPTP.

       FD  CONTACT-HISTORY-IN.
       COPY LNCONTH.

       FD  SERVICING-HOLD-IN.
       COPY LNHOLD.

       FD  HOLD-SKIP-OUT.
       01  HOLD-SKIP-RECORD.
           05 HSK-JOB-NAME               PIC X(20).
           05 HSK-ACCT-ID                PIC X(6).
           05 HSK-HOLD-TYPE              PIC X(2).
           05 HSK-CASE-REF               PIC X(15).
           05 HSK-ACTION                 PIC X(24).
           05 HSK-RUN-DATE               PIC X(8).

       FD  QUEUE-EXTRACT-OUT.
       01  QUEUE-EXTRACT-RECORD          PIC X(96).

       SD  QUEUE-SORT-WORK.
       01  QUEUE-SORT-RECORD.
           05 LCQ-SORT-OPERATOR-ID       PIC X(8).
           05 LCQ-SORT-SEQ               PIC 9(4).
           05 FILLER                     PIC X(84).

       FD  QUEUE-SORTED-IN.
       01  QUEUE-SORTED-RECORD           PIC X(96).

       FD  QUEUE-REPORT-OUT.
       01  QUEUE-REPORT-LINE             PIC X(132).

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.

       WORKING-STORAGE SECTION.
       COPY LNCOLQ.

       01 LCQ-FILE-STATUSES.
           05 LCQ-DELINQ-STATUS          PIC XX.
           05 LCQ-ASN-STATUS             PIC XX.
           05 LCQ-ACCT-STATUS            PIC XX.
           05 LCQ-BORR-STATUS            PIC XX.
           05 LCQ-PTP-STATUS             PIC XX.
           05 LCQ-CH-STATUS              PIC XX.
           05 LCQ-QUEUE-STATUS           PIC XX.
           05 LCQ-BRL-STATUS             PIC XX.

       01 LCQ-EOF-SWITCHES.
           05 LCQ-DELINQ-EOF             PIC X VALUE 'N'.
           05 LCQ-ASN-EOF                PIC X VALUE 'N'.
           05 LCQ-ACCT-EOF               PIC X VALUE 'N'.
           05 LCQ-BORR-EOF               PIC X VALUE 'N'.
           05 LCQ-PTP-EOF                PIC X VALUE 'N'.
           05 LCQ-CH-EOF                 PIC X VALUE 'N'.
           05 LCQ-QUEUE-EOF              PIC X VALUE 'N'.

       01 LCQ-TODAY                      PIC X(8).
       01 LCQ-NOW                        PIC X(6).
       01 LCQ-DAYS-PER-MONTH             PIC 9(2) VALUE 30.

      *> Collector assignments.
       01 LCQ-ASN-CONTROL.
           05 LCQ-ASN-COUNT              PIC 9(4) VALUE ZERO.

       01 LCQ-ASN-TABLE.
           05 LCQ-ASN-ENTRY OCCURS 500 TIMES
                            INDEXED BY LCQ-ASN-IX.
               10 LCQ-ASN-ACCT-T         PIC X(6).
               10 LCQ-ASN-OPER-T         PIC X(8).

      *> Loan master: balance and status per account.
       01 LCQ-LOAN-CONTROL.
           05 LCQ-LOAN-COUNT             PIC 9(4) VALUE ZERO.
           05 LCQ-LOAN-MATCH             PIC 9(4).

       01 LCQ-LOAN-TABLE.
           05 LCQ-LOAN-ENTRY OCCURS 500 TIMES
                             INDEXED BY LCQ-LOAN-IX.
               10 LCQ-LOAN-ACCT-T        PIC X(6).
               10 LCQ-LOAN-BALANCE-T     PIC 9(7)V99.
               10 LCQ-LOAN-STATUS-T      PIC X(1).

       01 LCQ-BORR-CONTROL.
           05 LCQ-BORR-COUNT             PIC 9(4) VALUE ZERO.

       01 LCQ-BORR-TABLE.
           05 LCQ-BORR-ENTRY OCCURS 500 TIMES
                             INDEXED BY LCQ-BORR-IX.
               10 LCQ-BORR-ACCT-T        PIC X(6).
               10 LCQ-BORR-NAME-T        PIC X(20).

      *> Open promises, the latest-dated one kept per account.
       01 LCQ-PTP-CONTROL.
           05 LCQ-PTP-COUNT              PIC 9(4) VALUE ZERO.
           05 LCQ-PTP-IDX                PIC 9(4).
           05 LCQ-PTP-MATCH              PIC 9(4).

       01 LCQ-PTP-TABLE.
           05 LCQ-PTP-ENTRY OCCURS 500 TIMES.
               10 LCQ-PTP-ACCT-T         PIC X(6).
               10 LCQ-PTP-DATE-T         PIC X(8).
               10 LCQ-PTP-AMOUNT-T       PIC 9(7)V99.

      *> Latest contact per account off the contact history.
       01 LCQ-CH-CONTROL.
           05 LCQ-CH-COUNT               PIC 9(4) VALUE ZERO.
           05 LCQ-CH-IDX                 PIC 9(4).
           05 LCQ-CH-MATCH               PIC 9(4).

       01 LCQ-CH-TABLE.
           05 LCQ-CH-ENTRY OCCURS 500 TIMES.
               10 LCQ-CH-ACCT-T          PIC X(6).
               10 LCQ-CH-STAMP-T         PIC X(14).
               10 LCQ-CH-OUTCOME-T       PIC X(3).
               10 LCQ-CH-NEXT-ACTION-T   PIC X(8).

       01 LCQ-CH-STAMP.
           05 LCQ-CH-STAMP-DATE          PIC X(8).
           05 LCQ-CH-STAMP-TIME          PIC X(6).

      *> Delinquent accounts in first-appearance (worst-first)
      *> order, month rows rolled up.
       01 LCQ-DLQ-CONTROL.
           05 LCQ-DLQ-COUNT              PIC 9(4) VALUE ZERO.
           05 LCQ-DLQ-IDX                PIC 9(4).
           05 LCQ-DLQ-MATCH              PIC 9(4).

       01 LCQ-DLQ-TABLE.
           05 LCQ-DLQ-ENTRY OCCURS 500 TIMES.
               10 LCQ-DLQ-ACCT-T         PIC X(6).
               10 LCQ-DLQ-MONTHS-T       PIC 9(4).
               10 LCQ-DLQ-MISSED-T       PIC 9(7)V99.

      *> Running sequence per collector.
       01 LCQ-OPER-CONTROL.
           05 LCQ-OPER-COUNT             PIC 9(4) VALUE ZERO.
           05 LCQ-OPER-IDX               PIC 9(4).
           05 LCQ-OPER-MATCH             PIC 9(4).

       01 LCQ-OPER-TABLE.
           05 LCQ-OPER-ENTRY OCCURS 100 TIMES.
               10 LCQ-OPER-ID-T          PIC X(8).
               10 LCQ-OPER-SEQ-T         PIC 9(4).

      *> Delinquent accounts nobody is assigned to.
       01 LCQ-UNASSIGNED-CONTROL.
           05 LCQ-UNASN-COUNT            PIC 9(4) VALUE ZERO.
           05 LCQ-UNASN-IDX              PIC 9(4).

       01 LCQ-UNASSIGNED-TABLE.
           05 LCQ-UNASN-ENTRY OCCURS 500 TIMES.
               10 LCQ-UNASN-ACCT-T       PIC X(6).
               10 LCQ-UNASN-DAYS-T       PIC 9(4).
               10 LCQ-UNASN-MISSED-T     PIC 9(7)V99.

      *> Servicing holds in effect today, loaded at start-up; an
      *> account under one is not collected on, and each skip
      *> counts and registers.
       01 LCQ-HOLD-CONTROL.
           05 LCQ-HOLD-STATUS           PIC XX.
           05 LCQ-HSK-STATUS            PIC XX.
           05 LCQ-HOLD-EOF              PIC X VALUE 'N'.
           05 LCQ-HOLD-COUNT            PIC 9(4) VALUE ZERO.
           05 LCQ-HOLD-IDX              PIC 9(4).
           05 LCQ-HOLD-HIT              PIC X.
           05 LCQ-HOLD-ACCT             PIC X(6).
           05 LCQ-HOLD-TYPE             PIC X(2).
           05 LCQ-HOLD-CASE             PIC X(15).
           05 LCQ-HOLD-SKIPPED          PIC 9(4) VALUE ZERO.

       01 LCQ-HOLD-TABLE.
           05 LCQ-HOLD-ENTRY OCCURS 500 TIMES.
               10 LCQ-HOLD-ACCT-T       PIC X(6).
               10 LCQ-HOLD-TYPE-T       PIC X(2).
               10 LCQ-HOLD-CASE-T       PIC X(15).

       01 LCQ-COUNTERS.
           05 LCQ-DELINQ-ROWS            PIC 9(6) VALUE ZERO.
           05 LCQ-QUEUED-COUNT           PIC 9(4) VALUE ZERO.
           05 LCQ-CLOSED-COUNT           PIC 9(4) VALUE ZERO.
           05 LCQ-FOLLOWUP-DUE           PIC 9(4) VALUE ZERO.

      *> Control break on collector for the listing.
       01 LCQ-BREAK-FIELDS.
           05 LCQ-PREV-OPERATOR          PIC X(8) VALUE SPACES.
           05 LCQ-OPER-ACCOUNTS          PIC 9(4) VALUE ZERO.
           05 LCQ-OPER-MISSED            PIC 9(9)V99 VALUE ZERO.
           05 LCQ-TOTAL-MISSED           PIC 9(9)V99 VALUE ZERO.

       01 LCQ-EDIT-FIELDS.
           05 LCQ-EDIT-SEQ               PIC ZZZ9.
           05 LCQ-EDIT-DAYS              PIC ZZZ9.
           05 LCQ-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05 LCQ-EDIT-BALANCE           PIC Z,ZZZ,ZZ9.99.
           05 LCQ-EDIT-PTP               PIC Z,ZZZ,ZZ9.99
                                         BLANK WHEN ZERO.
           05 LCQ-EDIT-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
           05 LCQ-EDIT-COUNT             PIC ZZZ9.
           05 LCQ-FOLLOWUP-FLAG          PIC X(4).

       01 LCQ-LINE-WORK                  PIC X(132).

      *> Batch-window log.
       01 LCQ-BRL-START-TIME            PIC X(6).
       01 LCQ-BRL-END-TIME              PIC X(6).
       01 LCQ-BRL-START-SECONDS         PIC 9(6).
       01 LCQ-BRL-END-SECONDS           PIC 9(6).
       01 LCQ-BRL-ELAPSED-SECONDS       PIC 9(6).
       01 LCQ-BRL-TIME-PARTS.
           05 LCQ-BRL-HH                PIC 99.
           05 LCQ-BRL-MM                PIC 99.
           05 LCQ-BRL-SS                PIC 99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LCQ-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO LCQ-NOW
           MOVE LCQ-NOW TO LCQ-BRL-START-TIME
           PERFORM LOAD-ASSIGNMENTS
           PERFORM LOAD-LOAN-ACCOUNTS
           PERFORM LOAD-BORROWERS
           PERFORM LOAD-OPEN-PROMISES
           PERFORM LOAD-CONTACT-HISTORY
           PERFORM LOAD-SERVICING-HOLDS
           PERFORM LOAD-DELINQUENT-ACCOUNTS
           OPEN OUTPUT QUEUE-EXTRACT-OUT
           PERFORM VARYING LCQ-DLQ-IDX FROM 1 BY 1
                   UNTIL LCQ-DLQ-IDX > LCQ-DLQ-COUNT
               PERFORM QUEUE-ONE-ACCOUNT
           END-PERFORM
           CLOSE QUEUE-EXTRACT-OUT
           SORT QUEUE-SORT-WORK
               ON ASCENDING KEY LCQ-SORT-OPERATOR-ID
                                LCQ-SORT-SEQ
               USING QUEUE-EXTRACT-OUT
               GIVING QUEUE-SORTED-IN
           PERFORM WRITE-QUEUE-REPORT
           DISPLAY 'Delinquency rows read = ' LCQ-DELINQ-ROWS
           DISPLAY 'Delinquent accounts   = ' LCQ-DLQ-COUNT
           DISPLAY 'Queued to collectors  = ' LCQ-QUEUED-COUNT
           DISPLAY 'Follow-ups due today  = ' LCQ-FOLLOWUP-DUE
           DISPLAY 'Unassigned accounts   = ' LCQ-UNASN-COUNT
           DISPLAY 'Closed/charged, skip  = ' LCQ-CLOSED-COUNT
           DISPLAY 'Skipped, on hold      = ' LCQ-HOLD-SKIPPED
           PERFORM WRITE-BATCH-RUN-LOG
           STOP RUN.

       LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGNMENT-IN
           IF LCQ-ASN-STATUS = '00'
               PERFORM UNTIL LCQ-ASN-EOF = 'Y'
                   READ ASSIGNMENT-IN
                       AT END MOVE 'Y' TO LCQ-ASN-EOF
                       NOT AT END
                           IF LCQ-ASN-COUNT >= 500
                               DISPLAY 'ASSIGNMENT TABLE FULL -- '
                                       'RUN STOPPED'
                               STOP RUN
                           END-IF
                           ADD 1 TO LCQ-ASN-COUNT
                           MOVE LCQ-ASN-ACCT-ID
                               TO LCQ-ASN-ACCT-T(LCQ-ASN-COUNT)
                           MOVE LCQ-ASN-OPERATOR-ID
                               TO LCQ-ASN-OPER-T(LCQ-ASN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-IN
           ELSE
               DISPLAY 'No collector assignments on hand: '
                       LCQ-ASN-STATUS
           END-IF.

       LOAD-LOAN-ACCOUNTS.
           OPEN INPUT LOAN-ACCOUNT-IN
           IF LCQ-ACCT-STATUS NOT = '00'
               DISPLAY 'LOAN MASTER NOT FOUND: ' LCQ-ACCT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL LCQ-ACCT-EOF = 'Y'
               READ LOAN-ACCOUNT-IN
                   AT END MOVE 'Y' TO LCQ-ACCT-EOF
                   NOT AT END
                       IF LCQ-LOAN-COUNT >= 500
                           DISPLAY 'LOAN TABLE FULL -- RUN STOPPED'
                           STOP RUN
                       END-IF
                       ADD 1 TO LCQ-LOAN-COUNT
                       MOVE LOAN-ACCT-ID
                           TO LCQ-LOAN-ACCT-T(LCQ-LOAN-COUNT)
                       MOVE LOAN-ACCT-BALANCE
                           TO LCQ-LOAN-BALANCE-T(LCQ-LOAN-COUNT)
                       MOVE LOAN-ACCT-STATUS
                           TO LCQ-LOAN-STATUS-T(LCQ-LOAN-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOAN-ACCOUNT-IN.

       LOAD-BORROWERS.
           OPEN INPUT LOAN-BORROWER-IN
           IF LCQ-BORR-STATUS = '00'
               PERFORM UNTIL LCQ-BORR-EOF = 'Y'
                   READ LOAN-BORROWER-IN
                       AT END MOVE 'Y' TO LCQ-BORR-EOF
                       NOT AT END
                           IF LCQ-BORR-COUNT < 500
                               ADD 1 TO LCQ-BORR-COUNT
                               MOVE LB-ACCT-ID
                                   TO LCQ-BORR-ACCT-T(LCQ-BORR-COUNT)
                               MOVE LB-NAME
                                   TO LCQ-BORR-NAME-T(LCQ-BORR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-BORROWER-IN
           ELSE
               DISPLAY 'Borrower file not found: ' LCQ-BORR-STATUS
           END-IF.

       LOAD-OPEN-PROMISES.
           OPEN INPUT PROMISE-IN
           IF LCQ-PTP-STATUS = '00'
               PERFORM UNTIL LCQ-PTP-EOF = 'Y'
                   READ PROMISE-IN
                       AT END MOVE 'Y' TO LCQ-PTP-EOF
                       NOT AT END
                           IF PTP-STATUS = 'O'
                               PERFORM STORE-OPEN-PROMISE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMISE-IN
           END-IF.

       STORE-OPEN-PROMISE.
           MOVE ZERO TO LCQ-PTP-MATCH
           PERFORM VARYING LCQ-PTP-IDX FROM 1 BY 1
                   UNTIL LCQ-PTP-IDX > LCQ-PTP-COUNT
               IF LCQ-PTP-ACCT-T(LCQ-PTP-IDX) = PTP-ACCT-ID
                   MOVE LCQ-PTP-IDX TO LCQ-PTP-MATCH
               END-IF
           END-PERFORM
           IF LCQ-PTP-MATCH = ZERO
               IF LCQ-PTP-COUNT < 500
                   ADD 1 TO LCQ-PTP-COUNT
                   MOVE LCQ-PTP-COUNT TO LCQ-PTP-MATCH
                   MOVE PTP-ACCT-ID TO LCQ-PTP-ACCT-T(LCQ-PTP-MATCH)
                   MOVE SPACES TO LCQ-PTP-DATE-T(LCQ-PTP-MATCH)
               END-IF
           END-IF
           IF LCQ-PTP-MATCH > ZERO
               AND PTP-PROMISE-DATE >= LCQ-PTP-DATE-T(LCQ-PTP-MATCH)
               MOVE PTP-PROMISE-DATE TO LCQ-PTP-DATE-T(LCQ-PTP-MATCH)
               MOVE PTP-AMOUNT TO LCQ-PTP-AMOUNT-T(LCQ-PTP-MATCH)
           END-IF.

      *> The history is appended in call order, but the date/time
      *> stamp decides which contact is the latest, so a file put
      *> back together from more than one day's ESDS still reads
      *> right.
       LOAD-CONTACT-HISTORY.
           OPEN INPUT CONTACT-HISTORY-IN
           IF LCQ-CH-STATUS = '00'
               PERFORM UNTIL LCQ-CH-EOF = 'Y'
                   READ CONTACT-HISTORY-IN
                       AT END MOVE 'Y' TO LCQ-CH-EOF
                       NOT AT END PERFORM STORE-LATEST-CONTACT
                   END-READ
               END-PERFORM
               CLOSE CONTACT-HISTORY-IN
           END-IF.

       STORE-LATEST-CONTACT.
           MOVE CH-CONTACT-DATE TO LCQ-CH-STAMP-DATE
           MOVE CH-CONTACT-TIME TO LCQ-CH-STAMP-TIME
           MOVE ZERO TO LCQ-CH-MATCH
           PERFORM VARYING LCQ-CH-IDX FROM 1 BY 1
                   UNTIL LCQ-CH-IDX > LCQ-CH-COUNT
               IF LCQ-CH-ACCT-T(LCQ-CH-IDX) = CH-ACCT-ID
                   MOVE LCQ-CH-IDX TO LCQ-CH-MATCH
               END-IF
           END-PERFORM
           IF LCQ-CH-MATCH = ZERO
               IF LCQ-CH-COUNT < 500
                   ADD 1 TO LCQ-CH-COUNT
                   MOVE LCQ-CH-COUNT TO LCQ-CH-MATCH
                   MOVE CH-ACCT-ID TO LCQ-CH-ACCT-T(LCQ-CH-MATCH)
                   MOVE SPACES TO LCQ-CH-STAMP-T(LCQ-CH-MATCH)
               END-IF
           END-IF
           IF LCQ-CH-MATCH > ZERO
               AND LCQ-CH-STAMP >= LCQ-CH-STAMP-T(LCQ-CH-MATCH)
               MOVE LCQ-CH-STAMP TO LCQ-CH-STAMP-T(LCQ-CH-MATCH)
               MOVE CH-OUTCOME TO LCQ-CH-OUTCOME-T(LCQ-CH-MATCH)
               MOVE CH-NEXT-ACTION-DATE
                   TO LCQ-CH-NEXT-ACTION-T(LCQ-CH-MATCH)
           END-IF.

      *> The extract carries one row per missed month, worst
      *> account first; the first row seen for an account fixes its
      *> place in the queue and later rows add to its months and
      *> missed amount.
       LOAD-DELINQUENT-ACCOUNTS.
           OPEN INPUT DELINQ-SORTED-IN
           IF LCQ-DELINQ-STATUS = '00'
               PERFORM UNTIL LCQ-DELINQ-EOF = 'Y'
                   READ DELINQ-SORTED-IN
                       AT END MOVE 'Y' TO LCQ-DELINQ-EOF
                       NOT AT END PERFORM ROLL-UP-DELINQUENCY
                   END-READ
               END-PERFORM
               CLOSE DELINQ-SORTED-IN
           ELSE
               DISPLAY 'No ranked delinquency file on hand: '
                       LCQ-DELINQ-STATUS
           END-IF.

       ROLL-UP-DELINQUENCY.
           ADD 1 TO LCQ-DELINQ-ROWS
           MOVE ZERO TO LCQ-DLQ-MATCH
           PERFORM VARYING LCQ-DLQ-IDX FROM 1 BY 1
                   UNTIL LCQ-DLQ-IDX > LCQ-DLQ-COUNT
               IF LCQ-DLQ-ACCT-T(LCQ-DLQ-IDX) = LCQ-IN-LOAN-ID
                   MOVE LCQ-DLQ-IDX TO LCQ-DLQ-MATCH
               END-IF
           END-PERFORM
           IF LCQ-DLQ-MATCH = ZERO
               IF LCQ-DLQ-COUNT >= 500
                   DISPLAY 'DELINQUENCY TABLE FULL -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO LCQ-DLQ-COUNT
               MOVE LCQ-DLQ-COUNT TO LCQ-DLQ-MATCH
               MOVE LCQ-IN-LOAN-ID TO LCQ-DLQ-ACCT-T(LCQ-DLQ-MATCH)
               MOVE ZERO TO LCQ-DLQ-MONTHS-T(LCQ-DLQ-MATCH)
               MOVE ZERO TO LCQ-DLQ-MISSED-T(LCQ-DLQ-MATCH)
           END-IF
           ADD 1 TO LCQ-DLQ-MONTHS-T(LCQ-DLQ-MATCH)
           ADD LCQ-IN-MISSED-AMT TO LCQ-DLQ-MISSED-T(LCQ-DLQ-MATCH).

      *> One delinquent account: off the queue if closed or
      *> charged off (recovery works those) or under a servicing
      *> hold; listed if nobody is assigned; otherwise the next
      *> sequence on its collector's queue.
       QUEUE-ONE-ACCOUNT.
           MOVE ZERO TO LCQ-LOAN-MATCH
           SET LCQ-LOAN-IX TO 1
           SEARCH LCQ-LOAN-ENTRY
               AT END
                   CONTINUE
               WHEN LCQ-LOAN-IX > LCQ-LOAN-COUNT
                   CONTINUE
               WHEN LCQ-LOAN-ACCT-T(LCQ-LOAN-IX)
                       = LCQ-DLQ-ACCT-T(LCQ-DLQ-IDX)
                   SET LCQ-LOAN-MATCH TO LCQ-LOAN-IX
           END-SEARCH
           IF LCQ-LOAN-MATCH = ZERO
               ADD 1 TO LCQ-CLOSED-COUNT
               DISPLAY 'NOT ON LOAN MASTER: '
                       LCQ-DLQ-ACCT-T(LCQ-DLQ-IDX)
           ELSE
               IF LCQ-LOAN-STATUS-T(LCQ-LOAN-MATCH) = 'C'
                  OR LCQ-LOAN-STATUS-T(LCQ-LOAN-MATCH) = 'O'
                   ADD 1 TO LCQ-CLOSED-COUNT
               ELSE
                   MOVE LCQ-DLQ-ACCT-T(LCQ-DLQ-IDX) TO LCQ-HOLD-ACCT
                   PERFORM CHECK-SERVICING-HOLD
                   IF LCQ-HOLD-HIT = 'Y'
                       PERFORM REGISTER-HOLD-SKIP
                   ELSE
                       PERFORM ASSIGN-TO-COLLECTOR
                   END-IF
               END-IF
           END-IF.

       ASSIGN-TO-COLLECTOR.
           SET LCQ-ASN-IX TO 1
           SEARCH LCQ-ASN-ENTRY
               AT END
                   PERFORM LIST-UNASSIGNED
               WHEN LCQ-ASN-IX > LCQ-ASN-COUNT
                   PERFORM LIST-UNASSIGNED
               WHEN LCQ-ASN-ACCT-T(LCQ-ASN-IX)
                       = LCQ-DLQ-ACCT-T(LCQ-DLQ-IDX)
                   PERFORM BUILD-QUEUE-ROW
           END-SEARCH.

       LIST-UNASSIGNED.
           ADD 1 TO LCQ-UNASN-COUNT
           MOVE LCQ-DLQ-ACCT-T(LCQ-DLQ-IDX)
               TO LCQ-UNASN-ACCT-T(LCQ-UNASN-COUNT)
           COMPUTE LCQ-UNASN-DAYS-T(LCQ-UNASN-COUNT) =
                   LCQ-DLQ-MONTHS-T(LCQ-DLQ-IDX) * LCQ-DAYS-PER-MONTH
           MOVE LCQ-DLQ-MISSED-T(LCQ-DLQ-IDX)
               TO LCQ-UNASN-MISSED-T(LCQ-UNASN-COUNT).

       BUILD-QUEUE-ROW.
           PERFORM NEXT-COLLECTOR-SEQUENCE
           MOVE LCQ-ASN-OPER-T(LCQ-ASN-IX) TO CQ-OPERATOR-ID
           MOVE LCQ-OPER-SEQ-T(LCQ-OPER-MATCH) TO CQ-SEQ
           MOVE LCQ-DLQ-ACCT-T(LCQ-DLQ-IDX) TO CQ-ACCT-ID
           MOVE SPACES TO CQ-BORROWER-NAME
           SET LCQ-BORR-IX TO 1
           SEARCH LCQ-BORR-ENTRY
               AT END
                   CONTINUE
               WHEN LCQ-BORR-IX > LCQ-BORR-COUNT
                   CONTINUE
               WHEN LCQ-BORR-ACCT-T(LCQ-BORR-IX) = CQ-ACCT-ID
                   MOVE LCQ-BORR-NAME-T(LCQ-BORR-IX)
                       TO CQ-BORROWER-NAME
           END-SEARCH
           MOVE LCQ-LOAN-BALANCE-T(LCQ-LOAN-MATCH) TO CQ-BALANCE
           COMPUTE CQ-DAYS-BEHIND =
                   LCQ-DLQ-MONTHS-T(LCQ-DLQ-IDX) * LCQ-DAYS-PER-MONTH
           MOVE LCQ-DLQ-MISSED-T(LCQ-DLQ-IDX) TO CQ-MISSED-AMOUNT
           MOVE SPACES TO CQ-PTP-DATE
           MOVE ZERO TO CQ-PTP-AMOUNT
           PERFORM VARYING LCQ-PTP-IDX FROM 1 BY 1
                   UNTIL LCQ-PTP-IDX > LCQ-PTP-COUNT
               IF LCQ-PTP-ACCT-T(LCQ-PTP-IDX) = CQ-ACCT-ID
                   MOVE LCQ-PTP-DATE-T(LCQ-PTP-IDX) TO CQ-PTP-DATE
                   MOVE LCQ-PTP-AMOUNT-T(LCQ-PTP-IDX) TO CQ-PTP-AMOUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO CQ-NEXT-ACTION-DATE
           MOVE SPACES TO CQ-LAST-CONTACT-DATE
           MOVE SPACES TO CQ-LAST-OUTCOME
           PERFORM VARYING LCQ-CH-IDX FROM 1 BY 1
                   UNTIL LCQ-CH-IDX > LCQ-CH-COUNT
               IF LCQ-CH-ACCT-T(LCQ-CH-IDX) = CQ-ACCT-ID
                   MOVE LCQ-CH-STAMP-T(LCQ-CH-IDX)(1:8)
                       TO CQ-LAST-CONTACT-DATE
                   MOVE LCQ-CH-OUTCOME-T(LCQ-CH-IDX)
                       TO CQ-LAST-OUTCOME
                   MOVE LCQ-CH-NEXT-ACTION-T(LCQ-CH-IDX)
                       TO CQ-NEXT-ACTION-DATE
               END-IF
           END-PERFORM
           ADD 1 TO LCQ-QUEUED-COUNT
           WRITE QUEUE-EXTRACT-RECORD FROM COLLECTOR-QUEUE-RECORD.

       NEXT-COLLECTOR-SEQUENCE.
           MOVE ZERO TO LCQ-OPER-MATCH
           PERFORM VARYING LCQ-OPER-IDX FROM 1 BY 1
                   UNTIL LCQ-OPER-IDX > LCQ-OPER-COUNT
               IF LCQ-OPER-ID-T(LCQ-OPER-IDX)
                       = LCQ-ASN-OPER-T(LCQ-ASN-IX)
                   MOVE LCQ-OPER-IDX TO LCQ-OPER-MATCH
               END-IF
           END-PERFORM
           IF LCQ-OPER-MATCH = ZERO
               IF LCQ-OPER-COUNT >= 100
                   DISPLAY 'COLLECTOR TABLE FULL -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO LCQ-OPER-COUNT
               MOVE LCQ-OPER-COUNT TO LCQ-OPER-MATCH
               MOVE LCQ-ASN-OPER-T(LCQ-ASN-IX)
                   TO LCQ-OPER-ID-T(LCQ-OPER-MATCH)
               MOVE ZERO TO LCQ-OPER-SEQ-T(LCQ-OPER-MATCH)
           END-IF
           ADD 1 TO LCQ-OPER-SEQ-T(LCQ-OPER-MATCH).

      *> The queue listing, collector by collector in key order --
      *> the paper copy of what each screen will page through, with
      *> follow-ups due today flagged -- then the accounts nobody
      *> is working.
       WRITE-QUEUE-REPORT.
           OPEN OUTPUT QUEUE-REPORT-OUT
           MOVE SPACES TO LCQ-LINE-WORK
           STRING 'COLLECTOR WORK QUEUE - ' DELIMITED BY SIZE
                  LCQ-TODAY DELIMITED BY SIZE
               INTO LCQ-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           OPEN INPUT QUEUE-SORTED-IN
           IF LCQ-QUEUE-STATUS = '00'
               PERFORM UNTIL LCQ-QUEUE-EOF = 'Y'
                   READ QUEUE-SORTED-IN INTO COLLECTOR-QUEUE-RECORD
                       AT END MOVE 'Y' TO LCQ-QUEUE-EOF
                       NOT AT END PERFORM WRITE-QUEUE-LINE
                   END-READ
               END-PERFORM
               CLOSE QUEUE-SORTED-IN
           END-IF
           IF LCQ-PREV-OPERATOR NOT = SPACES
               PERFORM WRITE-COLLECTOR-TOTAL
           END-IF
           PERFORM WRITE-BLANK-LINE
           MOVE 'DELINQUENT ACCOUNTS WITH NO COLLECTOR ASSIGNED'
               TO LCQ-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF LCQ-UNASN-COUNT = ZERO
               MOVE '  NONE' TO LCQ-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING LCQ-UNASN-IDX FROM 1 BY 1
                   UNTIL LCQ-UNASN-IDX > LCQ-UNASN-COUNT
               MOVE LCQ-UNASN-DAYS-T(LCQ-UNASN-IDX) TO LCQ-EDIT-DAYS
               MOVE LCQ-UNASN-MISSED-T(LCQ-UNASN-IDX)
                   TO LCQ-EDIT-AMOUNT
               STRING '  ' DELIMITED BY SIZE
                      LCQ-UNASN-ACCT-T(LCQ-UNASN-IDX)
                          DELIMITED BY SIZE
                      '  DAYS BEHIND ' DELIMITED BY SIZE
                      LCQ-EDIT-DAYS DELIMITED BY SIZE
                      '  MISSED ' DELIMITED BY SIZE
                      LCQ-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO LCQ-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE LCQ-QUEUED-COUNT TO LCQ-EDIT-COUNT
           MOVE LCQ-TOTAL-MISSED TO LCQ-EDIT-TOTAL
           STRING 'ACCOUNTS QUEUED:     ' DELIMITED BY SIZE
                  LCQ-EDIT-COUNT DELIMITED BY SIZE
                  '   MISSED AMOUNT: ' DELIMITED BY SIZE
                  LCQ-EDIT-TOTAL DELIMITED BY SIZE
               INTO LCQ-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LCQ-UNASN-COUNT TO LCQ-EDIT-COUNT
           STRING 'UNASSIGNED:          ' DELIMITED BY SIZE
                  LCQ-EDIT-COUNT DELIMITED BY SIZE
               INTO LCQ-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LCQ-HOLD-SKIPPED TO LCQ-EDIT-COUNT
           STRING 'ON SERVICING HOLD:   ' DELIMITED BY SIZE
                  LCQ-EDIT-COUNT DELIMITED BY SIZE
               INTO LCQ-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LCQ-CLOSED-COUNT TO LCQ-EDIT-COUNT
           STRING 'CLOSED/CHARGED OFF:  ' DELIMITED BY SIZE
                  LCQ-EDIT-COUNT DELIMITED BY SIZE
               INTO LCQ-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           CLOSE QUEUE-REPORT-OUT.

       WRITE-QUEUE-LINE.
           IF CQ-OPERATOR-ID NOT = LCQ-PREV-OPERATOR
               IF LCQ-PREV-OPERATOR NOT = SPACES
                   PERFORM WRITE-COLLECTOR-TOTAL
               END-IF
               MOVE CQ-OPERATOR-ID TO LCQ-PREV-OPERATOR
               PERFORM WRITE-BLANK-LINE
               STRING 'COLLECTOR ' DELIMITED BY SIZE
                      CQ-OPERATOR-ID DELIMITED BY SIZE
                   INTO LCQ-LINE-WORK
               PERFORM WRITE-REPORT-LINE
               STRING '   SEQ  ACCT    BORROWER              DAYS'
                          DELIMITED BY SIZE
                      '       MISSED       BALANCE   PROMISED BY'
                          DELIMITED BY SIZE
                      '        AMOUNT  LAST CONTACT  NEXT ACTION'
                          DELIMITED BY SIZE
                   INTO LCQ-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           ADD 1 TO LCQ-OPER-ACCOUNTS
           ADD CQ-MISSED-AMOUNT TO LCQ-OPER-MISSED
           ADD CQ-MISSED-AMOUNT TO LCQ-TOTAL-MISSED
      *> A follow-up date that has arrived (or passed) is the
      *> collector's first call of the day.
           MOVE SPACES TO LCQ-FOLLOWUP-FLAG
           IF CQ-NEXT-ACTION-DATE NOT = SPACES
               AND CQ-NEXT-ACTION-DATE <= LCQ-TODAY
               MOVE ' DUE' TO LCQ-FOLLOWUP-FLAG
               ADD 1 TO LCQ-FOLLOWUP-DUE
           END-IF
           MOVE CQ-SEQ TO LCQ-EDIT-SEQ
           MOVE CQ-DAYS-BEHIND TO LCQ-EDIT-DAYS
           MOVE CQ-MISSED-AMOUNT TO LCQ-EDIT-AMOUNT
           MOVE CQ-BALANCE TO LCQ-EDIT-BALANCE
           MOVE CQ-PTP-AMOUNT TO LCQ-EDIT-PTP
           STRING ' ' DELIMITED BY SIZE
                  LCQ-EDIT-SEQ DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CQ-ACCT-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CQ-BORROWER-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LCQ-EDIT-DAYS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LCQ-EDIT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LCQ-EDIT-BALANCE DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  CQ-PTP-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LCQ-EDIT-PTP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CQ-LAST-CONTACT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CQ-LAST-OUTCOME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CQ-NEXT-ACTION-DATE DELIMITED BY SIZE
                  LCQ-FOLLOWUP-FLAG DELIMITED BY SIZE
               INTO LCQ-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       WRITE-COLLECTOR-TOTAL.
           MOVE LCQ-OPER-ACCOUNTS TO LCQ-EDIT-COUNT
           MOVE LCQ-OPER-MISSED TO LCQ-EDIT-TOTAL
           STRING '  ACCOUNTS: ' DELIMITED BY SIZE
                  LCQ-EDIT-COUNT DELIMITED BY SIZE
                  '   MISSED: ' DELIMITED BY SIZE
                  LCQ-EDIT-TOTAL DELIMITED BY SIZE
               INTO LCQ-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO LCQ-OPER-ACCOUNTS
           MOVE ZERO TO LCQ-OPER-MISSED.

       WRITE-REPORT-LINE.
           MOVE LCQ-LINE-WORK TO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE
           MOVE SPACES TO LCQ-LINE-WORK.

       WRITE-BLANK-LINE.
           MOVE SPACES TO QUEUE-REPORT-LINE
           WRITE QUEUE-REPORT-LINE.

      *> Only holds in effect today are kept: active, started, and
      *> not past their expected end (spaces = open-ended).
       LOAD-SERVICING-HOLDS.
           OPEN INPUT SERVICING-HOLD-IN
           IF LCQ-HOLD-STATUS = '00'
               PERFORM UNTIL LCQ-HOLD-EOF = 'Y'
                   READ SERVICING-HOLD-IN
                       AT END MOVE 'Y' TO LCQ-HOLD-EOF
                       NOT AT END
                           IF LNH-STATUS = 'A'
                               AND LNH-START-DATE <= LCQ-TODAY
                               AND (LNH-EXPECTED-END = SPACES
                                    OR LNH-EXPECTED-END >= LCQ-TODAY)
                               IF LCQ-HOLD-COUNT >= 500
                                   DISPLAY 'SERVICING-HOLD TABLE FULL'
                                           ' AT 500 -- RUN STOPPED'
                                   STOP RUN
                               END-IF
                               ADD 1 TO LCQ-HOLD-COUNT
                               MOVE LNH-ACCT-ID
                                   TO LCQ-HOLD-ACCT-T(LCQ-HOLD-COUNT)
                               MOVE LNH-HOLD-TYPE
                                   TO LCQ-HOLD-TYPE-T(LCQ-HOLD-COUNT)
                               MOVE LNH-CASE-REF
                                   TO LCQ-HOLD-CASE-T(LCQ-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICING-HOLD-IN
           END-IF.

       CHECK-SERVICING-HOLD.
           MOVE 'N' TO LCQ-HOLD-HIT
           PERFORM VARYING LCQ-HOLD-IDX FROM 1 BY 1
                   UNTIL LCQ-HOLD-IDX > LCQ-HOLD-COUNT
               IF LCQ-HOLD-ACCT-T(LCQ-HOLD-IDX) = LCQ-HOLD-ACCT
                   MOVE 'Y' TO LCQ-HOLD-HIT
                   MOVE LCQ-HOLD-TYPE-T(LCQ-HOLD-IDX) TO LCQ-HOLD-TYPE
                   MOVE LCQ-HOLD-CASE-T(LCQ-HOLD-IDX) TO LCQ-HOLD-CASE
               END-IF
           END-PERFORM.

       REGISTER-HOLD-SKIP.
           ADD 1 TO LCQ-HOLD-SKIPPED
           DISPLAY 'SERVICING HOLD ' LCQ-HOLD-TYPE ' ON '
                   LCQ-HOLD-ACCT ' -- KEPT OFF THE QUEUE'
           OPEN EXTEND HOLD-SKIP-OUT
           IF LCQ-HSK-STATUS = '35'
               OPEN OUTPUT HOLD-SKIP-OUT
           END-IF
           MOVE 'LOANCOLLECTORQUEUE  ' TO HSK-JOB-NAME
           MOVE LCQ-HOLD-ACCT TO HSK-ACCT-ID
           MOVE LCQ-HOLD-TYPE TO HSK-HOLD-TYPE
           MOVE LCQ-HOLD-CASE TO HSK-CASE-REF
           MOVE 'NOT QUEUED FOR CALLS   ' TO HSK-ACTION
           MOVE LCQ-TODAY TO HSK-RUN-DATE
           WRITE HOLD-SKIP-RECORD
           CLOSE HOLD-SKIP-OUT.

       WRITE-BATCH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LCQ-BRL-END-TIME
           MOVE LCQ-BRL-START-TIME TO LCQ-BRL-TIME-PARTS
           COMPUTE LCQ-BRL-START-SECONDS =
                   LCQ-BRL-HH * 3600 + LCQ-BRL-MM * 60
                   + LCQ-BRL-SS
           MOVE LCQ-BRL-END-TIME TO LCQ-BRL-TIME-PARTS
           COMPUTE LCQ-BRL-END-SECONDS =
                   LCQ-BRL-HH * 3600 + LCQ-BRL-MM * 60
                   + LCQ-BRL-SS
           COMPUTE LCQ-BRL-ELAPSED-SECONDS =
                   LCQ-BRL-END-SECONDS - LCQ-BRL-START-SECONDS
           OPEN EXTEND BATCH-RUN-LOG-OUT
           IF LCQ-BRL-STATUS = '35'
               OPEN OUTPUT BATCH-RUN-LOG-OUT
           END-IF
           MOVE 'LOANCOLLECTORQUEUE  ' TO BRL-JOB-NAME
           MOVE LCQ-TODAY TO BRL-RUN-DATE
           MOVE LCQ-BRL-START-TIME TO BRL-START-TIME
           MOVE LCQ-BRL-END-TIME TO BRL-END-TIME
           MOVE LCQ-BRL-ELAPSED-SECONDS TO BRL-ELAPSED-SECONDS
           MOVE LCQ-QUEUED-COUNT TO BRL-RECORD-COUNT
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-OUT.
