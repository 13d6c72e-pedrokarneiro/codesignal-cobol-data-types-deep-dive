      *> Paginated one account per page in the PayStubPrint.cob
      *> style, plus a statement-summary control report totalled
      *> against the master so operations can prove every open
      *> account got exactly one statement. A promise to pay that the
      *> borrower made to a collector (LNCONTH.cpy contact history)
      *> and not yet due is shown on the statement, and the summary
      *> counts the statemented accounts collections spoke to this
      *> cycle. An account whose delivery preference (DLVPREF.cpy)
      *> is electronic goes to the e-delivery extract (EDELIV.cpy)
      *> instead of the print file -- both, if it asked for both --
      *> and the summary proves printed plus electronic back to the
      *> statements produced. An account whose borrower address is
      *> flagged bad by returned mail gets no paper statement: it
      *> goes electronically if it can, is withheld otherwise, and
      *> lands on the address-research worklist (ADDRRSCH.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DNC-REGISTER-OUT ASSIGN TO "data/DNC-SUPPRESSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBS-DNC-REG-STATUS.
      *> Money held on the unapplied sub-ledger, shown so the
      *> borrower sees a short payment was received, not lost.
           SELECT UNAPPLIED-IN ASSIGN TO "data/LNUNAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBS-UA-STATUS.
      *> Collector contact history, latest contact per account.
           SELECT CONTACT-HISTORY-IN ASSIGN TO "data/LNCONTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBS-CH-STATUS.
           SELECT DELIVERY-PREF-IN ASSIGN TO "data/DLVPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBS-DLV-STATUS.
           SELECT EDELIVERY-OUT ASSIGN TO "data/EDELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBS-EDL-STATUS.
      *> Address-research worklist: what this job held back from
      *> an address flagged bad by returned mail.
           SELECT ADDR-RESEARCH-OUT ASSIGN TO "data/ADDRRSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBS-ARW-STATUS.
           SELECT STATEMENT-OUT ASSIGN TO "data/LOAN-STMTS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-OUT ASSIGN TO "data/LOAN-STMT-SUMMARY.RPT"
       FD  LOAN-JOURNAL-IN.
       COPY LNPAYJ.

       FD  UNAPPLIED-IN.
       COPY LNUNAPP.

       FD  CONTACT-HISTORY-IN.
       COPY LNCONTH.

       FD  DELIVERY-PREF-IN.
       COPY DLVPREF.

       FD  EDELIVERY-OUT.
       COPY EDELIV.

       FD  ADDR-RESEARCH-OUT.
       COPY ADDRRSCH.

       FD  STATEMENT-OUT.
       01  STATEMENT-LINE                PIC X(80).

               10 LBS-DNC-SCOPE-T       PIC X(4).
               10 LBS-DNC-REASON-T      PIC X(20).

      *> Delivery preferences by account, and the routing counts
      *> the summary proves: a statement routed both ways counts
      *> once in each of printed and electronic.
       01 LBS-DLV-CONTROL.
           05 LBS-DLV-STATUS            PIC XX.
           05 LBS-EDL-STATUS            PIC XX.
           05 LBS-DLV-EOF               PIC X VALUE 'N'.
           05 LBS-DLV-COUNT             PIC 9(4) VALUE ZERO.
           05 LBS-DLV-OVERFLOW          PIC X VALUE 'N'.
           05 LBS-DLV-SUBJECT           PIC X(6).
           05 LBS-DLV-ROUTE             PIC X.
           05 LBS-DLV-EMAIL             PIC X(50).
           05 LBS-DLV-DOC-REF           PIC X(17).
           05 LBS-DLV-PRINTED           PIC 9(5) VALUE ZERO.
           05 LBS-DLV-ELECTRONIC        PIC 9(5) VALUE ZERO.
           05 LBS-DLV-BOTH              PIC 9(5) VALUE ZERO.
           05 LBS-DLV-NO-CONSENT        PIC 9(5) VALUE ZERO.

      *> Returned mail: the subject's address flag and the statements
      *> held back from an address flagged bad -- withheld outright,
      *> or sent electronically with only the paper copy held.
       01 LBS-RTM-CONTROL.
           05 LBS-ARW-STATUS            PIC XX.
           05 LBS-RTM-ADDR-STATUS       PIC X.
           05 LBS-RTM-RETURN-DATE       PIC X(8).
           05 LBS-RTM-RETURN-REASON     PIC X(20).
           05 LBS-RTM-WITHHOLD          PIC X.
           05 LBS-RTM-ACTION            PIC X.
           05 LBS-RTM-WITHHELD          PIC 9(5) VALUE ZERO.
           05 LBS-RTM-PAPER-HELD        PIC 9(5) VALUE ZERO.

       01 LBS-DLV-TABLE.
           05 LBS-DLV-ENTRY OCCURS 1000 TIMES
                            INDEXED BY LBS-DLV-IX.
               10 LBS-DLV-ID-T          PIC X(6).
               10 LBS-DLV-METHOD-T      PIC X(1).
               10 LBS-DLV-EMAIL-T       PIC X(50).
               10 LBS-DLV-CONSENT-T     PIC X(8).

       01 LBS-EOF-SWITCHES.
           05 LBS-ACCT-EOF              PIC X VALUE 'N'.
           05 LBS-BORR-EOF              PIC X VALUE 'N'.
               10 LBS-BORR-CITY-T       PIC X(15).
               10 LBS-BORR-STATE-T      PIC X(2).
               10 LBS-BORR-POSTAL-T     PIC X(5).
               10 LBS-BORR-ADDR-STATUS-T PIC X(1).
               10 LBS-BORR-RET-DATE-T   PIC X(8).
               10 LBS-BORR-RET-REASON-T PIC X(20).

      *> The journal held whole for the month's detail lines plus
      *> the cycle and year-to-date sums per account.
               10 LBS-J-ESCROW-T        PIC 9(7)V99.
               10 LBS-J-CHANNEL-T       PIC X(3).

      *> Unapplied balances per account.
       01 LBS-UA-CONTROL.
           05 LBS-UA-STATUS             PIC XX.
           05 LBS-UA-EOF                PIC X VALUE 'N'.
           05 LBS-UA-COUNT              PIC 9(4) VALUE ZERO.
           05 LBS-UA-HELD               PIC 9(7)V99.

       01 LBS-UA-TABLE.
           05 LBS-UA-ENTRY OCCURS 500 TIMES
                           INDEXED BY LBS-UA-IX.
               10 LBS-UA-ACCT-T         PIC X(6).
               10 LBS-UA-BALANCE-T      PIC 9(7)V99.

      *> Latest collector contact per account.
       01 LBS-CH-CONTROL.
           05 LBS-CH-STATUS             PIC XX.
           05 LBS-CH-EOF                PIC X VALUE 'N'.
           05 LBS-CH-COUNT              PIC 9(4) VALUE ZERO.
           05 LBS-CH-IDX                PIC 9(4).
           05 LBS-CH-MATCH              PIC 9(4).
           05 LBS-CH-ACCT               PIC X(6).
           05 LBS-CH-CYCLE-START        PIC X(8).
           05 LBS-CH-CONTACTED          PIC 9(5) VALUE ZERO.
           05 LBS-CH-PROMISES           PIC 9(5) VALUE ZERO.
           05 LBS-CH-STAMP.
               10 LBS-CH-STAMP-DATE     PIC X(8).
               10 LBS-CH-STAMP-TIME     PIC X(6).

       01 LBS-CH-TABLE.
           05 LBS-CH-ENTRY OCCURS 500 TIMES.
               10 LBS-CH-ACCT-T         PIC X(6).
               10 LBS-CH-STAMP-T        PIC X(14).
               10 LBS-CH-OUTCOME-T      PIC X(3).
               10 LBS-CH-PTP-DATE-T     PIC X(8).
               10 LBS-CH-PTP-AMOUNT-T   PIC 9(7)V99.

       01 LBS-STMT-WORK.
           05 LBS-STMT-COUNT            PIC 9(5) VALUE ZERO.
           05 LBS-ACCT-READ-COUNT       PIC 9(5) VALUE ZERO.

       01 LBS-LINE-WORK                 PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LBS-TODAY
           COMPUTE LBS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(LBS-TODAY)) - 30
           PERFORM LOAD-BORROWER-TABLE
           PERFORM LOAD-DNC-SUPPRESSION
           PERFORM LOAD-JOURNAL-TABLE
           PERFORM LOAD-UNAPPLIED-TABLE
           MOVE LBS-CYCLE-START TO LBS-CH-CYCLE-START
           PERFORM LOAD-CONTACT-HISTORY
           PERFORM LOAD-DELIVERY-PREFS
           OPEN OUTPUT STATEMENT-OUT
           OPEN EXTEND EDELIVERY-OUT
           IF LBS-EDL-STATUS = '35'
               OPEN OUTPUT EDELIVERY-OUT
           END-IF
           OPEN INPUT LOAN-ACCOUNT-IN
           IF LBS-ACCT-STATUS NOT = '00'
               DISPLAY 'LOAN MASTER NOT FOUND: ' LBS-ACCT-STATUS
           END-PERFORM
           CLOSE LOAN-ACCOUNT-IN
           CLOSE STATEMENT-OUT
           CLOSE EDELIVERY-OUT
           PERFORM WRITE-SUMMARY-REPORT
           DISPLAY 'Accounts on master   = ' LBS-ACCT-READ-COUNT
           DISPLAY 'Statements produced  = ' LBS-STMT-COUNT
           DISPLAY 'Closed/charged, skip = ' LBS-SKIPPED-COUNT
           DISPLAY 'Suppressed (DNC)     = ' LBS-DNC-SUPPRESSED
           DISPLAY 'Withheld, bad addr   = ' LBS-RTM-WITHHELD
           DISPLAY 'Paper held, bad addr = ' LBS-RTM-PAPER-HELD
           DISPLAY 'Contacted in cycle   = ' LBS-CH-CONTACTED
           DISPLAY 'Printed              = ' LBS-DLV-PRINTED
           DISPLAY 'Electronic           = ' LBS-DLV-ELECTRONIC
           DISPLAY 'Both ways            = ' LBS-DLV-BOTH
           STOP RUN.

       LOAD-DNC-SUPPRESSION.
                               TO LBS-BORR-STATE-T(LBS-BORR-COUNT)
                           MOVE LB-POSTAL
                               TO LBS-BORR-POSTAL-T(LBS-BORR-COUNT)
                           MOVE LB-ADDR-STATUS
                               TO LBS-BORR-ADDR-STATUS-T
                                  (LBS-BORR-COUNT)
                           MOVE LB-MAIL-RETURN-DATE
                               TO LBS-BORR-RET-DATE-T(LBS-BORR-COUNT)
                           MOVE LB-MAIL-RETURN-REASON
                               TO LBS-BORR-RET-REASON-T
                                  (LBS-BORR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LOAN-BORROWER-IN
               DISPLAY 'Borrower file not found: ' LBS-BORR-STATUS
           END-IF.

       LOAD-UNAPPLIED-TABLE.
           OPEN INPUT UNAPPLIED-IN
           IF LBS-UA-STATUS = '00'
               PERFORM UNTIL LBS-UA-EOF = 'Y'
                   READ UNAPPLIED-IN
                       AT END MOVE 'Y' TO LBS-UA-EOF
                       NOT AT END
                           IF LBS-UA-COUNT < 500
                               ADD 1 TO LBS-UA-COUNT
                               MOVE LUA-ACCT-ID
                                   TO LBS-UA-ACCT-T(LBS-UA-COUNT)
                               MOVE LUA-BALANCE
                                   TO LBS-UA-BALANCE-T(LBS-UA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNAPPLIED-IN
           END-IF.

       FIND-UNAPPLIED-BALANCE.
           MOVE ZERO TO LBS-UA-HELD
           SET LBS-UA-IX TO 1
           SEARCH LBS-UA-ENTRY
               AT END
                   CONTINUE
               WHEN LBS-UA-IX > LBS-UA-COUNT
                   CONTINUE
               WHEN LBS-UA-ACCT-T(LBS-UA-IX) = LOAN-ACCT-ID
                   MOVE LBS-UA-BALANCE-T(LBS-UA-IX) TO LBS-UA-HELD
           END-SEARCH.

       LOAD-JOURNAL-TABLE.
           OPEN INPUT LOAN-JOURNAL-IN
           IF LBS-JRNL-STATUS = '00'
      *> Statements are statutory mail: only a suppression row
      *> whose scope explicitly covers statements withholds one.
               PERFORM CHECK-DNC-SUPPRESSION
               MOVE LOAN-ACCT-ID TO LBS-DLV-SUBJECT
               PERFORM FIND-BORROWER-ADDR-STATUS
               PERFORM CHECK-RETURNED-MAIL
               IF LBS-DNC-HIT = 'Y'
                   ADD 1 TO LBS-SKIPPED-COUNT
                   PERFORM REGISTER-DNC-SUPPRESSION
               ELSE
                   IF LBS-RTM-WITHHOLD = 'Y'
                       ADD 1 TO LBS-SKIPPED-COUNT
                       PERFORM REGISTER-MAIL-WITHHELD
                   ELSE
                       PERFORM PRINT-ONE-STATEMENT
                   END-IF
               END-IF
           END-IF.

       PRINT-ONE-STATEMENT.
           ADD 1 TO LBS-STMT-COUNT
           ADD 1 TO LBS-PAGE-NUMBER
           MOVE LOAN-ACCT-ID TO LBS-DLV-SUBJECT
           PERFORM FIND-DELIVERY-ROUTE
           PERFORM WRITE-EDELIVERY-INDEX
           PERFORM SUM-CYCLE-AND-YTD
           IF LBS-PAST-DUE < ZERO
               MOVE ZERO TO LBS-PAST-DUE
                  LBS-EDIT-PAGE DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE
           PERFORM WRITE-BORROWER-BLOCK
           MOVE LBS-AMOUNT-DUE TO LBS-EDIT-AMOUNT
           MOVE SPACES TO LBS-LINE-WORK
                  LBS-DUE-DATE DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE
           IF LBS-PAST-DUE > ZERO
               MOVE LBS-PAST-DUE TO LBS-EDIT-AMOUNT
               MOVE SPACES TO LBS-LINE-WORK
                      '  ** INCLUDED ABOVE **' DELIMITED BY SIZE
                   INTO LBS-LINE-WORK
               MOVE LBS-LINE-WORK TO STATEMENT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF
           MOVE LOAN-ACCT-BALANCE TO LBS-EDIT-BALANCE
           MOVE SPACES TO LBS-LINE-WORK
                  LBS-EDIT-BALANCE DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE LOAN-ACCT-ESCROW-BAL TO LBS-EDIT-BALANCE
           MOVE SPACES TO LBS-LINE-WORK
           STRING '  ESCROW BALANCE: ' DELIMITED BY SIZE
                  LBS-EDIT-BALANCE DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE
           IF LOAN-ACCT-FEE-BAL NUMERIC
               AND LOAN-ACCT-FEE-BAL > ZERO
               MOVE LOAN-ACCT-FEE-BAL TO LBS-EDIT-BALANCE
                      LBS-EDIT-BALANCE DELIMITED BY SIZE
                   INTO LBS-LINE-WORK
               MOVE LBS-LINE-WORK TO STATEMENT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF
      *> A partial payment is held, not posted, until the rest of
      *> the installment arrives -- it is not in the activity
      *> below, so say where it is.
           PERFORM FIND-UNAPPLIED-BALANCE
           IF LBS-UA-HELD > ZERO
               MOVE LBS-UA-HELD TO LBS-EDIT-BALANCE
               MOVE SPACES TO LBS-LINE-WORK
               STRING '  UNAPPLIED FUNDS:' DELIMITED BY SIZE
                      LBS-EDIT-BALANCE DELIMITED BY SIZE
                      '  ** APPLIES WITH YOUR NEXT PAYMENT **'
                          DELIMITED BY SIZE
                   INTO LBS-LINE-WORK
               MOVE LBS-LINE-WORK TO STATEMENT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF
      *> A promise made to a collector and not yet due.
           MOVE LOAN-ACCT-ID TO LBS-CH-ACCT
           PERFORM FIND-LAST-CONTACT
           IF LBS-CH-MATCH > ZERO
               IF LBS-CH-STAMP-T(LBS-CH-MATCH)(1:8)
                       >= LBS-CH-CYCLE-START
                   ADD 1 TO LBS-CH-CONTACTED
               END-IF
               IF LBS-CH-OUTCOME-T(LBS-CH-MATCH) = 'PTP'
                   AND LBS-CH-PTP-DATE-T(LBS-CH-MATCH) >= LBS-TODAY
                   ADD 1 TO LBS-CH-PROMISES
                   MOVE LBS-CH-PTP-AMOUNT-T(LBS-CH-MATCH)
                       TO LBS-EDIT-BALANCE
                   MOVE SPACES TO LBS-LINE-WORK
                   STRING '  PROMISE TO PAY: ' DELIMITED BY SIZE
                          LBS-EDIT-BALANCE DELIMITED BY SIZE
                          '  BY ' DELIMITED BY SIZE
                          LBS-CH-PTP-DATE-T(LBS-CH-MATCH)
                              DELIMITED BY SIZE
                       INTO LBS-LINE-WORK
                   MOVE LBS-LINE-WORK TO STATEMENT-LINE
                   PERFORM EMIT-STATEMENT-LINE
               END-IF
           END-IF
           MOVE LBS-YTD-INTEREST TO LBS-EDIT-BALANCE
           MOVE SPACES TO LBS-LINE-WORK
                  LBS-EDIT-BALANCE DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE '  ACTIVITY THIS CYCLE:' TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE
           PERFORM WRITE-CYCLE-DETAIL-LINES
           MOVE SPACES TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE.

       WRITE-BORROWER-BLOCK.
           MOVE ZERO TO LBS-BORR-MATCH
               AT END
                   MOVE '  (NO BORROWER RECORD ON FILE)'
                       TO STATEMENT-LINE
                   PERFORM EMIT-STATEMENT-LINE
               WHEN LBS-BORR-ACCT-T(LBS-BORR-IX) = LOAN-ACCT-ID
                   SET LBS-BORR-MATCH TO LBS-BORR-IX
                   PERFORM WRITE-BORROWER-LINES
                  LBS-BORR-NAME-T(LBS-BORR-MATCH) DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE SPACES TO LBS-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  LBS-BORR-ADDR-T(LBS-BORR-MATCH) DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE SPACES TO LBS-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  LBS-BORR-CITY-T(LBS-BORR-MATCH) DELIMITED BY SIZE
                  LBS-BORR-POSTAL-T(LBS-BORR-MATCH) DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE.

       SUM-CYCLE-AND-YTD.
           MOVE ZERO TO LBS-CYCLE-RECEIVED
                   INTO LBS-LINE-WORK
           END-IF
           MOVE LBS-LINE-WORK TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE
           MOVE SPACES TO LBS-LINE-WORK
           MOVE LBS-J-INTEREST-T(LBS-JRNL-IDX) TO LBS-EDIT-AMOUNT
           STRING '      INT ' DELIMITED BY SIZE
                  LBS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO LBS-LINE-WORK(44:17)
           MOVE LBS-LINE-WORK TO STATEMENT-LINE
           PERFORM EMIT-STATEMENT-LINE.

      *> Control page: one statement per open account or a loud
      *> mismatch, plus the dollar totals to tie to the master.
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           IF LBS-RTM-WITHHELD > ZERO
               MOVE LBS-RTM-WITHHELD TO LBS-EDIT-COUNT
               MOVE SPACES TO LBS-LINE-WORK
               STRING '  OF WHICH BAD ADDR:  ' DELIMITED BY SIZE
                      LBS-EDIT-COUNT DELIMITED BY SIZE
                      '  (WITHHELD, RETURNED MAIL)' DELIMITED BY SIZE
                   INTO LBS-LINE-WORK
               MOVE LBS-LINE-WORK TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           MOVE LBS-STMT-COUNT TO LBS-EDIT-COUNT
           MOVE SPACES TO LBS-LINE-WORK
           STRING 'STATEMENTS PRODUCED:  ' DELIMITED BY SIZE
                   TO SUMMARY-LINE
           END-IF
           WRITE SUMMARY-LINE
           MOVE LBS-CH-CONTACTED TO LBS-EDIT-COUNT
           MOVE SPACES TO LBS-LINE-WORK
           STRING 'COLLECTOR CONTACTED:  ' DELIMITED BY SIZE
                  LBS-EDIT-COUNT DELIMITED BY SIZE
                  '  (THIS CYCLE)' DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE LBS-CH-PROMISES TO LBS-EDIT-COUNT
           MOVE SPACES TO LBS-LINE-WORK
           STRING 'OPEN PROMISES SHOWN:  ' DELIMITED BY SIZE
                  LBS-EDIT-COUNT DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE LBS-DLV-PRINTED TO LBS-EDIT-COUNT
           MOVE SPACES TO LBS-LINE-WORK
           STRING 'PRINTED:              ' DELIMITED BY SIZE
                  LBS-EDIT-COUNT DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE LBS-DLV-ELECTRONIC TO LBS-EDIT-COUNT
           MOVE SPACES TO LBS-LINE-WORK
           STRING 'ELECTRONIC:           ' DELIMITED BY SIZE
                  LBS-EDIT-COUNT DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE LBS-DLV-BOTH TO LBS-EDIT-COUNT
           MOVE SPACES TO LBS-LINE-WORK
           STRING 'LESS SENT BOTH WAYS:  ' DELIMITED BY SIZE
                  LBS-EDIT-COUNT DELIMITED BY SIZE
               INTO LBS-LINE-WORK
           MOVE LBS-LINE-WORK TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           IF LBS-DLV-PRINTED + LBS-DLV-ELECTRONIC - LBS-DLV-BOTH
                   = LBS-STMT-COUNT
               MOVE 'PRINTED + ELECTRONIC TIES TO STATEMENTS PRODUCED'
                   TO SUMMARY-LINE
           ELSE
               MOVE '** PRINTED + ELECTRONIC DOES NOT TIE TO RUN **'
                   TO SUMMARY-LINE
           END-IF
           WRITE SUMMARY-LINE
           IF LBS-DLV-NO-CONSENT > ZERO
               MOVE LBS-DLV-NO-CONSENT TO LBS-EDIT-COUNT
               MOVE SPACES TO LBS-LINE-WORK
               STRING 'E-PREF, PRINTED:      ' DELIMITED BY SIZE
                      LBS-EDIT-COUNT DELIMITED BY SIZE
                      '  (NO E-MAIL OR CONSENT ON FILE)'
                          DELIMITED BY SIZE
                   INTO LBS-LINE-WORK
               MOVE LBS-LINE-WORK TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           MOVE LBS-TOTAL-DUE TO LBS-EDIT-TOTAL
           MOVE SPACES TO LBS-LINE-WORK
           STRING 'TOTAL AMOUNT DUE:     ' DELIMITED BY SIZE
           MOVE LBS-LINE-WORK TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           CLOSE SUMMARY-OUT.

      *> The history is appended in call order; the date/time stamp
      *> decides the latest contact per account all the same.
       LOAD-CONTACT-HISTORY.
           OPEN INPUT CONTACT-HISTORY-IN
           IF LBS-CH-STATUS = '00'
               PERFORM UNTIL LBS-CH-EOF = 'Y'
                   READ CONTACT-HISTORY-IN
                       AT END MOVE 'Y' TO LBS-CH-EOF
                       NOT AT END PERFORM STORE-LATEST-CONTACT
                   END-READ
               END-PERFORM
               CLOSE CONTACT-HISTORY-IN
           END-IF.

       STORE-LATEST-CONTACT.
           MOVE CH-CONTACT-DATE TO LBS-CH-STAMP-DATE
           MOVE CH-CONTACT-TIME TO LBS-CH-STAMP-TIME
           MOVE CH-ACCT-ID TO LBS-CH-ACCT
           PERFORM FIND-LAST-CONTACT
           IF LBS-CH-MATCH = ZERO
               IF LBS-CH-COUNT < 500
                   ADD 1 TO LBS-CH-COUNT
                   MOVE LBS-CH-COUNT TO LBS-CH-MATCH
                   MOVE CH-ACCT-ID TO LBS-CH-ACCT-T(LBS-CH-MATCH)
                   MOVE SPACES TO LBS-CH-STAMP-T(LBS-CH-MATCH)
               END-IF
           END-IF
           IF LBS-CH-MATCH > ZERO
               AND LBS-CH-STAMP >= LBS-CH-STAMP-T(LBS-CH-MATCH)
               MOVE LBS-CH-STAMP TO LBS-CH-STAMP-T(LBS-CH-MATCH)
               MOVE CH-OUTCOME TO LBS-CH-OUTCOME-T(LBS-CH-MATCH)
               MOVE CH-PTP-DATE TO LBS-CH-PTP-DATE-T(LBS-CH-MATCH)
               MOVE CH-PTP-AMOUNT
                   TO LBS-CH-PTP-AMOUNT-T(LBS-CH-MATCH)
           END-IF.

       FIND-LAST-CONTACT.
           MOVE ZERO TO LBS-CH-MATCH
           PERFORM VARYING LBS-CH-IDX FROM 1 BY 1
                   UNTIL LBS-CH-IDX > LBS-CH-COUNT
               IF LBS-CH-ACCT-T(LBS-CH-IDX) = LBS-CH-ACCT
                   MOVE LBS-CH-IDX TO LBS-CH-MATCH
               END-IF
           END-PERFORM.

       LOAD-DELIVERY-PREFS.
           OPEN INPUT DELIVERY-PREF-IN
           IF LBS-DLV-STATUS = '00'
               PERFORM UNTIL LBS-DLV-EOF = 'Y'
                   READ DELIVERY-PREF-IN
                       AT END MOVE 'Y' TO LBS-DLV-EOF
                       NOT AT END
                           IF LBS-DLV-COUNT < 1000
                               ADD 1 TO LBS-DLV-COUNT
                               MOVE DLP-SUBJECT-ID
                                   TO LBS-DLV-ID-T(LBS-DLV-COUNT)
                               MOVE DLP-METHOD
                                   TO LBS-DLV-METHOD-T(LBS-DLV-COUNT)
                               MOVE DLP-EMAIL
                                   TO LBS-DLV-EMAIL-T(LBS-DLV-COUNT)
                               MOVE DLP-CONSENT-DATE
                                   TO LBS-DLV-CONSENT-T
                                      (LBS-DLV-COUNT)
                           ELSE
                               IF LBS-DLV-OVERFLOW = 'N'
                                   MOVE 'Y' TO LBS-DLV-OVERFLOW
                                   DISPLAY 'DELIVERY PREFERENCES OVER '
                                           '1000 ROWS -- LATER '
                                           'SUBJECTS MAILED ON PAPER'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-PREF-IN
           END-IF.

      *> Paper unless the account chose electronic (or both) and
      *> the row carries an address and a consent date already
      *> reached -- without those the statement still prints.
       FIND-DELIVERY-ROUTE.
           MOVE 'P' TO LBS-DLV-ROUTE
           MOVE SPACES TO LBS-DLV-EMAIL
           SET LBS-DLV-IX TO 1
           SEARCH LBS-DLV-ENTRY
               AT END
                   CONTINUE
               WHEN LBS-DLV-IX > LBS-DLV-COUNT
                   CONTINUE
               WHEN LBS-DLV-ID-T(LBS-DLV-IX) = LBS-DLV-SUBJECT
                   IF LBS-DLV-METHOD-T(LBS-DLV-IX) = 'E'
                       OR LBS-DLV-METHOD-T(LBS-DLV-IX) = 'B'
                       IF LBS-DLV-EMAIL-T(LBS-DLV-IX) NOT = SPACES
                           AND LBS-DLV-CONSENT-T(LBS-DLV-IX) NUMERIC
                           AND LBS-DLV-CONSENT-T(LBS-DLV-IX)
                               NOT > LBS-TODAY
                           MOVE LBS-DLV-METHOD-T(LBS-DLV-IX)
                               TO LBS-DLV-ROUTE
                           MOVE LBS-DLV-EMAIL-T(LBS-DLV-IX)
                               TO LBS-DLV-EMAIL
                       ELSE
                           ADD 1 TO LBS-DLV-NO-CONSENT
                       END-IF
                   END-IF
           END-SEARCH
           IF LBS-RTM-ADDR-STATUS = 'B'
               AND LBS-DLV-ROUTE = 'B'
               MOVE 'E' TO LBS-DLV-ROUTE
               ADD 1 TO LBS-RTM-PAPER-HELD
               MOVE 'E' TO LBS-RTM-ACTION
               PERFORM REGISTER-ADDRESS-RESEARCH
           END-IF
           IF LBS-DLV-ROUTE NOT = 'E'
               ADD 1 TO LBS-DLV-PRINTED
           END-IF
           IF LBS-DLV-ROUTE NOT = 'P'
               ADD 1 TO LBS-DLV-ELECTRONIC
           END-IF
           IF LBS-DLV-ROUTE = 'B'
               ADD 1 TO LBS-DLV-BOTH
           END-IF.

       FIND-BORROWER-ADDR-STATUS.
           MOVE SPACES TO LBS-RTM-ADDR-STATUS
           MOVE SPACES TO LBS-RTM-RETURN-DATE
           MOVE SPACES TO LBS-RTM-RETURN-REASON
           SET LBS-BORR-IX TO 1
           SEARCH LBS-BORR-ENTRY
               AT END
                   CONTINUE
               WHEN LBS-BORR-IX > LBS-BORR-COUNT
                   CONTINUE
               WHEN LBS-BORR-ACCT-T(LBS-BORR-IX) = LBS-DLV-SUBJECT
                   MOVE LBS-BORR-ADDR-STATUS-T(LBS-BORR-IX)
                       TO LBS-RTM-ADDR-STATUS
                   MOVE LBS-BORR-RET-DATE-T(LBS-BORR-IX)
                       TO LBS-RTM-RETURN-DATE
                   MOVE LBS-BORR-RET-REASON-T(LBS-BORR-IX)
                       TO LBS-RTM-RETURN-REASON
           END-SEARCH.

      *> A statement to an address flagged bad is withheld unless the
      *> subject can take it electronically (same test as the
      *> delivery route); either way the item goes on the
      *> address-research worklist.
       CHECK-RETURNED-MAIL.
           MOVE 'N' TO LBS-RTM-WITHHOLD
           IF LBS-RTM-ADDR-STATUS = 'B'
               MOVE 'Y' TO LBS-RTM-WITHHOLD
               SET LBS-DLV-IX TO 1
               SEARCH LBS-DLV-ENTRY
                   AT END
                       CONTINUE
                   WHEN LBS-DLV-IX > LBS-DLV-COUNT
                       CONTINUE
                   WHEN LBS-DLV-ID-T(LBS-DLV-IX) = LBS-DLV-SUBJECT
                       IF (LBS-DLV-METHOD-T(LBS-DLV-IX) = 'E'
                           OR LBS-DLV-METHOD-T(LBS-DLV-IX) = 'B')
                           AND LBS-DLV-EMAIL-T(LBS-DLV-IX) NOT = SPACES
                           AND LBS-DLV-CONSENT-T(LBS-DLV-IX) NUMERIC
                           AND LBS-DLV-CONSENT-T(LBS-DLV-IX)
                               NOT > LBS-TODAY
                           MOVE 'N' TO LBS-RTM-WITHHOLD
                       END-IF
               END-SEARCH
           END-IF.

       REGISTER-MAIL-WITHHELD.
           ADD 1 TO LBS-RTM-WITHHELD
           DISPLAY 'ADDRESS FLAGGED BAD ON ' LBS-DLV-SUBJECT
                   ' -- STATEMENT WITHHELD'
           MOVE 'W' TO LBS-RTM-ACTION
           PERFORM REGISTER-ADDRESS-RESEARCH.

       REGISTER-ADDRESS-RESEARCH.
           OPEN EXTEND ADDR-RESEARCH-OUT
           IF LBS-ARW-STATUS = '35'
               OPEN OUTPUT ADDR-RESEARCH-OUT
           END-IF
           MOVE 'L' TO ARW-SUBJECT-TYPE
           MOVE LBS-DLV-SUBJECT TO ARW-SUBJECT-ID
           MOVE 'STMT' TO ARW-DOC-TYPE
           MOVE 'LOANBILLINGSTMTS    ' TO ARW-JOB-NAME
           MOVE LBS-TODAY TO ARW-RUN-DATE
           MOVE LBS-RTM-ACTION TO ARW-ACTION
           MOVE LBS-RTM-RETURN-DATE TO ARW-RETURN-DATE
           MOVE LBS-RTM-RETURN-REASON TO ARW-RETURN-REASON
           WRITE ADDRESS-RESEARCH-RECORD
           CLOSE ADDR-RESEARCH-OUT.

       WRITE-EDELIVERY-INDEX.
           IF LBS-DLV-ROUTE NOT = 'P'
               MOVE SPACES TO EDELIVERY-RECORD
               MOVE 'I' TO EDL-RECORD-TYPE
               MOVE 'STMT' TO EDL-DOC-TYPE
               MOVE LBS-TODAY TO EDL-RUN-DATE
               MOVE LBS-STMT-COUNT TO EDL-DOC-SEQ
               MOVE LBS-DLV-SUBJECT TO EDL-SUBJECT-ID
               MOVE LBS-DLV-ROUTE TO EDL-DELIVERY
               MOVE LBS-DLV-EMAIL TO EDL-EMAIL
               MOVE 'LOANBILLINGSTMTS    ' TO EDL-JOB-NAME
               MOVE EDL-DOC-REF TO LBS-DLV-DOC-REF
               WRITE EDELIVERY-RECORD
           END-IF.

      *> Every statement line goes where the account's route says:
      *> the print file, the e-delivery extract, or both.
       EMIT-STATEMENT-LINE.
           IF LBS-DLV-ROUTE NOT = 'E'
               WRITE STATEMENT-LINE
           END-IF
           IF LBS-DLV-ROUTE NOT = 'P'
               MOVE 'D' TO EDL-RECORD-TYPE
               MOVE LBS-DLV-DOC-REF TO EDL-DOC-REF
               MOVE STATEMENT-LINE TO EDL-DOC-LINE
               WRITE EDELIVERY-RECORD
           END-IF.
