       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayeeConflictScan.
      *> Nightly cross-file payee conflict scan. Nothing stopped the
      *> same bank account being an employee's direct deposit, a
      *> vendor's remittance account and a garnishment agency's
      *> account at once -- the classic sign of a payroll ghost or a
      *> made-up vendor. This collects every routing/account pair
      *> off the employee master, the vendor master, the garnishment
      *> orders and the loan auto-pay enrollments and raises a
      *> review item for any account on two different payees; and
      *> it compares every vendor's street address against the
      *> employees' wage-statement addresses (PAYTAXID) and the
      *> customer contact file.
      *>
      *> Review items follow WatchListScreening.cob: each waits for
      *> a cleared/confirmed disposition, dispositions apply here
      *> with an audit row of who decided what and when, and a pair
      *> already on the review file (any disposition) never raises
      *> again. Bank details are printed through AccountMask.cob.
      *>
      *> Not compared: terminated employees, closed vendors, paid-off
      *> garnishment orders, blank or all-zero account numbers (the
      *> check-paid vendors' placeholder), two orders paying the
      *> same agency, and two loans of the same borrower paid from
      *> one account. Neither the vendor master nor the employee
      *> files carry a telephone number, so vendor-to-employee
      *> matching is on address alone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-EMPLOYEE-IN ASSIGN TO "data/PAYEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-EMP-STATUS.
           SELECT VENDOR-IN ASSIGN TO "data/APVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-VEND-STATUS.
           SELECT GARN-ORDER-IN ASSIGN TO "data/PAYGARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-GARN-STATUS.
           SELECT ENROLL-IN ASSIGN TO "data/LNACHENR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-ENR-STATUS.
           SELECT LOAN-BORROWER-IN ASSIGN TO "data/LOANBORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-BORR-STATUS.
           SELECT TAX-IDENTITY-IN ASSIGN TO "data/PAYTAXID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-TAXID-STATUS.
           SELECT CUST-CONTACT-IN ASSIGN TO "data/CUSTCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-CONT-STATUS.
           SELECT REVIEW-IN ASSIGN TO "data/PAYEEREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-REV-IN-STATUS.
           SELECT REVIEW-OUT ASSIGN TO "data/PAYEEREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPOSITION-IN ASSIGN TO "data/PAYEEDSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-DISP-STATUS.
      *> Disposition audit trail, append-only.
           SELECT AUDIT-OUT ASSIGN TO "data/PAYEEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-AUD-STATUS.
           SELECT CONFLICT-REPORT-OUT ASSIGN TO "data/PAYEE-CONF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-RUN-LOG-OUT ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCS-BRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-EMPLOYEE-IN.
       COPY PAYEMP.

       FD  VENDOR-IN.
       COPY APVEND.

       FD  GARN-ORDER-IN.
       COPY PAYGARN.

       FD  ENROLL-IN.
       COPY LNACHENR.

       FD  LOAN-BORROWER-IN.
       COPY LNBORR.

       FD  TAX-IDENTITY-IN.
       COPY PAYTAXID.

       FD  CUST-CONTACT-IN.
       COPY CUSTCONT.

       FD  REVIEW-IN.
       COPY PAYEEREV.

       FD  REVIEW-OUT.
       01  REVIEW-OUT-RECORD.
           05 PRO-HIT-KIND               PIC X(1).
           05 PRO-PARTY-1-TYPE           PIC X(1).
           05 PRO-PARTY-1-ID             PIC X(8).
           05 PRO-PARTY-1-NAME           PIC X(20).
           05 PRO-PARTY-2-TYPE           PIC X(1).
           05 PRO-PARTY-2-ID             PIC X(8).
           05 PRO-PARTY-2-NAME           PIC X(20).
           05 PRO-MATCH-VALUE            PIC X(30).
           05 PRO-DISPOSITION            PIC X(1).
           05 PRO-INITIALS               PIC X(3).
           05 PRO-DISP-DATE              PIC X(8).
           05 PRO-RAISED-DATE            PIC X(8).

       FD  DISPOSITION-IN.
       01  DISPOSITION-RECORD.
           05 PDT-HIT-KIND               PIC X(1).
           05 PDT-PARTY-1-TYPE           PIC X(1).
           05 PDT-PARTY-1-ID             PIC X(8).
           05 PDT-PARTY-2-TYPE           PIC X(1).
           05 PDT-PARTY-2-ID             PIC X(8).
           05 PDT-DISPOSITION            PIC X(1).
           05 PDT-INITIALS               PIC X(3).

       FD  AUDIT-OUT.
       01  AUDIT-RECORD.
           05 PAU-HIT-KIND               PIC X(1).
           05 PAU-PARTY-1-TYPE           PIC X(1).
           05 PAU-PARTY-1-ID             PIC X(8).
           05 PAU-PARTY-2-TYPE           PIC X(1).
           05 PAU-PARTY-2-ID             PIC X(8).
           05 PAU-DISPOSITION            PIC X(1).
           05 PAU-INITIALS               PIC X(3).
           05 PAU-AUDIT-DATE             PIC X(8).

       FD  CONFLICT-REPORT-OUT.
       01  CONFLICT-REPORT-LINE          PIC X(132).

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.

       WORKING-STORAGE SECTION.
       01 PCS-EOF-SWITCHES.
           05 PCS-EMP-EOF               PIC X VALUE 'N'.
           05 PCS-VEND-EOF              PIC X VALUE 'N'.
           05 PCS-GARN-EOF              PIC X VALUE 'N'.
           05 PCS-ENR-EOF               PIC X VALUE 'N'.
           05 PCS-BORR-EOF              PIC X VALUE 'N'.
           05 PCS-TAXID-EOF             PIC X VALUE 'N'.
           05 PCS-CONT-EOF              PIC X VALUE 'N'.
           05 PCS-REV-EOF               PIC X VALUE 'N'.
           05 PCS-DISP-EOF              PIC X VALUE 'N'.

       01 PCS-FILE-STATUSES.
           05 PCS-EMP-STATUS            PIC XX.
           05 PCS-VEND-STATUS           PIC XX.
           05 PCS-GARN-STATUS           PIC XX.
           05 PCS-ENR-STATUS            PIC XX.
           05 PCS-BORR-STATUS           PIC XX.
           05 PCS-TAXID-STATUS          PIC XX.
           05 PCS-CONT-STATUS           PIC XX.
           05 PCS-REV-IN-STATUS         PIC XX.
           05 PCS-DISP-STATUS           PIC XX.
           05 PCS-AUD-STATUS            PIC XX.
           05 PCS-BRL-STATUS            PIC XX.

       01 PCS-TODAY                     PIC X(8).

      *> Every live routing/account pair, with whose it is.
       01 PCS-BANK-CONTROL.
           05 PCS-BANK-COUNT            PIC 9(4) VALUE ZERO.
           05 PCS-BANK-I                PIC 9(4).
           05 PCS-BANK-J                PIC 9(4).
           05 PCS-BANK-START            PIC 9(4).

       01 PCS-BANK-TABLE.
           05 PCS-BANK-ENTRY OCCURS 3000 TIMES.
               10 PCS-BK-TYPE-T         PIC X(1).
               10 PCS-BK-ID-T           PIC X(8).
               10 PCS-BK-NAME-T         PIC X(20).
               10 PCS-BK-ROUTING-T      PIC X(9).
               10 PCS-BK-ACCOUNT-T      PIC X(17).

      *> Street-and-postal keys: vendors, employees, customers.
       01 PCS-ADDR-CONTROL.
           05 PCS-ADDR-COUNT            PIC 9(4) VALUE ZERO.
           05 PCS-ADDR-I                PIC 9(4).
           05 PCS-ADDR-J                PIC 9(4).

       01 PCS-ADDR-TABLE.
           05 PCS-ADDR-ENTRY OCCURS 3000 TIMES.
               10 PCS-AD-TYPE-T         PIC X(1).
               10 PCS-AD-ID-T           PIC X(8).
               10 PCS-AD-NAME-T         PIC X(20).
               10 PCS-AD-KEY-T          PIC X(25).

      *> Borrower names, so a loan enrollment reads as a person.
       01 PCS-BORR-CONTROL.
           05 PCS-BORR-COUNT            PIC 9(4) VALUE ZERO.
           05 PCS-BORR-MATCH            PIC 9(4).

       01 PCS-BORR-TABLE.
           05 PCS-BORR-ENTRY OCCURS 2000 TIMES
                             INDEXED BY PCS-BORR-IX.
               10 PCS-BR-ACCT-T         PIC X(6).
               10 PCS-BR-NAME-T         PIC X(20).

      *> Review items held whole: old items keep their
      *> dispositions, new hits append.
       01 PCS-REV-CONTROL.
           05 PCS-REV-COUNT             PIC 9(4) VALUE ZERO.
           05 PCS-REV-IDX               PIC 9(4).

       01 PCS-REV-TABLE.
           05 PCS-REV-ENTRY OCCURS 2000 TIMES.
               10 PCS-RV-KIND-T         PIC X(1).
               10 PCS-RV-P1-TYPE-T      PIC X(1).
               10 PCS-RV-P1-ID-T        PIC X(8).
               10 PCS-RV-P1-NAME-T      PIC X(20).
               10 PCS-RV-P2-TYPE-T      PIC X(1).
               10 PCS-RV-P2-ID-T        PIC X(8).
               10 PCS-RV-P2-NAME-T      PIC X(20).
               10 PCS-RV-VALUE-T        PIC X(30).
               10 PCS-RV-DISP-T         PIC X(1).
               10 PCS-RV-INIT-T         PIC X(3).
               10 PCS-RV-DDATE-T        PIC X(8).
               10 PCS-RV-RAISED-T       PIC X(8).

      *> The pair being judged and the normalization work.
       01 PCS-MATCH-FIELDS.
           05 PCS-HIT-KIND              PIC X(1).
           05 PCS-HIT-P1-TYPE           PIC X(1).
           05 PCS-HIT-P1-ID             PIC X(8).
           05 PCS-HIT-P1-NAME           PIC X(20).
           05 PCS-HIT-P2-TYPE           PIC X(1).
           05 PCS-HIT-P2-ID             PIC X(8).
           05 PCS-HIT-P2-NAME           PIC X(20).
           05 PCS-HIT-VALUE             PIC X(30).
           05 PCS-HIT-NEW               PIC X(1).
           05 PCS-SAME-PAYEE            PIC X(1).
           05 PCS-ACCT-DIGITS           PIC 9(2).
           05 PCS-NORM-IN               PIC X(25).
           05 PCS-NORM-OUT              PIC X(20).
           05 PCS-NORM-I                PIC 9(2).
           05 PCS-NORM-O                PIC 9(2).
           05 PCS-NORM-CH               PIC X(1).
           05 PCS-PARTY-ID              PIC X(8).
           05 PCS-PARTY-NAME            PIC X(20).
           05 PCS-PARTY-POSTAL          PIC X(5).
           05 PCS-PARTY-ROUTING         PIC X(9).
           05 PCS-PARTY-ACCOUNT         PIC X(17).

       01 PCS-COUNTERS.
           05 PCS-ACCOUNTS-COLLECTED    PIC 9(5) VALUE ZERO.
           05 PCS-ADDRESSES-COLLECTED   PIC 9(5) VALUE ZERO.
           05 PCS-NEW-BANK-HITS         PIC 9(4) VALUE ZERO.
           05 PCS-NEW-ADDR-HITS         PIC 9(4) VALUE ZERO.
           05 PCS-DISP-APPLIED          PIC 9(4) VALUE ZERO.
           05 PCS-PENDING-COUNT         PIC 9(4) VALUE ZERO.

       01 PCS-SHOW-VALUE                PIC X(30).
       01 PCS-KIND-TEXT                 PIC X(16).
       01 PCS-LINE-WORK                 PIC X(132).

       01 AM-CLEAR-VALUE                PIC X(17).
       01 AM-MASKED-VALUE               PIC X(17).

       01 PCS-BRL-START-TIME            PIC X(6).
       01 PCS-BRL-END-TIME              PIC X(6).
       01 PCS-BRL-START-SECONDS         PIC 9(6).
       01 PCS-BRL-END-SECONDS           PIC 9(6).
       01 PCS-BRL-ELAPSED-SECONDS       PIC 9(6).
       01 PCS-BRL-TIME-PARTS.
           05 PCS-BRL-HH                PIC 99.
           05 PCS-BRL-MM                PIC 99.
           05 PCS-BRL-SS                PIC 99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO PCS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO PCS-BRL-START-TIME
           PERFORM LOAD-REVIEW-FILE
           PERFORM APPLY-DISPOSITIONS
           PERFORM LOAD-BORROWER-NAMES
           PERFORM COLLECT-EMPLOYEES
           PERFORM COLLECT-VENDORS
           PERFORM COLLECT-GARNISHMENT-AGENCIES
           PERFORM COLLECT-LOAN-ENROLLMENTS
           PERFORM COLLECT-EMPLOYEE-ADDRESSES
           PERFORM COLLECT-CUSTOMER-ADDRESSES
           OPEN OUTPUT CONFLICT-REPORT-OUT
           MOVE SPACES TO CONFLICT-REPORT-LINE
           STRING 'PAYEE BANK-ACCOUNT AND ADDRESS CONFLICTS - '
                      DELIMITED BY SIZE
                  PCS-TODAY DELIMITED BY SIZE
               INTO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           MOVE 'NEW HITS:' TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           PERFORM COMPARE-BANK-ACCOUNTS
           PERFORM COMPARE-VENDOR-ADDRESSES
           IF PCS-NEW-BANK-HITS + PCS-NEW-ADDR-HITS = ZERO
               MOVE '  (NONE)' TO CONFLICT-REPORT-LINE
               WRITE CONFLICT-REPORT-LINE
           END-IF
           PERFORM WRITE-PENDING-SECTION
           CLOSE CONFLICT-REPORT-OUT
           PERFORM WRITE-REVIEW-FILE
           PERFORM WRITE-BATCH-RUN-LOG
           DISPLAY 'Bank accounts        = ' PCS-ACCOUNTS-COLLECTED
           DISPLAY 'Addresses            = ' PCS-ADDRESSES-COLLECTED
           DISPLAY 'New shared accounts  = ' PCS-NEW-BANK-HITS
           DISPLAY 'New address matches  = ' PCS-NEW-ADDR-HITS
           DISPLAY 'Dispositions applied = ' PCS-DISP-APPLIED
           DISPLAY 'Awaiting review      = ' PCS-PENDING-COUNT
           STOP RUN.

       LOAD-REVIEW-FILE.
           OPEN INPUT REVIEW-IN
           IF PCS-REV-IN-STATUS = '00'
               PERFORM UNTIL PCS-REV-EOF = 'Y'
                   READ REVIEW-IN
                       AT END MOVE 'Y' TO PCS-REV-EOF
                       NOT AT END
                           IF PCS-REV-COUNT >= 2000
                               DISPLAY 'REVIEW TABLE FULL AT 2000 -- '
                                       'FILE NOT REWRITTEN'
                               STOP RUN
                           END-IF
                           ADD 1 TO PCS-REV-COUNT
                           MOVE PRV-HIT-KIND
                               TO PCS-RV-KIND-T(PCS-REV-COUNT)
                           MOVE PRV-PARTY-1-TYPE
                               TO PCS-RV-P1-TYPE-T(PCS-REV-COUNT)
                           MOVE PRV-PARTY-1-ID
                               TO PCS-RV-P1-ID-T(PCS-REV-COUNT)
                           MOVE PRV-PARTY-1-NAME
                               TO PCS-RV-P1-NAME-T(PCS-REV-COUNT)
                           MOVE PRV-PARTY-2-TYPE
                               TO PCS-RV-P2-TYPE-T(PCS-REV-COUNT)
                           MOVE PRV-PARTY-2-ID
                               TO PCS-RV-P2-ID-T(PCS-REV-COUNT)
                           MOVE PRV-PARTY-2-NAME
                               TO PCS-RV-P2-NAME-T(PCS-REV-COUNT)
                           MOVE PRV-MATCH-VALUE
                               TO PCS-RV-VALUE-T(PCS-REV-COUNT)
                           MOVE PRV-DISPOSITION
                               TO PCS-RV-DISP-T(PCS-REV-COUNT)
                           MOVE PRV-INITIALS
                               TO PCS-RV-INIT-T(PCS-REV-COUNT)
                           MOVE PRV-DISP-DATE
                               TO PCS-RV-DDATE-T(PCS-REV-COUNT)
                           MOVE PRV-RAISED-DATE
                               TO PCS-RV-RAISED-T(PCS-REV-COUNT)
                   END-READ
               END-PERFORM
               CLOSE REVIEW-IN
           END-IF.

      *> Dispositions from internal audit, every one audited. The
      *> pair may be keyed in either order.
       APPLY-DISPOSITIONS.
           OPEN EXTEND AUDIT-OUT
           IF PCS-AUD-STATUS = '35'
               OPEN OUTPUT AUDIT-OUT
           END-IF
           OPEN INPUT DISPOSITION-IN
           IF PCS-DISP-STATUS = '00'
               PERFORM UNTIL PCS-DISP-EOF = 'Y'
                   READ DISPOSITION-IN
                       AT END MOVE 'Y' TO PCS-DISP-EOF
                       NOT AT END PERFORM APPLY-ONE-DISPOSITION
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-IN
           END-IF
           CLOSE AUDIT-OUT.

       APPLY-ONE-DISPOSITION.
           IF PDT-DISPOSITION NOT = 'C'
              AND PDT-DISPOSITION NOT = 'F'
               DISPLAY 'DISPOSITION MUST BE C OR F: '
                       PDT-DISPOSITION
           ELSE
               PERFORM VARYING PCS-REV-IDX FROM 1 BY 1
                       UNTIL PCS-REV-IDX > PCS-REV-COUNT
                   IF PCS-RV-KIND-T(PCS-REV-IDX) = PDT-HIT-KIND
                      AND PCS-RV-DISP-T(PCS-REV-IDX) = 'N'
                      AND ((PCS-RV-P1-TYPE-T(PCS-REV-IDX)
                                = PDT-PARTY-1-TYPE
                            AND PCS-RV-P1-ID-T(PCS-REV-IDX)
                                = PDT-PARTY-1-ID
                            AND PCS-RV-P2-TYPE-T(PCS-REV-IDX)
                                = PDT-PARTY-2-TYPE
                            AND PCS-RV-P2-ID-T(PCS-REV-IDX)
                                = PDT-PARTY-2-ID)
                        OR (PCS-RV-P1-TYPE-T(PCS-REV-IDX)
                                = PDT-PARTY-2-TYPE
                            AND PCS-RV-P1-ID-T(PCS-REV-IDX)
                                = PDT-PARTY-2-ID
                            AND PCS-RV-P2-TYPE-T(PCS-REV-IDX)
                                = PDT-PARTY-1-TYPE
                            AND PCS-RV-P2-ID-T(PCS-REV-IDX)
                                = PDT-PARTY-1-ID))
                       ADD 1 TO PCS-DISP-APPLIED
                       MOVE PDT-DISPOSITION
                           TO PCS-RV-DISP-T(PCS-REV-IDX)
                       MOVE PDT-INITIALS
                           TO PCS-RV-INIT-T(PCS-REV-IDX)
                       MOVE PCS-TODAY
                           TO PCS-RV-DDATE-T(PCS-REV-IDX)
                       MOVE PDT-HIT-KIND     TO PAU-HIT-KIND
                       MOVE PDT-PARTY-1-TYPE TO PAU-PARTY-1-TYPE
                       MOVE PDT-PARTY-1-ID   TO PAU-PARTY-1-ID
                       MOVE PDT-PARTY-2-TYPE TO PAU-PARTY-2-TYPE
                       MOVE PDT-PARTY-2-ID   TO PAU-PARTY-2-ID
                       MOVE PDT-DISPOSITION  TO PAU-DISPOSITION
                       MOVE PDT-INITIALS     TO PAU-INITIALS
                       MOVE PCS-TODAY        TO PAU-AUDIT-DATE
                       WRITE AUDIT-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-BORROWER-NAMES.
           OPEN INPUT LOAN-BORROWER-IN
           IF PCS-BORR-STATUS = '00'
               PERFORM UNTIL PCS-BORR-EOF = 'Y'
                   READ LOAN-BORROWER-IN
                       AT END MOVE 'Y' TO PCS-BORR-EOF
                       NOT AT END
                           IF PCS-BORR-COUNT < 2000
                               ADD 1 TO PCS-BORR-COUNT
                               MOVE LB-ACCT-ID
                                   TO PCS-BR-ACCT-T(PCS-BORR-COUNT)
                               MOVE LB-NAME
                                   TO PCS-BR-NAME-T(PCS-BORR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-BORROWER-IN
           END-IF.

       COLLECT-EMPLOYEES.
           OPEN INPUT PAY-EMPLOYEE-IN
           IF PCS-EMP-STATUS = '00'
               PERFORM UNTIL PCS-EMP-EOF = 'Y'
                   READ PAY-EMPLOYEE-IN
                       AT END MOVE 'Y' TO PCS-EMP-EOF
                       NOT AT END
                           IF PAY-EMP-STATUS NOT = 'T'
                               MOVE PAY-EMP-ID TO PCS-PARTY-ID
                               MOVE PAY-EMP-NAME TO PCS-PARTY-NAME
                               MOVE 'E' TO PCS-HIT-P1-TYPE
                               MOVE PAY-EMP-ROUTING
                                   TO PCS-PARTY-ROUTING
                               MOVE PAY-EMP-ACCOUNT
                                   TO PCS-PARTY-ACCOUNT
                               PERFORM ADD-BANK-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-EMPLOYEE-IN
           ELSE
               DISPLAY 'Employee master not found: ' PCS-EMP-STATUS
           END-IF.

      *> Vendors give both an account and an address.
       COLLECT-VENDORS.
           OPEN INPUT VENDOR-IN
           IF PCS-VEND-STATUS = '00'
               PERFORM UNTIL PCS-VEND-EOF = 'Y'
                   READ VENDOR-IN
                       AT END MOVE 'Y' TO PCS-VEND-EOF
                       NOT AT END
                           IF AP-VEND-STATUS NOT = 'C'
                               MOVE AP-VEND-ID TO PCS-PARTY-ID
                               MOVE AP-VEND-NAME TO PCS-PARTY-NAME
                               MOVE 'V' TO PCS-HIT-P1-TYPE
                               MOVE AP-VEND-ROUTING
                                   TO PCS-PARTY-ROUTING
                               MOVE AP-VEND-ACCOUNT
                                   TO PCS-PARTY-ACCOUNT
                               PERFORM ADD-BANK-ACCOUNT
                               MOVE AP-VEND-ADDRESS TO PCS-NORM-IN
                               PERFORM NORMALIZE-ADDRESS
                               MOVE AP-VEND-POSTAL
                                   TO PCS-PARTY-POSTAL
                               PERFORM ADD-ADDRESS-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-IN
           ELSE
               DISPLAY 'Vendor master not found: ' PCS-VEND-STATUS
           END-IF.

      *> Each open order is its own entry (the order ID names it);
      *> two orders for the same agency are not a conflict.
       COLLECT-GARNISHMENT-AGENCIES.
           OPEN INPUT GARN-ORDER-IN
           IF PCS-GARN-STATUS = '00'
               PERFORM UNTIL PCS-GARN-EOF = 'Y'
                   READ GARN-ORDER-IN
                       AT END MOVE 'Y' TO PCS-GARN-EOF
                       NOT AT END
                           IF PG-STATUS NOT = 'P'
                               MOVE PG-ORDER-ID TO PCS-PARTY-ID
                               MOVE PG-AGENCY-NAME
                                   TO PCS-PARTY-NAME
                               MOVE 'G' TO PCS-HIT-P1-TYPE
                               MOVE PG-AGENCY-ROUTING
                                   TO PCS-PARTY-ROUTING
                               MOVE PG-AGENCY-ACCOUNT
                                   TO PCS-PARTY-ACCOUNT
                               PERFORM ADD-BANK-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARN-ORDER-IN
           END-IF.

       COLLECT-LOAN-ENROLLMENTS.
           OPEN INPUT ENROLL-IN
           IF PCS-ENR-STATUS = '00'
               PERFORM UNTIL PCS-ENR-EOF = 'Y'
                   READ ENROLL-IN
                       AT END MOVE 'Y' TO PCS-ENR-EOF
                       NOT AT END
                           MOVE LAE-ACCT-ID TO PCS-PARTY-ID
                           MOVE 'LOAN AUTO-PAY' TO PCS-PARTY-NAME
                           SET PCS-BORR-IX TO 1
                           SEARCH PCS-BORR-ENTRY
                               AT END CONTINUE
                               WHEN PCS-BR-ACCT-T(PCS-BORR-IX)
                                    = LAE-ACCT-ID
                                   MOVE PCS-BR-NAME-T(PCS-BORR-IX)
                                       TO PCS-PARTY-NAME
                           END-SEARCH
                           MOVE 'L' TO PCS-HIT-P1-TYPE
                           MOVE LAE-ROUTING TO PCS-PARTY-ROUTING
                           MOVE LAE-ACCOUNT TO PCS-PARTY-ACCOUNT
                           PERFORM ADD-BANK-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ENROLL-IN
           END-IF.

      *> Routing in PCS-PARTY-ROUTING, account in
      *> PCS-PARTY-ACCOUNT on entry. An account with no digit 1-9
      *> in it is a placeholder, not a bank account.
       ADD-BANK-ACCOUNT.
           MOVE ZERO TO PCS-ACCT-DIGITS
           INSPECT PCS-PARTY-ACCOUNT TALLYING PCS-ACCT-DIGITS
               FOR ALL '1' ALL '2' ALL '3' ALL '4' ALL '5'
                   ALL '6' ALL '7' ALL '8' ALL '9'
           IF PCS-ACCT-DIGITS > ZERO
              AND PCS-PARTY-ROUTING NOT = SPACES
               IF PCS-BANK-COUNT >= 3000
                   DISPLAY 'BANK ACCOUNT TABLE FULL AT 3000 -- '
                           'RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO PCS-BANK-COUNT
               ADD 1 TO PCS-ACCOUNTS-COLLECTED
               MOVE PCS-HIT-P1-TYPE
                   TO PCS-BK-TYPE-T(PCS-BANK-COUNT)
               MOVE PCS-PARTY-ID TO PCS-BK-ID-T(PCS-BANK-COUNT)
               MOVE PCS-PARTY-NAME
                   TO PCS-BK-NAME-T(PCS-BANK-COUNT)
               MOVE PCS-PARTY-ROUTING
                   TO PCS-BK-ROUTING-T(PCS-BANK-COUNT)
               MOVE PCS-PARTY-ACCOUNT
                   TO PCS-BK-ACCOUNT-T(PCS-BANK-COUNT)
           END-IF.

       COLLECT-EMPLOYEE-ADDRESSES.
           OPEN INPUT TAX-IDENTITY-IN
           IF PCS-TAXID-STATUS = '00'
               PERFORM UNTIL PCS-TAXID-EOF = 'Y'
                   READ TAX-IDENTITY-IN
                       AT END MOVE 'Y' TO PCS-TAXID-EOF
                       NOT AT END
                           MOVE PTI-EMP-ID TO PCS-PARTY-ID
                           MOVE SPACES TO PCS-PARTY-NAME
                           STRING PTI-FIRST-NAME DELIMITED BY SPACE
                                  ' ' DELIMITED BY SIZE
                                  PTI-LAST-NAME DELIMITED BY SPACE
                               INTO PCS-PARTY-NAME
                           MOVE 'E' TO PCS-HIT-P1-TYPE
                           MOVE PTI-ADDRESS TO PCS-NORM-IN
                           PERFORM NORMALIZE-ADDRESS
                           MOVE PTI-ZIP TO PCS-PARTY-POSTAL
                           PERFORM ADD-ADDRESS-KEY
                   END-READ
               END-PERFORM
               CLOSE TAX-IDENTITY-IN
           END-IF.

       COLLECT-CUSTOMER-ADDRESSES.
           OPEN INPUT CUST-CONTACT-IN
           IF PCS-CONT-STATUS = '00'
               PERFORM UNTIL PCS-CONT-EOF = 'Y'
                   READ CUST-CONTACT-IN
                       AT END MOVE 'Y' TO PCS-CONT-EOF
                       NOT AT END
                           MOVE CCT-CUST-ID TO PCS-PARTY-ID
                           MOVE 'CUSTOMER CONTACT' TO PCS-PARTY-NAME
                           MOVE 'C' TO PCS-HIT-P1-TYPE
                           MOVE CCT-ADDRESS-1 TO PCS-NORM-IN
                           PERFORM NORMALIZE-ADDRESS
                           MOVE CCT-POSTAL TO PCS-PARTY-POSTAL
                           PERFORM ADD-ADDRESS-KEY
                   END-READ
               END-PERFORM
               CLOSE CUST-CONTACT-IN
           END-IF.

      *> Upper-case and keep letters and digits only: '14 Elm St.'
      *> and '14 ELM ST' land on the same key.
       NORMALIZE-ADDRESS.
           MOVE FUNCTION UPPER-CASE(PCS-NORM-IN) TO PCS-NORM-IN
           MOVE SPACES TO PCS-NORM-OUT
           MOVE ZERO TO PCS-NORM-O
           PERFORM VARYING PCS-NORM-I FROM 1 BY 1
                   UNTIL PCS-NORM-I > 25 OR PCS-NORM-O = 20
               MOVE PCS-NORM-IN(PCS-NORM-I:1) TO PCS-NORM-CH
               IF PCS-NORM-CH IS ALPHABETIC-UPPER
                  AND PCS-NORM-CH NOT = SPACE
                  OR PCS-NORM-CH IS NUMERIC
                   ADD 1 TO PCS-NORM-O
                   MOVE PCS-NORM-CH TO PCS-NORM-OUT(PCS-NORM-O:1)
               END-IF
           END-PERFORM.

      *> Normalized street in PCS-NORM-OUT, postal code in
      *> PCS-PARTY-POSTAL.
       ADD-ADDRESS-KEY.
           IF PCS-NORM-OUT NOT = SPACES
               IF PCS-ADDR-COUNT >= 3000
                   DISPLAY 'ADDRESS TABLE FULL AT 3000 -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO PCS-ADDR-COUNT
               ADD 1 TO PCS-ADDRESSES-COLLECTED
               MOVE PCS-HIT-P1-TYPE
                   TO PCS-AD-TYPE-T(PCS-ADDR-COUNT)
               MOVE PCS-PARTY-ID TO PCS-AD-ID-T(PCS-ADDR-COUNT)
               MOVE PCS-PARTY-NAME
                   TO PCS-AD-NAME-T(PCS-ADDR-COUNT)
               MOVE PCS-NORM-OUT
                   TO PCS-AD-KEY-T(PCS-ADDR-COUNT)(1:20)
               MOVE PCS-PARTY-POSTAL
                   TO PCS-AD-KEY-T(PCS-ADDR-COUNT)(21:5)
           END-IF.

       COMPARE-BANK-ACCOUNTS.
           PERFORM VARYING PCS-BANK-I FROM 1 BY 1
                   UNTIL PCS-BANK-I > PCS-BANK-COUNT
               COMPUTE PCS-BANK-START = PCS-BANK-I + 1
               PERFORM VARYING PCS-BANK-J FROM PCS-BANK-START BY 1
                       UNTIL PCS-BANK-J > PCS-BANK-COUNT
                   IF PCS-BK-ROUTING-T(PCS-BANK-I)
                          = PCS-BK-ROUTING-T(PCS-BANK-J)
                      AND PCS-BK-ACCOUNT-T(PCS-BANK-I)
                          = PCS-BK-ACCOUNT-T(PCS-BANK-J)
                       PERFORM JUDGE-SHARED-ACCOUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> One account, two entries: the same payee twice over is not
      *> a conflict -- the same agency on two orders, or one
      *> borrower's two loans; anything else is.
       JUDGE-SHARED-ACCOUNT.
           MOVE 'N' TO PCS-SAME-PAYEE
           IF PCS-BK-TYPE-T(PCS-BANK-I) = PCS-BK-TYPE-T(PCS-BANK-J)
               IF PCS-BK-ID-T(PCS-BANK-I) = PCS-BK-ID-T(PCS-BANK-J)
                   MOVE 'Y' TO PCS-SAME-PAYEE
               END-IF
               IF (PCS-BK-TYPE-T(PCS-BANK-I) = 'G'
                   OR PCS-BK-TYPE-T(PCS-BANK-I) = 'L')
                  AND PCS-BK-NAME-T(PCS-BANK-I)
                      = PCS-BK-NAME-T(PCS-BANK-J)
                   MOVE 'Y' TO PCS-SAME-PAYEE
               END-IF
           END-IF
           IF PCS-SAME-PAYEE = 'N'
               MOVE 'B' TO PCS-HIT-KIND
               MOVE PCS-BK-TYPE-T(PCS-BANK-I) TO PCS-HIT-P1-TYPE
               MOVE PCS-BK-ID-T(PCS-BANK-I) TO PCS-HIT-P1-ID
               MOVE PCS-BK-NAME-T(PCS-BANK-I) TO PCS-HIT-P1-NAME
               MOVE PCS-BK-TYPE-T(PCS-BANK-J) TO PCS-HIT-P2-TYPE
               MOVE PCS-BK-ID-T(PCS-BANK-J) TO PCS-HIT-P2-ID
               MOVE PCS-BK-NAME-T(PCS-BANK-J) TO PCS-HIT-P2-NAME
               MOVE SPACES TO PCS-HIT-VALUE
               MOVE PCS-BK-ROUTING-T(PCS-BANK-I)
                   TO PCS-HIT-VALUE(1:9)
               MOVE PCS-BK-ACCOUNT-T(PCS-BANK-I)
                   TO PCS-HIT-VALUE(10:17)
               PERFORM RAISE-HIT-IF-NEW
               IF PCS-HIT-NEW = 'Y'
                   ADD 1 TO PCS-NEW-BANK-HITS
               END-IF
           END-IF.

      *> Every vendor against every employee and customer address.
       COMPARE-VENDOR-ADDRESSES.
           PERFORM VARYING PCS-ADDR-I FROM 1 BY 1
                   UNTIL PCS-ADDR-I > PCS-ADDR-COUNT
               IF PCS-AD-TYPE-T(PCS-ADDR-I) = 'V'
                   PERFORM VARYING PCS-ADDR-J FROM 1 BY 1
                           UNTIL PCS-ADDR-J > PCS-ADDR-COUNT
                       IF PCS-AD-TYPE-T(PCS-ADDR-J) NOT = 'V'
                          AND PCS-AD-KEY-T(PCS-ADDR-J)
                              = PCS-AD-KEY-T(PCS-ADDR-I)
                           PERFORM RAISE-ADDRESS-HIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       RAISE-ADDRESS-HIT.
           IF PCS-AD-TYPE-T(PCS-ADDR-J) = 'E'
               MOVE 'A' TO PCS-HIT-KIND
           ELSE
               MOVE 'C' TO PCS-HIT-KIND
           END-IF
           MOVE 'V' TO PCS-HIT-P1-TYPE
           MOVE PCS-AD-ID-T(PCS-ADDR-I) TO PCS-HIT-P1-ID
           MOVE PCS-AD-NAME-T(PCS-ADDR-I) TO PCS-HIT-P1-NAME
           MOVE PCS-AD-TYPE-T(PCS-ADDR-J) TO PCS-HIT-P2-TYPE
           MOVE PCS-AD-ID-T(PCS-ADDR-J) TO PCS-HIT-P2-ID
           MOVE PCS-AD-NAME-T(PCS-ADDR-J) TO PCS-HIT-P2-NAME
           MOVE PCS-AD-KEY-T(PCS-ADDR-I) TO PCS-HIT-VALUE
           PERFORM RAISE-HIT-IF-NEW
           IF PCS-HIT-NEW = 'Y'
               ADD 1 TO PCS-NEW-ADDR-HITS
           END-IF.

      *> A pair already on the review file -- pending, cleared, or
      *> confirmed, in either order -- never raises again; the
      *> disposition is the record of the decision.
       RAISE-HIT-IF-NEW.
           MOVE 'Y' TO PCS-HIT-NEW
           PERFORM VARYING PCS-REV-IDX FROM 1 BY 1
                   UNTIL PCS-REV-IDX > PCS-REV-COUNT
               IF PCS-RV-KIND-T(PCS-REV-IDX) = PCS-HIT-KIND
                  AND ((PCS-RV-P1-TYPE-T(PCS-REV-IDX) = PCS-HIT-P1-TYPE
                        AND PCS-RV-P1-ID-T(PCS-REV-IDX) = PCS-HIT-P1-ID
                        AND PCS-RV-P2-TYPE-T(PCS-REV-IDX)
                            = PCS-HIT-P2-TYPE
                        AND PCS-RV-P2-ID-T(PCS-REV-IDX)
                            = PCS-HIT-P2-ID)
                    OR (PCS-RV-P1-TYPE-T(PCS-REV-IDX) = PCS-HIT-P2-TYPE
                        AND PCS-RV-P1-ID-T(PCS-REV-IDX) = PCS-HIT-P2-ID
                        AND PCS-RV-P2-TYPE-T(PCS-REV-IDX)
                            = PCS-HIT-P1-TYPE
                        AND PCS-RV-P2-ID-T(PCS-REV-IDX)
                            = PCS-HIT-P1-ID))
                   MOVE 'N' TO PCS-HIT-NEW
               END-IF
           END-PERFORM
           IF PCS-HIT-NEW = 'Y' AND PCS-REV-COUNT >= 2000
               DISPLAY 'REVIEW TABLE FULL AT 2000 -- '
                       'FILE NOT REWRITTEN'
               STOP RUN
           END-IF
           IF PCS-HIT-NEW = 'Y'
               ADD 1 TO PCS-REV-COUNT
               MOVE PCS-HIT-KIND TO PCS-RV-KIND-T(PCS-REV-COUNT)
               MOVE PCS-HIT-P1-TYPE TO PCS-RV-P1-TYPE-T(PCS-REV-COUNT)
               MOVE PCS-HIT-P1-ID TO PCS-RV-P1-ID-T(PCS-REV-COUNT)
               MOVE PCS-HIT-P1-NAME TO PCS-RV-P1-NAME-T(PCS-REV-COUNT)
               MOVE PCS-HIT-P2-TYPE TO PCS-RV-P2-TYPE-T(PCS-REV-COUNT)
               MOVE PCS-HIT-P2-ID TO PCS-RV-P2-ID-T(PCS-REV-COUNT)
               MOVE PCS-HIT-P2-NAME TO PCS-RV-P2-NAME-T(PCS-REV-COUNT)
               MOVE PCS-HIT-VALUE TO PCS-RV-VALUE-T(PCS-REV-COUNT)
               MOVE 'N' TO PCS-RV-DISP-T(PCS-REV-COUNT)
               MOVE SPACES TO PCS-RV-INIT-T(PCS-REV-COUNT)
               MOVE SPACES TO PCS-RV-DDATE-T(PCS-REV-COUNT)
               MOVE PCS-TODAY TO PCS-RV-RAISED-T(PCS-REV-COUNT)
               MOVE PCS-REV-COUNT TO PCS-REV-IDX
               MOVE '  NEW ' TO PCS-LINE-WORK
               PERFORM WRITE-REVIEW-LINE
           END-IF.

      *> One review item, PCS-REV-IDX, on the report after the lead
      *> text already in PCS-LINE-WORK(1:6), ending with the date
      *> it was raised. A bank match prints masked; an address
      *> match prints the matching key.
       WRITE-REVIEW-LINE.
           EVALUATE PCS-RV-KIND-T(PCS-REV-IDX)
               WHEN 'B'
                   MOVE 'SHARED ACCOUNT  ' TO PCS-KIND-TEXT
                   MOVE SPACES TO PCS-SHOW-VALUE
                   MOVE SPACES TO AM-CLEAR-VALUE
                   MOVE PCS-RV-VALUE-T(PCS-REV-IDX)(1:9)
                       TO AM-CLEAR-VALUE
                   CALL 'AccountMask' USING AM-CLEAR-VALUE
                                            AM-MASKED-VALUE
                   MOVE AM-MASKED-VALUE(1:9) TO PCS-SHOW-VALUE(1:9)
                   MOVE PCS-RV-VALUE-T(PCS-REV-IDX)(10:17)
                       TO AM-CLEAR-VALUE
                   CALL 'AccountMask' USING AM-CLEAR-VALUE
                                            AM-MASKED-VALUE
                   MOVE AM-MASKED-VALUE TO PCS-SHOW-VALUE(11:17)
               WHEN 'A'
                   MOVE 'VENDOR AT EMPL  ' TO PCS-KIND-TEXT
                   MOVE PCS-RV-VALUE-T(PCS-REV-IDX) TO PCS-SHOW-VALUE
               WHEN OTHER
                   MOVE 'VENDOR AT CUST  ' TO PCS-KIND-TEXT
                   MOVE PCS-RV-VALUE-T(PCS-REV-IDX) TO PCS-SHOW-VALUE
           END-EVALUATE
           STRING PCS-KIND-TEXT DELIMITED BY SIZE
                  PCS-RV-P1-TYPE-T(PCS-REV-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PCS-RV-P1-ID-T(PCS-REV-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PCS-RV-P1-NAME-T(PCS-REV-IDX) DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  PCS-RV-P2-TYPE-T(PCS-REV-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PCS-RV-P2-ID-T(PCS-REV-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PCS-RV-P2-NAME-T(PCS-REV-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PCS-SHOW-VALUE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PCS-RV-RAISED-T(PCS-REV-IDX) DELIMITED BY SIZE
               INTO PCS-LINE-WORK(7:126)
           MOVE PCS-LINE-WORK TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE.

       WRITE-PENDING-SECTION.
           MOVE SPACES TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           MOVE 'AWAITING DISPOSITION:' TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           PERFORM VARYING PCS-REV-IDX FROM 1 BY 1
                   UNTIL PCS-REV-IDX > PCS-REV-COUNT
               IF PCS-RV-DISP-T(PCS-REV-IDX) = 'N'
                   ADD 1 TO PCS-PENDING-COUNT
                   MOVE SPACES TO PCS-LINE-WORK
                   PERFORM WRITE-REVIEW-LINE
               END-IF
           END-PERFORM
           IF PCS-PENDING-COUNT = ZERO
               MOVE '  (NOTHING PENDING)' TO CONFLICT-REPORT-LINE
               WRITE CONFLICT-REPORT-LINE
           END-IF.

       WRITE-REVIEW-FILE.
           OPEN OUTPUT REVIEW-OUT
           PERFORM VARYING PCS-REV-IDX FROM 1 BY 1
                   UNTIL PCS-REV-IDX > PCS-REV-COUNT
               MOVE PCS-RV-KIND-T(PCS-REV-IDX)    TO PRO-HIT-KIND
               MOVE PCS-RV-P1-TYPE-T(PCS-REV-IDX) TO PRO-PARTY-1-TYPE
               MOVE PCS-RV-P1-ID-T(PCS-REV-IDX)   TO PRO-PARTY-1-ID
               MOVE PCS-RV-P1-NAME-T(PCS-REV-IDX) TO PRO-PARTY-1-NAME
               MOVE PCS-RV-P2-TYPE-T(PCS-REV-IDX) TO PRO-PARTY-2-TYPE
               MOVE PCS-RV-P2-ID-T(PCS-REV-IDX)   TO PRO-PARTY-2-ID
               MOVE PCS-RV-P2-NAME-T(PCS-REV-IDX) TO PRO-PARTY-2-NAME
               MOVE PCS-RV-VALUE-T(PCS-REV-IDX)   TO PRO-MATCH-VALUE
               MOVE PCS-RV-DISP-T(PCS-REV-IDX)    TO PRO-DISPOSITION
               MOVE PCS-RV-INIT-T(PCS-REV-IDX)    TO PRO-INITIALS
               MOVE PCS-RV-DDATE-T(PCS-REV-IDX)   TO PRO-DISP-DATE
               MOVE PCS-RV-RAISED-T(PCS-REV-IDX)  TO PRO-RAISED-DATE
               WRITE REVIEW-OUT-RECORD
           END-PERFORM
           CLOSE REVIEW-OUT.

       WRITE-BATCH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PCS-BRL-END-TIME
           MOVE PCS-BRL-START-TIME TO PCS-BRL-TIME-PARTS
           COMPUTE PCS-BRL-START-SECONDS =
                   PCS-BRL-HH * 3600 + PCS-BRL-MM * 60
                   + PCS-BRL-SS
           MOVE PCS-BRL-END-TIME TO PCS-BRL-TIME-PARTS
           COMPUTE PCS-BRL-END-SECONDS =
                   PCS-BRL-HH * 3600 + PCS-BRL-MM * 60
                   + PCS-BRL-SS
           COMPUTE PCS-BRL-ELAPSED-SECONDS =
                   PCS-BRL-END-SECONDS - PCS-BRL-START-SECONDS
           OPEN EXTEND BATCH-RUN-LOG-OUT
           IF PCS-BRL-STATUS = '35'
               OPEN OUTPUT BATCH-RUN-LOG-OUT
           END-IF
           MOVE 'PAYEECONFLICTSCAN   ' TO BRL-JOB-NAME
           MOVE PCS-TODAY TO BRL-RUN-DATE
           MOVE PCS-BRL-START-TIME TO BRL-START-TIME
           MOVE PCS-BRL-END-TIME TO BRL-END-TIME
           MOVE PCS-BRL-ELAPSED-SECONDS TO BRL-ELAPSED-SECONDS
           COMPUTE BRL-RECORD-COUNT =
                   PCS-ACCOUNTS-COLLECTED + PCS-ADDRESSES-COLLECTED
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-OUT.
