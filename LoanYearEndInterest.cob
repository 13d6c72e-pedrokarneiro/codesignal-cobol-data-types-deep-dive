       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanYearEndInterest.
      *> Year-end borrower interest statements and the mortgage
      *> interest (1098) filing extract. Borrowers call every
      *> January asking how much interest they paid, and the answer
      *> was read to them off journal printouts. This job totals
      *> LPJ-INTEREST per account for the calendar tax year off the
      *> payment journal (LNPAYJ.cpy) -- a returned payment's 'RET'
      *> row takes its interest back out -- and prints one year-end
      *> statement per account, addressed from LNBORR.DAT. The
      *> journal is read the way RetentionRestore splices it: the
      *> archived generations the retention policy keeps, oldest
      *> first, then the online file, so interest posted early in
      *> the year and since archived is still counted. The account
      *> set comes from the journal, not the open-loan master, so an
      *> account closed or charged off during the year still gets
      *> its statement. Accounts on a product flagged 1098-
      *> reportable (secured by real property) with interest at or
      *> over the reporting floor go on the filing extract: an
      *> issuer record (A), one payee record per borrower (B) and
      *> an issuer control record (C) with the count and the total
      *> interest. The edit report lists borrowers with no usable
      *> taxpayer number and proves the extract's control total.
      *> A borrower whose address is flagged bad by returned mail
      *> gets no paper statement: it is withheld and put on the
      *> address-research worklist (ADDRRSCH.cpy). The filing
      *> extract still carries the borrower.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYI-RUNPARM-STATUS.
           SELECT RETENTION-POLICY-IN ASSIGN TO "data/RETPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYI-RETPOL-STATUS.
           SELECT LENDER-IN ASSIGN TO "data/LNLENDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYI-LENDER-STATUS.
           SELECT LOAN-ACCOUNT-IN ASSIGN TO "data/LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYI-ACCT-STATUS.
           SELECT LOAN-PRODUCT-IN ASSIGN TO "data/LNPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYI-PROD-STATUS.
           SELECT LOAN-BORROWER-IN ASSIGN TO "data/LOANBORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYI-BORR-STATUS.
           SELECT LOAN-JOURNAL-IN ASSIGN TO LYIJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYI-JRNL-STATUS.
           SELECT STATEMENT-OUT ASSIGN TO "data/LOAN-YE-INTEREST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILING-OUT ASSIGN TO "data/LOAN-1098.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-REPORT-OUT ASSIGN TO "data/LOAN-1098-EDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDR-RESEARCH-OUT ASSIGN TO "data/ADDRRSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LYI-ARW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  RETENTION-POLICY-IN.
       COPY RETPOL.

       FD  LENDER-IN.
       COPY LNLENDER.

       FD  LOAN-ACCOUNT-IN.
       COPY LOANACCT.

       FD  LOAN-PRODUCT-IN.
       COPY LNPROD.

       FD  LOAN-BORROWER-IN.
       COPY LNBORR.

       FD  LOAN-JOURNAL-IN.
       COPY LNPAYJ.

       FD  STATEMENT-OUT.
       01  STATEMENT-LINE                PIC X(80).

       FD  FILING-OUT.
       01  FILING-RECORD                 PIC X(200).

       FD  EDIT-REPORT-OUT.
       01  EDIT-REPORT-LINE              PIC X(132).

       FD  ADDR-RESEARCH-OUT.
       COPY ADDRRSCH.

       WORKING-STORAGE SECTION.
       01 LYI-EOF-SWITCHES.
           05 LYI-RUNPARM-EOF           PIC X VALUE 'N'.
           05 LYI-RETPOL-EOF            PIC X VALUE 'N'.
           05 LYI-ACCT-EOF              PIC X VALUE 'N'.
           05 LYI-PROD-EOF              PIC X VALUE 'N'.
           05 LYI-BORR-EOF              PIC X VALUE 'N'.
           05 LYI-JRNL-EOF              PIC X VALUE 'N'.

       01 LYI-FILE-STATUSES.
           05 LYI-RUNPARM-STATUS        PIC XX.
           05 LYI-RETPOL-STATUS         PIC XX.
           05 LYI-LENDER-STATUS         PIC XX.
           05 LYI-ACCT-STATUS           PIC XX.
           05 LYI-PROD-STATUS           PIC XX.
           05 LYI-BORR-STATUS           PIC XX.
           05 LYI-JRNL-STATUS           PIC XX.
           05 LYI-ARW-STATUS            PIC XX.

       01 LYI-TODAY                     PIC X(8).

      *> Tunables: the tax year (zero = the year before the run
      *> date -- statements go out in January) and the least
      *> interest that puts a borrower on the filing.
       01 LYI-PARM-FIELDS.
           05 LYI-TAX-YEAR              PIC 9(4) VALUE ZERO.
           05 LYI-MIN-REPORT-AMT        PIC 9(6)V99 VALUE 600.
           05 LYI-PARMS-FOUND           PIC 9(1) VALUE ZERO.

       01 LYI-TAX-YEAR-X                PIC X(4).

      *> Journal pieces: archive generations then the online file.
       01 LYI-JOURNAL-CONTROL.
           05 LYI-JRNL-FILE-NAME        PIC X(30)
                                         VALUE 'data/LOANPAY-JRNL.DAT'.
           05 LYI-JRNL-PIECE-NAME       PIC X(40).
           05 LYI-GENS-KEPT             PIC 9(1) VALUE ZERO.
           05 LYI-GEN-IDX               PIC 9(1).
           05 LYI-EDIT-GEN              PIC 9.
           05 LYI-PIECES-READ           PIC 9(2) VALUE ZERO.
           05 LYI-JRNL-ROWS-READ        PIC 9(7) VALUE ZERO.
           05 LYI-JRNL-YEAR-ROWS        PIC 9(7) VALUE ZERO.

      *> Accounts with journal activity in the tax year.
       01 LYI-ACCT-CONTROL.
           05 LYI-ACCT-COUNT            PIC 9(4) VALUE ZERO.
           05 LYI-ACCT-IDX              PIC 9(4).

       01 LYI-ACCT-TABLE.
           05 LYI-ACCT-ENTRY OCCURS 2000 TIMES
                             INDEXED BY LYI-ACCT-IX.
               10 LYI-AC-ID-T           PIC X(6).
               10 LYI-AC-INTEREST-T     PIC S9(9)V99.
               10 LYI-AC-PAYMENTS-T     PIC 9(4).
               10 LYI-AC-RETURNS-T      PIC 9(4).
               10 LYI-AC-STATUS-T       PIC X(1).
               10 LYI-AC-PRODUCT-T      PIC X(3).

       01 LYI-PROD-CONTROL.
           05 LYI-PROD-COUNT            PIC 9(3) VALUE ZERO.

       01 LYI-PROD-TABLE.
           05 LYI-PROD-ENTRY OCCURS 50 TIMES
                             INDEXED BY LYI-PROD-IX.
               10 LYI-PR-CODE-T         PIC X(3).
               10 LYI-PR-DESC-T         PIC X(20).
               10 LYI-PR-1098-T         PIC X(1).

       01 LYI-BORR-CONTROL.
           05 LYI-BORR-COUNT            PIC 9(4) VALUE ZERO.

       01 LYI-BORR-TABLE.
           05 LYI-BORR-ENTRY OCCURS 2000 TIMES
                             INDEXED BY LYI-BORR-IX.
               10 LYI-BR-ACCT-T         PIC X(6).
               10 LYI-BR-NAME-T         PIC X(20).
               10 LYI-BR-ADDR-T         PIC X(25).
               10 LYI-BR-CITY-T         PIC X(15).
               10 LYI-BR-STATE-T        PIC X(2).
               10 LYI-BR-POSTAL-T       PIC X(5).
               10 LYI-BR-TIN-T          PIC X(9).
               10 LYI-BR-ADDR-STATUS-T  PIC X(1).
               10 LYI-BR-RET-DATE-T     PIC X(8).
               10 LYI-BR-RET-REASON-T   PIC X(20).

      *> The account being written.
       01 LYI-CURRENT.
           05 LYI-CUR-BORR-FOUND        PIC X(1).
           05 LYI-CUR-PROD-DESC         PIC X(20).
           05 LYI-CUR-1098              PIC X(1).
           05 LYI-CUR-INTEREST          PIC 9(9)V99.
           05 LYI-CUR-STATUS-TEXT       PIC X(30).
           05 LYI-CUR-FILING-NOTE       PIC X(40).

       01 LYI-COUNTERS.
           05 LYI-STMT-COUNT            PIC 9(5) VALUE ZERO.
           05 LYI-CLOSED-STMT-COUNT     PIC 9(5) VALUE ZERO.
           05 LYI-WITHHELD-COUNT        PIC 9(5) VALUE ZERO.
           05 LYI-NO-BORR-COUNT         PIC 9(5) VALUE ZERO.
           05 LYI-B-COUNT               PIC 9(8) VALUE ZERO.
           05 LYI-BELOW-FLOOR-COUNT     PIC 9(5) VALUE ZERO.
           05 LYI-NOT-REPORTABLE-COUNT  PIC 9(5) VALUE ZERO.
           05 LYI-TIN-ERROR-COUNT       PIC 9(5) VALUE ZERO.
           05 LYI-TOTAL-STMT-INTEREST   PIC 9(11)V99 VALUE ZERO.
           05 LYI-TOTAL-FILED-INTEREST  PIC 9(11)V99 VALUE ZERO.
           05 LYI-PAGE-NUMBER           PIC 9(5) VALUE ZERO.

      *> Issuer record.
       01 LYI-A-RECORD.
           05 FILLER                    PIC X(1) VALUE 'A'.
           05 LYI-A-TAX-YEAR            PIC X(4).
           05 LYI-A-TIN                 PIC X(9).
           05 LYI-A-NAME                PIC X(40).
           05 LYI-A-ADDRESS             PIC X(22).
           05 LYI-A-CITY                PIC X(22).
           05 LYI-A-STATE               PIC X(2).
           05 LYI-A-ZIP                 PIC X(5).
           05 LYI-A-PHONE               PIC X(15).
           05 FILLER                    PIC X(80) VALUE SPACES.

      *> Payee record; interest in cents, zero filled.
       01 LYI-B-RECORD.
           05 FILLER                    PIC X(1) VALUE 'B'.
           05 LYI-B-TAX-YEAR            PIC X(4).
           05 LYI-B-TIN                 PIC X(9).
           05 LYI-B-ACCOUNT             PIC X(20).
           05 LYI-B-INTEREST            PIC 9(10)V99.
           05 LYI-B-NAME                PIC X(40).
           05 LYI-B-ADDRESS             PIC X(25).
           05 LYI-B-CITY                PIC X(15).
           05 LYI-B-STATE               PIC X(2).
           05 LYI-B-POSTAL              PIC X(5).
      *> 'A' active at year end, 'C' closed, 'O' charged off.
           05 LYI-B-ACCT-STATUS         PIC X(1).
           05 FILLER                    PIC X(66) VALUE SPACES.

      *> Issuer control record.
       01 LYI-C-RECORD.
           05 FILLER                    PIC X(1) VALUE 'C'.
           05 LYI-C-B-COUNT             PIC 9(8).
           05 LYI-C-TOTAL-INTEREST      PIC 9(13)V99.
           05 FILLER                    PIC X(176) VALUE SPACES.

       01 LYI-EDIT-FIELDS.
           05 LYI-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 LYI-EDIT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 LYI-EDIT-PAGE             PIC ZZZZ9.
           05 LYI-EDIT-COUNT            PIC ZZ,ZZ9.

       01 LYI-LINE-WORK                 PIC X(132).

       01 AM-CLEAR-VALUE                PIC X(17).
       01 AM-MASKED-VALUE               PIC X(17).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LYI-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-LENDER
           PERFORM LOAD-RETENTION-POLICY
           PERFORM LOAD-JOURNAL
           PERFORM LOAD-ACCOUNT-STATUS
           PERFORM LOAD-PRODUCTS
           PERFORM LOAD-BORROWERS
           OPEN OUTPUT STATEMENT-OUT
           OPEN OUTPUT FILING-OUT
           OPEN OUTPUT EDIT-REPORT-OUT
           PERFORM WRITE-EDIT-HEADING
           PERFORM WRITE-ISSUER-RECORD
           PERFORM VARYING LYI-ACCT-IDX FROM 1 BY 1
                   UNTIL LYI-ACCT-IDX > LYI-ACCT-COUNT
               PERFORM PROCESS-ONE-ACCOUNT
           END-PERFORM
           PERFORM WRITE-CONTROL-RECORD
           PERFORM WRITE-EDIT-TOTALS
           CLOSE STATEMENT-OUT
           CLOSE FILING-OUT
           CLOSE EDIT-REPORT-OUT
           DISPLAY 'Tax year             = ' LYI-TAX-YEAR-X
           DISPLAY 'Journal pieces read  = ' LYI-PIECES-READ
           DISPLAY 'Journal rows read    = ' LYI-JRNL-ROWS-READ
           DISPLAY 'Rows in tax year     = ' LYI-JRNL-YEAR-ROWS
           DISPLAY 'Statements printed   = ' LYI-STMT-COUNT
           DISPLAY 'Withheld, bad address= ' LYI-WITHHELD-COUNT
           DISPLAY 'Of which closed/c-o  = ' LYI-CLOSED-STMT-COUNT
           DISPLAY 'Filing records (B)   = ' LYI-B-COUNT
           DISPLAY 'Below filing floor   = ' LYI-BELOW-FLOOR-COUNT
           DISPLAY 'TIN errors           = ' LYI-TIN-ERROR-COUNT
           IF LYI-TIN-ERROR-COUNT > ZERO
               DISPLAY 'FILING EXTRACT NOT READY -- SEE EDIT REPORT'
           ELSE
               DISPLAY 'FILING EXTRACT READY FOR SUBMISSION'
           END-IF
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF LYI-RUNPARM-STATUS = '00'
               PERFORM UNTIL LYI-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO LYI-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       LYI-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF LYI-PARMS-FOUND < 2
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           DISPLAY 'PARM IN EFFECT: TAX-YEAR = ' LYI-TAX-YEAR
           DISPLAY 'PARM IN EFFECT: MIN-REPORT-AMT = '
                   LYI-MIN-REPORT-AMT
           IF LYI-TAX-YEAR = ZERO
               MOVE LYI-TODAY(1:4) TO LYI-TAX-YEAR
               SUBTRACT 1 FROM LYI-TAX-YEAR
           END-IF
           MOVE LYI-TAX-YEAR TO LYI-TAX-YEAR-X.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'LOANYEARENDINTEREST'
               EVALUATE RP-PARM-NAME
                   WHEN 'TAX-YEAR'
                       MOVE RP-VALUE TO LYI-TAX-YEAR
                       ADD 1 TO LYI-PARMS-FOUND
                   WHEN 'MIN-REPORT-AMT'
                       MOVE RP-VALUE TO LYI-MIN-REPORT-AMT
                       ADD 1 TO LYI-PARMS-FOUND
               END-EVALUATE
           END-IF.

       LOAD-LENDER.
           OPEN INPUT LENDER-IN
           IF LYI-LENDER-STATUS NOT = '00'
               DISPLAY 'LENDER IDENTITY NOT FOUND: ' LYI-LENDER-STATUS
               STOP RUN
           END-IF
           READ LENDER-IN
               AT END
                   DISPLAY 'LENDER IDENTITY FILE IS EMPTY'
                   CLOSE LENDER-IN
                   STOP RUN
           END-READ
           CLOSE LENDER-IN
           IF LLR-TIN NOT NUMERIC
               DISPLAY 'LENDER TIN NOT NINE DIGITS -- RUN STOPPED'
               STOP RUN
           END-IF.

      *> How many archive generations the journal's retention
      *> policy keeps; none when the journal is not governed.
       LOAD-RETENTION-POLICY.
           OPEN INPUT RETENTION-POLICY-IN
           IF LYI-RETPOL-STATUS = '00'
               PERFORM UNTIL LYI-RETPOL-EOF = 'Y'
                   READ RETENTION-POLICY-IN
                       AT END MOVE 'Y' TO LYI-RETPOL-EOF
                       NOT AT END
                           IF RET-POL-FILE-NAME = LYI-JRNL-FILE-NAME
                               MOVE RET-POL-GENS-KEPT
                                 TO LYI-GENS-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-POLICY-IN
           END-IF.

      *> Oldest generation first, then the online journal -- the
      *> RetentionRestore splice order. A generation slot never
      *> filled is simply skipped.
       LOAD-JOURNAL.
           PERFORM VARYING LYI-GEN-IDX FROM LYI-GENS-KEPT BY -1
                   UNTIL LYI-GEN-IDX < 1
               MOVE LYI-GEN-IDX TO LYI-EDIT-GEN
               MOVE SPACES TO LYI-JRNL-PIECE-NAME
               STRING LYI-JRNL-FILE-NAME DELIMITED BY SPACE
                      '.A' DELIMITED BY SIZE
                      LYI-EDIT-GEN DELIMITED BY SIZE
                   INTO LYI-JRNL-PIECE-NAME
               PERFORM READ-ONE-JOURNAL-PIECE
           END-PERFORM
           MOVE LYI-JRNL-FILE-NAME TO LYI-JRNL-PIECE-NAME
           PERFORM READ-ONE-JOURNAL-PIECE.

       READ-ONE-JOURNAL-PIECE.
           SET ENVIRONMENT 'DD_LYIJRNL' TO LYI-JRNL-PIECE-NAME
           OPEN INPUT LOAN-JOURNAL-IN
           IF LYI-JRNL-STATUS = '00'
               ADD 1 TO LYI-PIECES-READ
               MOVE 'N' TO LYI-JRNL-EOF
               PERFORM UNTIL LYI-JRNL-EOF = 'Y'
                   READ LOAN-JOURNAL-IN
                       AT END MOVE 'Y' TO LYI-JRNL-EOF
                       NOT AT END PERFORM POST-ONE-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE LOAN-JOURNAL-IN
               DISPLAY '  READ ' LYI-JRNL-PIECE-NAME
           END-IF.

       POST-ONE-JOURNAL-ROW.
           ADD 1 TO LYI-JRNL-ROWS-READ
           IF LPJ-PAYMENT-DATE(1:4) = LYI-TAX-YEAR-X
              AND LPJ-INTEREST NUMERIC
               ADD 1 TO LYI-JRNL-YEAR-ROWS
               SET LYI-ACCT-IX TO 1
               SEARCH LYI-ACCT-ENTRY
                   AT END
                       PERFORM ADD-ACCOUNT-ENTRY
                   WHEN LYI-ACCT-IX > LYI-ACCT-COUNT
                       PERFORM ADD-ACCOUNT-ENTRY
                   WHEN LYI-AC-ID-T(LYI-ACCT-IX) = LPJ-ACCT-ID
                       CONTINUE
               END-SEARCH
               IF LPJ-CHANNEL = 'RET'
                   SUBTRACT LPJ-INTEREST
                       FROM LYI-AC-INTEREST-T(LYI-ACCT-IX)
                   ADD 1 TO LYI-AC-RETURNS-T(LYI-ACCT-IX)
               ELSE
                   ADD LPJ-INTEREST TO LYI-AC-INTEREST-T(LYI-ACCT-IX)
                   ADD 1 TO LYI-AC-PAYMENTS-T(LYI-ACCT-IX)
               END-IF
           END-IF.

       ADD-ACCOUNT-ENTRY.
           IF LYI-ACCT-COUNT >= 2000
               DISPLAY 'ACCOUNT TABLE FULL AT 2000 -- RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO LYI-ACCT-COUNT
           SET LYI-ACCT-IX TO LYI-ACCT-COUNT
           MOVE LPJ-ACCT-ID TO LYI-AC-ID-T(LYI-ACCT-IX)
           MOVE ZERO TO LYI-AC-INTEREST-T(LYI-ACCT-IX)
                        LYI-AC-PAYMENTS-T(LYI-ACCT-IX)
                        LYI-AC-RETURNS-T(LYI-ACCT-IX)
           MOVE SPACES TO LYI-AC-STATUS-T(LYI-ACCT-IX)
                          LYI-AC-PRODUCT-T(LYI-ACCT-IX).

      *> Status and product off the loan master. Closed and
      *> charged-off accounts stay on the master, so they are found
      *> here too; an account no longer on it is still stated.
       LOAD-ACCOUNT-STATUS.
           OPEN INPUT LOAN-ACCOUNT-IN
           IF LYI-ACCT-STATUS = '00'
               PERFORM UNTIL LYI-ACCT-EOF = 'Y'
                   READ LOAN-ACCOUNT-IN
                       AT END MOVE 'Y' TO LYI-ACCT-EOF
                       NOT AT END PERFORM NOTE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE LOAN-ACCOUNT-IN
           ELSE
               DISPLAY 'LOAN MASTER NOT FOUND: ' LYI-ACCT-STATUS
                       ' -- NO ACCOUNT IS FILED'
           END-IF.

       NOTE-ONE-ACCOUNT.
           SET LYI-ACCT-IX TO 1
           SEARCH LYI-ACCT-ENTRY
               AT END
                   CONTINUE
               WHEN LYI-ACCT-IX > LYI-ACCT-COUNT
                   CONTINUE
               WHEN LYI-AC-ID-T(LYI-ACCT-IX) = LOAN-ACCT-ID
                   MOVE LOAN-ACCT-STATUS
                     TO LYI-AC-STATUS-T(LYI-ACCT-IX)
                   IF LOAN-ACCT-STATUS = SPACE
                       MOVE 'A' TO LYI-AC-STATUS-T(LYI-ACCT-IX)
                   END-IF
                   MOVE LOAN-ACCT-PRODUCT
                     TO LYI-AC-PRODUCT-T(LYI-ACCT-IX)
           END-SEARCH.

       LOAD-PRODUCTS.
           OPEN INPUT LOAN-PRODUCT-IN
           IF LYI-PROD-STATUS = '00'
               PERFORM UNTIL LYI-PROD-EOF = 'Y'
                   READ LOAN-PRODUCT-IN
                       AT END MOVE 'Y' TO LYI-PROD-EOF
                       NOT AT END
                           IF LYI-PROD-COUNT < 50
                               ADD 1 TO LYI-PROD-COUNT
                               MOVE PROD-CODE
                                 TO LYI-PR-CODE-T(LYI-PROD-COUNT)
                               MOVE PROD-DESCRIPTION
                                 TO LYI-PR-DESC-T(LYI-PROD-COUNT)
                               MOVE PROD-1098-REPORTABLE
                                 TO LYI-PR-1098-T(LYI-PROD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-PRODUCT-IN
           END-IF.

       LOAD-BORROWERS.
           OPEN INPUT LOAN-BORROWER-IN
           IF LYI-BORR-STATUS = '00'
               PERFORM UNTIL LYI-BORR-EOF = 'Y'
                   READ LOAN-BORROWER-IN
                       AT END MOVE 'Y' TO LYI-BORR-EOF
                       NOT AT END PERFORM STORE-BORROWER
                   END-READ
               END-PERFORM
               CLOSE LOAN-BORROWER-IN
           END-IF.

       STORE-BORROWER.
           IF LYI-BORR-COUNT < 2000
               ADD 1 TO LYI-BORR-COUNT
               MOVE LB-ACCT-ID TO LYI-BR-ACCT-T(LYI-BORR-COUNT)
               MOVE LB-NAME TO LYI-BR-NAME-T(LYI-BORR-COUNT)
               MOVE LB-ADDRESS TO LYI-BR-ADDR-T(LYI-BORR-COUNT)
               MOVE LB-CITY TO LYI-BR-CITY-T(LYI-BORR-COUNT)
               MOVE LB-STATE TO LYI-BR-STATE-T(LYI-BORR-COUNT)
               MOVE LB-POSTAL TO LYI-BR-POSTAL-T(LYI-BORR-COUNT)
               MOVE LB-TIN TO LYI-BR-TIN-T(LYI-BORR-COUNT)
               MOVE LB-ADDR-STATUS
                   TO LYI-BR-ADDR-STATUS-T(LYI-BORR-COUNT)
               MOVE LB-MAIL-RETURN-DATE
                   TO LYI-BR-RET-DATE-T(LYI-BORR-COUNT)
               MOVE LB-MAIL-RETURN-REASON
                   TO LYI-BR-RET-REASON-T(LYI-BORR-COUNT)
           END-IF.

       PROCESS-ONE-ACCOUNT.
           IF LYI-AC-INTEREST-T(LYI-ACCT-IDX) < ZERO
               MOVE ZERO TO LYI-CUR-INTEREST
           ELSE
               MOVE LYI-AC-INTEREST-T(LYI-ACCT-IDX) TO LYI-CUR-INTEREST
           END-IF
           MOVE 'N' TO LYI-CUR-BORR-FOUND
           SET LYI-BORR-IX TO 1
           SEARCH LYI-BORR-ENTRY
               AT END
                   CONTINUE
               WHEN LYI-BORR-IX > LYI-BORR-COUNT
                   CONTINUE
               WHEN LYI-BR-ACCT-T(LYI-BORR-IX) =
                    LYI-AC-ID-T(LYI-ACCT-IDX)
                   MOVE 'Y' TO LYI-CUR-BORR-FOUND
           END-SEARCH
           MOVE SPACES TO LYI-CUR-PROD-DESC
           MOVE 'N' TO LYI-CUR-1098
           SET LYI-PROD-IX TO 1
           SEARCH LYI-PROD-ENTRY
               AT END
                   CONTINUE
               WHEN LYI-PROD-IX > LYI-PROD-COUNT
                   CONTINUE
               WHEN LYI-PR-CODE-T(LYI-PROD-IX) =
                    LYI-AC-PRODUCT-T(LYI-ACCT-IDX)
                   MOVE LYI-PR-DESC-T(LYI-PROD-IX) TO LYI-CUR-PROD-DESC
                   MOVE LYI-PR-1098-T(LYI-PROD-IX) TO LYI-CUR-1098
           END-SEARCH
           EVALUATE LYI-AC-STATUS-T(LYI-ACCT-IDX)
               WHEN 'C'
                   MOVE 'CLOSED DURING THE YEAR'
                     TO LYI-CUR-STATUS-TEXT
                   ADD 1 TO LYI-CLOSED-STMT-COUNT
               WHEN 'O'
                   MOVE 'CHARGED OFF' TO LYI-CUR-STATUS-TEXT
                   ADD 1 TO LYI-CLOSED-STMT-COUNT
               WHEN SPACE
                   MOVE 'NOT ON LOAN MASTER' TO LYI-CUR-STATUS-TEXT
               WHEN OTHER
                   MOVE 'ACTIVE' TO LYI-CUR-STATUS-TEXT
           END-EVALUATE
           PERFORM DECIDE-FILING
           IF LYI-CUR-BORR-FOUND = 'Y'
              AND LYI-BR-ADDR-STATUS-T(LYI-BORR-IX) = 'B'
               PERFORM REGISTER-STATEMENT-WITHHELD
           ELSE
               PERFORM PRINT-ONE-STATEMENT
           END-IF
           PERFORM WRITE-EDIT-DETAIL-LINE.

       REGISTER-STATEMENT-WITHHELD.
           ADD 1 TO LYI-WITHHELD-COUNT
           DISPLAY 'ADDRESS FLAGGED BAD ON ' LYI-AC-ID-T(LYI-ACCT-IDX)
                   ' -- STATEMENT WITHHELD'
           OPEN EXTEND ADDR-RESEARCH-OUT
           IF LYI-ARW-STATUS = '35'
               OPEN OUTPUT ADDR-RESEARCH-OUT
           END-IF
           MOVE 'L' TO ARW-SUBJECT-TYPE
           MOVE LYI-AC-ID-T(LYI-ACCT-IDX) TO ARW-SUBJECT-ID
           MOVE 'YINT' TO ARW-DOC-TYPE
           MOVE 'LOANYEARENDINTEREST ' TO ARW-JOB-NAME
           MOVE LYI-TODAY TO ARW-RUN-DATE
           MOVE 'W' TO ARW-ACTION
           MOVE LYI-BR-RET-DATE-T(LYI-BORR-IX) TO ARW-RETURN-DATE
           MOVE LYI-BR-RET-REASON-T(LYI-BORR-IX) TO ARW-RETURN-REASON
           WRITE ADDRESS-RESEARCH-RECORD
           CLOSE ADDR-RESEARCH-OUT.

      *> Filed when the product is secured by real property and the
      *> year's interest reaches the floor. A borrower with no
      *> usable taxpayer number is still filed (the number goes
      *> out blank) but counted as an error until corrected.
       DECIDE-FILING.
           IF LYI-CUR-1098 NOT = 'Y'
               ADD 1 TO LYI-NOT-REPORTABLE-COUNT
               MOVE 'NOT FILED - PRODUCT NOT MORTGAGE'
                 TO LYI-CUR-FILING-NOTE
           ELSE
               IF LYI-CUR-INTEREST < LYI-MIN-REPORT-AMT
                   ADD 1 TO LYI-BELOW-FLOOR-COUNT
                   MOVE 'NOT FILED - BELOW REPORTING FLOOR'
                     TO LYI-CUR-FILING-NOTE
               ELSE
                   PERFORM WRITE-PAYEE-RECORD
               END-IF
           END-IF.

       WRITE-PAYEE-RECORD.
           ADD 1 TO LYI-B-COUNT
           ADD LYI-CUR-INTEREST TO LYI-TOTAL-FILED-INTEREST
           MOVE 'FILED' TO LYI-CUR-FILING-NOTE
           MOVE LYI-TAX-YEAR-X TO LYI-B-TAX-YEAR
           MOVE LYI-AC-ID-T(LYI-ACCT-IDX) TO LYI-B-ACCOUNT
           MOVE LYI-CUR-INTEREST TO LYI-B-INTEREST
           MOVE LYI-AC-STATUS-T(LYI-ACCT-IDX) TO LYI-B-ACCT-STATUS
           IF LYI-CUR-BORR-FOUND = 'Y'
               MOVE LYI-BR-TIN-T(LYI-BORR-IX) TO LYI-B-TIN
               MOVE LYI-BR-NAME-T(LYI-BORR-IX) TO LYI-B-NAME
               MOVE LYI-BR-ADDR-T(LYI-BORR-IX) TO LYI-B-ADDRESS
               MOVE LYI-BR-CITY-T(LYI-BORR-IX) TO LYI-B-CITY
               MOVE LYI-BR-STATE-T(LYI-BORR-IX) TO LYI-B-STATE
               MOVE LYI-BR-POSTAL-T(LYI-BORR-IX) TO LYI-B-POSTAL
           ELSE
               MOVE SPACES TO LYI-B-TIN LYI-B-NAME LYI-B-ADDRESS
                              LYI-B-CITY LYI-B-STATE LYI-B-POSTAL
           END-IF
           IF LYI-B-TIN NOT NUMERIC
              OR LYI-B-TIN = '000000000'
               ADD 1 TO LYI-TIN-ERROR-COUNT
               MOVE 'FILED - TIN MISSING OR INVALID'
                 TO LYI-CUR-FILING-NOTE
           END-IF
           MOVE LYI-B-RECORD TO FILING-RECORD
           WRITE FILING-RECORD.

       WRITE-ISSUER-RECORD.
           MOVE LYI-TAX-YEAR-X TO LYI-A-TAX-YEAR
           MOVE LLR-TIN TO LYI-A-TIN
           MOVE LLR-NAME TO LYI-A-NAME
           MOVE LLR-ADDRESS TO LYI-A-ADDRESS
           MOVE LLR-CITY TO LYI-A-CITY
           MOVE LLR-STATE TO LYI-A-STATE
           MOVE LLR-ZIP TO LYI-A-ZIP
           MOVE LLR-PHONE TO LYI-A-PHONE
           MOVE LYI-A-RECORD TO FILING-RECORD
           WRITE FILING-RECORD.

       WRITE-CONTROL-RECORD.
           MOVE LYI-B-COUNT TO LYI-C-B-COUNT
           MOVE LYI-TOTAL-FILED-INTEREST TO LYI-C-TOTAL-INTEREST
           MOVE LYI-C-RECORD TO FILING-RECORD
           WRITE FILING-RECORD.

      *> One statement per account, one account per page.
       PRINT-ONE-STATEMENT.
           ADD 1 TO LYI-STMT-COUNT
           ADD 1 TO LYI-PAGE-NUMBER
           ADD LYI-CUR-INTEREST TO LYI-TOTAL-STMT-INTEREST
           MOVE LYI-PAGE-NUMBER TO LYI-EDIT-PAGE
           MOVE SPACES TO LYI-LINE-WORK
           STRING 'YEAR-END INTEREST STATEMENT  TAX YEAR ' DELIMITED
                      BY SIZE
                  LYI-TAX-YEAR-X DELIMITED BY SIZE
                  '  PAGE: ' DELIMITED BY SIZE
                  LYI-EDIT-PAGE DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE LLR-TIN TO AM-CLEAR-VALUE
           CALL 'AccountMask' USING AM-CLEAR-VALUE AM-MASKED-VALUE
           MOVE SPACES TO LYI-LINE-WORK
           STRING LLR-NAME DELIMITED BY SIZE
                  ' TIN ' DELIMITED BY SIZE
                  AM-MASKED-VALUE(1:9) DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO LYI-LINE-WORK
           STRING LLR-ADDRESS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LLR-CITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LLR-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LLR-ZIP DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF LYI-CUR-BORR-FOUND = 'Y'
               PERFORM WRITE-BORROWER-LINES
           ELSE
               ADD 1 TO LYI-NO-BORR-COUNT
               MOVE '  (NO BORROWER RECORD ON FILE)' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO LYI-LINE-WORK
           STRING '  ACCOUNT:          ' DELIMITED BY SIZE
                  LYI-AC-ID-T(LYI-ACCT-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LYI-CUR-PROD-DESC DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO LYI-LINE-WORK
           STRING '  ACCOUNT STATUS:   ' DELIMITED BY SIZE
                  LYI-CUR-STATUS-TEXT DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE LYI-AC-PAYMENTS-T(LYI-ACCT-IDX) TO LYI-EDIT-COUNT
           MOVE SPACES TO LYI-LINE-WORK
           STRING '  PAYMENTS POSTED:  ' DELIMITED BY SIZE
                  LYI-EDIT-COUNT DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF LYI-AC-RETURNS-T(LYI-ACCT-IDX) > ZERO
               MOVE LYI-AC-RETURNS-T(LYI-ACCT-IDX) TO LYI-EDIT-COUNT
               MOVE SPACES TO LYI-LINE-WORK
               STRING '  PAYMENTS RETURNED:' DELIMITED BY SIZE
                      LYI-EDIT-COUNT DELIMITED BY SIZE
                   INTO LYI-LINE-WORK
               MOVE LYI-LINE-WORK TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE LYI-CUR-INTEREST TO LYI-EDIT-AMOUNT
           MOVE SPACES TO LYI-LINE-WORK
           IF LYI-CUR-1098 = 'Y'
               STRING '  MORTGAGE INTEREST RECEIVED: ' DELIMITED
                          BY SIZE
                      LYI-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO LYI-LINE-WORK
           ELSE
               STRING '  INTEREST PAID:              ' DELIMITED
                          BY SIZE
                      LYI-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO LYI-LINE-WORK
           END-IF
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF LYI-CUR-1098 = 'Y'
              AND LYI-CUR-INTEREST >= LYI-MIN-REPORT-AMT
               MOVE '  THIS AMOUNT IS REPORTED TO THE TAX AUTHORITY.'
                 TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO LYI-LINE-WORK
           STRING '  QUESTIONS: ' DELIMITED BY SIZE
                  LLR-PHONE DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-BORROWER-LINES.
           MOVE SPACES TO LYI-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  LYI-BR-NAME-T(LYI-BORR-IX) DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO LYI-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  LYI-BR-ADDR-T(LYI-BORR-IX) DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO LYI-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  LYI-BR-CITY-T(LYI-BORR-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LYI-BR-STATE-T(LYI-BORR-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LYI-BR-POSTAL-T(LYI-BORR-IX) DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-EDIT-HEADING.
           MOVE SPACES TO LYI-LINE-WORK
           STRING 'MORTGAGE INTEREST FILING EDIT - TAX YEAR '
                      DELIMITED BY SIZE
                  LYI-TAX-YEAR-X DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  LYI-TODAY DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE 'ACCT   STATUS PROD       INTEREST  RESULT'
             TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.

       WRITE-EDIT-DETAIL-LINE.
           MOVE LYI-CUR-INTEREST TO LYI-EDIT-AMOUNT
           MOVE SPACES TO LYI-LINE-WORK
           STRING LYI-AC-ID-T(LYI-ACCT-IDX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  LYI-AC-STATUS-T(LYI-ACCT-IDX) DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  LYI-AC-PRODUCT-T(LYI-ACCT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LYI-EDIT-AMOUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LYI-CUR-FILING-NOTE DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.

       WRITE-EDIT-TOTALS.
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE LYI-STMT-COUNT TO LYI-EDIT-COUNT
           MOVE LYI-TOTAL-STMT-INTEREST TO LYI-EDIT-TOTAL
           MOVE SPACES TO LYI-LINE-WORK
           STRING 'STATEMENTS PRINTED:    ' DELIMITED BY SIZE
                  LYI-EDIT-COUNT DELIMITED BY SIZE
                  '  INTEREST ' DELIMITED BY SIZE
                  LYI-EDIT-TOTAL DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE LYI-B-COUNT TO LYI-EDIT-COUNT
           MOVE LYI-TOTAL-FILED-INTEREST TO LYI-EDIT-TOTAL
           MOVE SPACES TO LYI-LINE-WORK
           STRING 'PAYEE RECORDS FILED:   ' DELIMITED BY SIZE
                  LYI-EDIT-COUNT DELIMITED BY SIZE
                  '  CONTROL TOTAL ' DELIMITED BY SIZE
                  LYI-EDIT-TOTAL DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE LYI-BELOW-FLOOR-COUNT TO LYI-EDIT-COUNT
           MOVE SPACES TO LYI-LINE-WORK
           STRING 'BELOW REPORTING FLOOR: ' DELIMITED BY SIZE
                  LYI-EDIT-COUNT DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE LYI-NOT-REPORTABLE-COUNT TO LYI-EDIT-COUNT
           MOVE SPACES TO LYI-LINE-WORK
           STRING 'NOT MORTGAGE PRODUCTS: ' DELIMITED BY SIZE
                  LYI-EDIT-COUNT DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE LYI-NO-BORR-COUNT TO LYI-EDIT-COUNT
           MOVE SPACES TO LYI-LINE-WORK
           STRING 'NO BORROWER ADDRESS:   ' DELIMITED BY SIZE
                  LYI-EDIT-COUNT DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE LYI-TIN-ERROR-COUNT TO LYI-EDIT-COUNT
           MOVE SPACES TO LYI-LINE-WORK
           STRING 'TIN ERRORS:            ' DELIMITED BY SIZE
                  LYI-EDIT-COUNT DELIMITED BY SIZE
               INTO LYI-LINE-WORK
           MOVE LYI-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           IF LYI-TIN-ERROR-COUNT > ZERO
               MOVE 'FILING EXTRACT NOT READY -- CORRECT THE TINS'
                 TO EDIT-REPORT-LINE
           ELSE
               MOVE 'FILING EXTRACT READY FOR SUBMISSION'
                 TO EDIT-REPORT-LINE
           END-IF
           WRITE EDIT-REPORT-LINE.
