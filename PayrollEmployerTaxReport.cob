      *> quarter and tax type, with the taxable-basis totals next to
      *> the tax -- the figures payroll files the quarterly returns
      *> from, instead of a spreadsheet rebuilt from register
      *> printouts each quarter. Each line also carries what the
      *> tax deposit job has deposited against the quarter's
      *> liabilities (PAYTDEP.cpy ledger) and the balance still due.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-EMP-TAX-IN ASSIGN TO "data/PAYETAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTR-ETAX-STATUS.
           SELECT DEPOSIT-LEDGER-IN ASSIGN TO "data/PAYTDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTR-DEP-STATUS.
           SELECT TAX-REPORT-OUT ASSIGN TO "data/PAY-EMPTAX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  PAY-EMP-TAX-IN.
       COPY PAYETAX.

       FD  DEPOSIT-LEDGER-IN.
       COPY PAYTDEP.

       FD  TAX-REPORT-OUT.
       01  TAX-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 PTR-ETAX-STATUS               PIC XX.
       01 PTR-EOF                       PIC X VALUE 'N'.
       01 PTR-DEP-STATUS                PIC XX.
       01 PTR-DEP-EOF                   PIC X VALUE 'N'.
       01 PTR-DEP-ROW-COUNT             PIC 9(8) VALUE ZERO.
       01 PTR-TODAY                     PIC X(8).
       01 PTR-ROW-COUNT                 PIC 9(8) VALUE ZERO.

               10 PTR-QTR-BASIS-T       PIC 9(9)V99.
               10 PTR-QTR-AMOUNT-T      PIC 9(9)V99.
               10 PTR-QTR-EMP-COUNT-T   PIC 9(6).
               10 PTR-QTR-DEPOSITED-T   PIC 9(9)V99.

       01 PTR-EDIT-FIELDS.
           05 PTR-EDIT-BASIS            PIC ZZZ,ZZZ,ZZ9.99.
           05 PTR-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 PTR-EDIT-COUNT            PIC ZZZ,ZZ9.
           05 PTR-EDIT-DEPOSITED        PIC ZZZ,ZZZ,ZZ9.99.
           05 PTR-EDIT-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
           05 PTR-BALANCE               PIC S9(9)V99.

       01 PTR-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO PTR-TODAY
           PERFORM ACCUMULATE-TAX-DETAIL
           PERFORM ACCUMULATE-DEPOSITS
           PERFORM WRITE-LIABILITY-REPORT
           DISPLAY 'Accrual rows read    = ' PTR-ROW-COUNT
           DISPLAY 'Deposit rows read    = ' PTR-DEP-ROW-COUNT
           DISPLAY 'Quarter/type buckets = ' PTR-QTR-COUNT
           STOP RUN.

                   MOVE PET-BASIS    TO PTR-QTR-BASIS-T(PTR-QTR-COUNT)
                   MOVE PET-AMOUNT   TO PTR-QTR-AMOUNT-T(PTR-QTR-COUNT)
                   MOVE 1 TO PTR-QTR-EMP-COUNT-T(PTR-QTR-COUNT)
                   MOVE ZERO TO PTR-QTR-DEPOSITED-T(PTR-QTR-COUNT)
               WHEN PTR-QTR-YEAR-T(PTR-QTR-IX) = PTR-ROW-YEAR
                   AND PTR-QTR-NO-T(PTR-QTR-IX) = PTR-ROW-QTR
                   AND PTR-QTR-TYPE-T(PTR-QTR-IX) = PET-TAX-TYPE
                   ADD 1 TO PTR-QTR-EMP-COUNT-T(PTR-QTR-IX)
           END-SEARCH.

      *> A deposit counts toward the quarter its deposit period
      *> ends in -- the same quarter as the pay dates it covers.
       ACCUMULATE-DEPOSITS.
           OPEN INPUT DEPOSIT-LEDGER-IN
           IF PTR-DEP-STATUS = '00'
               PERFORM UNTIL PTR-DEP-EOF = 'Y'
                   READ DEPOSIT-LEDGER-IN
                       AT END MOVE 'Y' TO PTR-DEP-EOF
                       NOT AT END PERFORM NOTE-ONE-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-LEDGER-IN
           ELSE
               DISPLAY 'No deposit ledger found: ' PTR-DEP-STATUS
                       ' -- DEPOSITED SHOWN AS ZERO'
           END-IF.

       NOTE-ONE-DEPOSIT.
           ADD 1 TO PTR-DEP-ROW-COUNT
           MOVE PTD-PERIOD-END(1:4) TO PTR-ROW-YEAR
           MOVE PTD-PERIOD-END(5:2) TO PTR-ROW-MM
           COMPUTE PTR-ROW-QTR = (PTR-ROW-MM - 1) / 3 + 1
           SET PTR-QTR-IX TO 1
           SEARCH PTR-QTR-ENTRY
               AT END
                   ADD 1 TO PTR-QTR-COUNT
                   MOVE PTR-ROW-YEAR TO PTR-QTR-YEAR-T(PTR-QTR-COUNT)
                   MOVE PTR-ROW-QTR  TO PTR-QTR-NO-T(PTR-QTR-COUNT)
                   MOVE PTD-TAX-TYPE TO PTR-QTR-TYPE-T(PTR-QTR-COUNT)
                   MOVE ZERO TO PTR-QTR-BASIS-T(PTR-QTR-COUNT)
                   MOVE ZERO TO PTR-QTR-AMOUNT-T(PTR-QTR-COUNT)
                   MOVE ZERO TO PTR-QTR-EMP-COUNT-T(PTR-QTR-COUNT)
                   MOVE PTD-AMOUNT
                       TO PTR-QTR-DEPOSITED-T(PTR-QTR-COUNT)
               WHEN PTR-QTR-YEAR-T(PTR-QTR-IX) = PTR-ROW-YEAR
                   AND PTR-QTR-NO-T(PTR-QTR-IX) = PTR-ROW-QTR
                   AND PTR-QTR-TYPE-T(PTR-QTR-IX) = PTD-TAX-TYPE
                   ADD PTD-AMOUNT TO PTR-QTR-DEPOSITED-T(PTR-QTR-IX)
           END-SEARCH.

       WRITE-LIABILITY-REPORT.
           OPEN OUTPUT TAX-REPORT-OUT
           MOVE SPACES TO TAX-REPORT-LINE
           MOVE PTR-QTR-BASIS-T(PTR-QTR-IDX)  TO PTR-EDIT-BASIS
           MOVE PTR-QTR-AMOUNT-T(PTR-QTR-IDX) TO PTR-EDIT-AMOUNT
           MOVE PTR-QTR-EMP-COUNT-T(PTR-QTR-IDX) TO PTR-EDIT-COUNT
           MOVE PTR-QTR-DEPOSITED-T(PTR-QTR-IDX) TO PTR-EDIT-DEPOSITED
           COMPUTE PTR-BALANCE = PTR-QTR-AMOUNT-T(PTR-QTR-IDX)
                               - PTR-QTR-DEPOSITED-T(PTR-QTR-IDX)
           MOVE PTR-BALANCE TO PTR-EDIT-BALANCE
           MOVE SPACES TO PTR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  PTR-QTR-YEAR-T(PTR-QTR-IDX) DELIMITED BY SIZE
                  PTR-EDIT-AMOUNT DELIMITED BY SIZE
                  ' ROWS=' DELIMITED BY SIZE
                  PTR-EDIT-COUNT DELIMITED BY SIZE
                  ' DEPOSITED=' DELIMITED BY SIZE
                  PTR-EDIT-DEPOSITED DELIMITED BY SIZE
                  ' DUE=' DELIMITED BY SIZE
                  PTR-EDIT-BALANCE DELIMITED BY SIZE
               INTO PTR-LINE-WORK
           MOVE PTR-LINE-WORK TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE.
