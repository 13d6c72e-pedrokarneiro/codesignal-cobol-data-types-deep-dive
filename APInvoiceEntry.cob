      *> open-payables ledger with a due date computed from the
      *> vendor's terms, and book expense against the payables
      *> account through a framed GL feed (source APINV). Rejects
      *> accumulate with reasons and a reject date. A stock invoice
      *> naming a warehouse purchase order books unmatched ('U') and
      *> waits for APInvoiceMatch to compare it against the order and
      *> what the dock received before selection can see it. An
      *> invoice booked to a capital asset account (FACAPAC) also
      *> opens a pending capitalization on FAPEND.DAT with its cost,
      *> date and vendor reference, for the fixed-asset clerk to
      *> complete onto the asset register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS API-ERR-STATUS.
           SELECT GL-FEED-OUT ASSIGN TO "data/APINV-GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPITAL-ACCT-IN ASSIGN TO "data/FACAPAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS API-CAPAC-STATUS.
           SELECT PENDING-ASSET-OUT ASSIGN TO "data/FAPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS API-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 APO-EXPENSE-ACCT           PIC X(6).
           05 APO-STATUS                 PIC X(1).
           05 APO-PAID-DATE              PIC X(8).
           05 APO-PO-NUMBER              PIC X(8).
           05 APO-QUANTITY               PIC 9(6)V999.
           05 APO-UNIT-PRICE             PIC 9(5)V99.

       FD  INVOICE-ERROR-OUT.
       01  INVOICE-ERROR-RECORD.
       FD  GL-FEED-OUT.
       COPY GLTRANS.

       FD  CAPITAL-ACCT-IN.
       COPY FACAPAC.

       FD  PENDING-ASSET-OUT.
       COPY FAPEND.

       WORKING-STORAGE SECTION.
       COPY BATCHCTL.

           05 API-INV-EOF               PIC X VALUE 'N'.
           05 API-VEND-EOF              PIC X VALUE 'N'.
           05 API-OPEN-EOF              PIC X VALUE 'N'.
           05 API-CAPAC-EOF             PIC X VALUE 'N'.

       01 API-FILE-STATUSES.
           05 API-INV-STATUS            PIC XX.
           05 API-OPEN-IN-STATUS        PIC XX.
           05 API-OPEN-OUT-STATUS       PIC XX.
           05 API-ERR-STATUS            PIC XX.
           05 API-CAPAC-STATUS          PIC XX.
           05 API-PEND-STATUS           PIC XX.

       01 API-TODAY                     PIC X(8).

               10 API-VEND-TERMS-T      PIC 9(3).
               10 API-VEND-STATUS-T     PIC X(1).

      *> Capital asset accounts.
       01 API-CAPAC-CONTROL.
           05 API-CAPAC-COUNT           PIC 9(3) VALUE ZERO.

       01 API-CAPAC-TABLE.
           05 API-CAPAC-ENTRY OCCURS 50 TIMES
                              INDEXED BY API-CAPAC-IX.
               10 API-CAPAC-ACCT-T      PIC X(6).

      *> Open ledger held whole (duplicate check + rewrite with the
      *> day's accepted invoices appended).
       01 API-OPEN-CONTROL.
               10 API-OPN-ACCT-T        PIC X(6).
               10 API-OPN-STATUS-T      PIC X(1).
               10 API-OPN-PAIDDT-T      PIC X(8).
               10 API-OPN-PO-T          PIC X(8).
               10 API-OPN-QTY-T         PIC 9(6)V999.
               10 API-OPN-PRICE-T       PIC 9(5)V99.

       01 API-WORK-FIELDS.
           05 API-READ-COUNT            PIC 9(4) VALUE ZERO.
           05 API-BOOKED-COUNT          PIC 9(4) VALUE ZERO.
           05 API-UNMATCHED-COUNT       PIC 9(4) VALUE ZERO.
           05 API-REJECT-COUNT          PIC 9(4) VALUE ZERO.
           05 API-CAPITAL-COUNT         PIC 9(4) VALUE ZERO.
           05 API-REASON                PIC X(30).
           05 API-DUE-INT               PIC 9(8).
           05 API-DUE-DATE              PIC 9(8).
       01 API-GL-FIELDS.
           05 API-PAYABLE-ACCT          PIC X(6) VALUE 'ACCT02'.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO API-TODAY
           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-OPEN-LEDGER
           PERFORM LOAD-CAPITAL-ACCOUNTS
           OPEN EXTEND PENDING-ASSET-OUT
           IF API-PEND-STATUS = '35'
               OPEN OUTPUT PENDING-ASSET-OUT
           END-IF
           OPEN EXTEND INVOICE-ERROR-OUT
           IF API-ERR-STATUS = '35'
               OPEN OUTPUT INVOICE-ERROR-OUT
           WRITE GL-TRANS-RECORD
           CLOSE GL-FEED-OUT
           CLOSE INVOICE-ERROR-OUT
           CLOSE PENDING-ASSET-OUT
           PERFORM WRITE-OPEN-LEDGER
           DISPLAY 'Invoices read        = ' API-READ-COUNT
           DISPLAY 'Invoices booked      = ' API-BOOKED-COUNT
           DISPLAY 'Awaiting PO match    = ' API-UNMATCHED-COUNT
           DISPLAY 'Invoices rejected    = ' API-REJECT-COUNT
           DISPLAY 'Pending capitalized  = ' API-CAPITAL-COUNT
           STOP RUN.

       LOAD-VENDOR-TABLE.
                               TO API-OPN-STATUS-T(API-OPEN-COUNT)
                           MOVE AP-OPN-PAID-DATE
                               TO API-OPN-PAIDDT-T(API-OPEN-COUNT)
                           MOVE AP-OPN-PO-NUMBER
                               TO API-OPN-PO-T(API-OPEN-COUNT)
                           MOVE AP-OPN-QUANTITY
                               TO API-OPN-QTY-T(API-OPEN-COUNT)
                           MOVE AP-OPN-UNIT-PRICE
                               TO API-OPN-PRICE-T(API-OPEN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OPEN-LEDGER-IN
           END-IF.

       LOAD-CAPITAL-ACCOUNTS.
           OPEN INPUT CAPITAL-ACCT-IN
           IF API-CAPAC-STATUS = '00'
               PERFORM UNTIL API-CAPAC-EOF = 'Y'
                   READ CAPITAL-ACCT-IN
                       AT END MOVE 'Y' TO API-CAPAC-EOF
                       NOT AT END
                           IF API-CAPAC-COUNT >= 50
                               DISPLAY 'CAPITAL ACCOUNT LIST OVER 50 '
                                       'ROWS -- NO INVOICES BOOKED'
                               STOP RUN
                           END-IF
                           ADD 1 TO API-CAPAC-COUNT
                           MOVE FCA-ACCT-ID
                               TO API-CAPAC-ACCT-T(API-CAPAC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CAPITAL-ACCT-IN
           ELSE
               DISPLAY 'No capital asset account list: '
                       API-CAPAC-STATUS
           END-IF.

       PROCESS-INVOICES.
           OPEN INPUT INVOICE-IN
           IF API-INV-STATUS = '00'
               AND AP-INV-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO API-REASON
           END-IF
           IF API-REASON = SPACES
               AND AP-INV-PO-NUMBER NOT = SPACES
               IF AP-INV-PO-NUMBER NOT NUMERIC
                   MOVE 'PO NUMBER NOT NUMERIC' TO API-REASON
               ELSE IF AP-INV-QUANTITY NOT NUMERIC
                       OR AP-INV-UNIT-PRICE NOT NUMERIC
                   MOVE 'PO QTY OR PRICE NOT NUMERIC' TO API-REASON
               END-IF
               END-IF
           END-IF
           IF API-REASON = SPACES
               PERFORM CHECK-DUPLICATE-INVOICE
           END-IF
           MOVE AP-INV-AMOUNT  TO API-OPN-AMT-T(API-OPEN-COUNT)
           MOVE AP-INV-EXPENSE-ACCT
               TO API-OPN-ACCT-T(API-OPEN-COUNT)
           MOVE SPACES         TO API-OPN-PAIDDT-T(API-OPEN-COUNT)
           MOVE AP-INV-PO-NUMBER TO API-OPN-PO-T(API-OPEN-COUNT)
           IF AP-INV-PO-NUMBER = SPACES
               MOVE 'O'        TO API-OPN-STATUS-T(API-OPEN-COUNT)
               MOVE ZERO       TO API-OPN-QTY-T(API-OPEN-COUNT)
               MOVE ZERO       TO API-OPN-PRICE-T(API-OPEN-COUNT)
           ELSE
               MOVE 'U'        TO API-OPN-STATUS-T(API-OPEN-COUNT)
               MOVE AP-INV-QUANTITY
                   TO API-OPN-QTY-T(API-OPEN-COUNT)
               MOVE AP-INV-UNIT-PRICE
                   TO API-OPN-PRICE-T(API-OPEN-COUNT)
               ADD 1 TO API-UNMATCHED-COUNT
           END-IF
           ADD AP-INV-AMOUNT TO API-BOOKED-TOTAL
      *> Expense leg per invoice, to the account the cost belongs
      *> to; the payable leg summarizes at end of run.
           MOVE AP-INV-EXPENSE-ACCT TO GL-TRANS-ACCT-ID
           MOVE 'C' TO GL-TRANS-OP-CODE
           MOVE AP-INV-AMOUNT TO GL-TRANS-AMOUNT
           PERFORM WRITE-GL-FEED-RECORD
           SET API-CAPAC-IX TO 1
           SEARCH API-CAPAC-ENTRY
               AT END
                   CONTINUE
               WHEN API-CAPAC-IX > API-CAPAC-COUNT
                   CONTINUE
               WHEN API-CAPAC-ACCT-T(API-CAPAC-IX)
                       = AP-INV-EXPENSE-ACCT
                   PERFORM WRITE-PENDING-ASSET
           END-SEARCH.

      *> The invoice gives cost, date and who sold it; the rest
      *> waits for the fixed-asset clerk.
       WRITE-PENDING-ASSET.
           MOVE SPACES TO FA-PENDING-RECORD
           MOVE AP-INV-VEND-ID      TO FPN-VEND-ID
           MOVE AP-INV-NUMBER       TO FPN-INV-NUMBER
           MOVE AP-INV-EXPENSE-ACCT TO FPN-ACCT-ID
           MOVE AP-INV-AMOUNT       TO FPN-COST
           MOVE AP-INV-DATE         TO FPN-ACQ-DATE
           MOVE API-TODAY           TO FPN-BOOKED-DATE
           MOVE 'P'                 TO FPN-STATUS
           WRITE FA-PENDING-RECORD
           ADD 1 TO API-CAPITAL-COUNT.

       WRITE-GL-FEED-RECORD.
           MOVE SPACES TO GL-TRANS-REF
                   TO APO-EXPENSE-ACCT
               MOVE API-OPN-STATUS-T(API-OPEN-IDX) TO APO-STATUS
               MOVE API-OPN-PAIDDT-T(API-OPEN-IDX) TO APO-PAID-DATE
               MOVE API-OPN-PO-T(API-OPEN-IDX)     TO APO-PO-NUMBER
               MOVE API-OPN-QTY-T(API-OPEN-IDX)    TO APO-QUANTITY
               MOVE API-OPN-PRICE-T(API-OPEN-IDX)  TO APO-UNIT-PRICE
               WRITE OPEN-LEDGER-OUT-RECORD
           END-PERFORM
           CLOSE OPEN-LEDGER-OUT.
