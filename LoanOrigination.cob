           05 LOR-OUT-PRODUCT            PIC X(3).
           05 LOR-OUT-ESCROW-BAL         PIC 9(7)V99.
           05 LOR-OUT-ESCROW-PMT         PIC 9(5)V99.
           05 LOR-OUT-STATUS             PIC X(1).
           05 LOR-OUT-CURRENT-RATE       PIC 9(2)V999.
           05 LOR-OUT-ORIG-RATE          PIC 9(2)V999.
           05 LOR-OUT-NEXT-RESET         PIC X(8).
           05 LOR-OUT-TERM-REMAIN        PIC 9(3).
           05 LOR-OUT-FEE-BAL            PIC 9(5)V99.
           05 LOR-OUT-ORIG-DATE          PIC X(8).
           05 LOR-OUT-ORIG-BALANCE       PIC 9(7)V99.

       FD  LOAN-APP-ERROR-OUT.
       COPY LNAPPERR.
               10 LOR-PRODUCT-T          PIC X(3).
               10 LOR-ESCROW-BAL-T       PIC 9(7)V99.
               10 LOR-ESCROW-PMT-T       PIC 9(5)V99.
               10 LOR-STATUS-T           PIC X(1).
               10 LOR-CURRENT-RATE-T     PIC 9(2)V999.
               10 LOR-ORIG-RATE-T        PIC 9(2)V999.
               10 LOR-NEXT-RESET-T       PIC X(8).
               10 LOR-TERM-REMAIN-T      PIC 9(3).
               10 LOR-FEE-BAL-T          PIC 9(5)V99.
               10 LOR-ORIG-DATE-T        PIC X(8).
               10 LOR-ORIG-BALANCE-T     PIC 9(7)V99.

       01 LOR-FX-TABLE-CONTROL.
           05 LOR-FX-COUNT               PIC 9(4) VALUE ZERO.
           05 LOR-BOOKED-COUNT           PIC 9(6) VALUE ZERO.
           05 LOR-REJECT-COUNT           PIC 9(6) VALUE ZERO.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LOR-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO LOR-BRL-START-TIME
           PERFORM LOAD-LOAN-ACCOUNTS
           PERFORM LOAD-FX-CODES
           MOVE LOAN-ACCT-CURRENCY TO LOR-CURRENCY-T(LOR-COUNT)
           MOVE LOAN-ACCT-PRODUCT  TO LOR-PRODUCT-T(LOR-COUNT)
           MOVE LOAN-ACCT-ESCROW-BAL TO LOR-ESCROW-BAL-T(LOR-COUNT)
           MOVE LOAN-ACCT-ESCROW-PMT TO LOR-ESCROW-PMT-T(LOR-COUNT)
           MOVE LOAN-ACCT-STATUS   TO LOR-STATUS-T(LOR-COUNT)
           IF LOAN-ACCT-CURRENT-RATE NUMERIC
               MOVE LOAN-ACCT-CURRENT-RATE
                   TO LOR-CURRENT-RATE-T(LOR-COUNT)
           ELSE
               MOVE ZERO TO LOR-CURRENT-RATE-T(LOR-COUNT)
           END-IF
           IF LOAN-ACCT-ORIG-RATE NUMERIC
               MOVE LOAN-ACCT-ORIG-RATE TO LOR-ORIG-RATE-T(LOR-COUNT)
           ELSE
               MOVE ZERO TO LOR-ORIG-RATE-T(LOR-COUNT)
           END-IF
           MOVE LOAN-ACCT-NEXT-RESET TO LOR-NEXT-RESET-T(LOR-COUNT)
           IF LOAN-ACCT-TERM-REMAINING NUMERIC
               MOVE LOAN-ACCT-TERM-REMAINING
                   TO LOR-TERM-REMAIN-T(LOR-COUNT)
           ELSE
               MOVE ZERO TO LOR-TERM-REMAIN-T(LOR-COUNT)
           END-IF
           IF LOAN-ACCT-FEE-BAL NUMERIC
               MOVE LOAN-ACCT-FEE-BAL TO LOR-FEE-BAL-T(LOR-COUNT)
           ELSE
               MOVE ZERO TO LOR-FEE-BAL-T(LOR-COUNT)
           END-IF
           MOVE LOAN-ACCT-ORIG-DATE TO LOR-ORIG-DATE-T(LOR-COUNT)
           IF LOAN-ACCT-ORIG-BALANCE NUMERIC
               MOVE LOAN-ACCT-ORIG-BALANCE
                   TO LOR-ORIG-BALANCE-T(LOR-COUNT)
           ELSE
               MOVE ZERO TO LOR-ORIG-BALANCE-T(LOR-COUNT)
           END-IF.

       LOAD-FX-CODES.
           OPEN INPUT FX-RATE-IN
           MOVE LA-PRODUCT  TO LOR-PRODUCT-T(LOR-COUNT)
      *> A new escrow starts empty; collections build it.
           MOVE ZERO        TO LOR-ESCROW-BAL-T(LOR-COUNT)
           MOVE LA-ESCROW-PMT TO LOR-ESCROW-PMT-T(LOR-COUNT)
           MOVE 'A'         TO LOR-STATUS-T(LOR-COUNT)
           MOVE ZERO        TO LOR-CURRENT-RATE-T(LOR-COUNT)
                               LOR-ORIG-RATE-T(LOR-COUNT)
                               LOR-TERM-REMAIN-T(LOR-COUNT)
                               LOR-FEE-BAL-T(LOR-COUNT)
           MOVE SPACES      TO LOR-NEXT-RESET-T(LOR-COUNT)
      *> Booking date and booked balance, kept for the life of the
      *> account for the vintage analysis.
           MOVE LOR-TODAY   TO LOR-ORIG-DATE-T(LOR-COUNT)
           MOVE LA-BALANCE  TO LOR-ORIG-BALANCE-T(LOR-COUNT).

       WRITE-APP-ERROR.
           ADD 1 TO LOR-REJECT-COUNT
               MOVE LOR-PRODUCT-T(LOR-IDX)  TO LOR-OUT-PRODUCT
               MOVE LOR-ESCROW-BAL-T(LOR-IDX) TO LOR-OUT-ESCROW-BAL
               MOVE LOR-ESCROW-PMT-T(LOR-IDX) TO LOR-OUT-ESCROW-PMT
               MOVE LOR-STATUS-T(LOR-IDX)   TO LOR-OUT-STATUS
               MOVE LOR-CURRENT-RATE-T(LOR-IDX)
                   TO LOR-OUT-CURRENT-RATE
               MOVE LOR-ORIG-RATE-T(LOR-IDX) TO LOR-OUT-ORIG-RATE
               MOVE LOR-NEXT-RESET-T(LOR-IDX) TO LOR-OUT-NEXT-RESET
               MOVE LOR-TERM-REMAIN-T(LOR-IDX) TO LOR-OUT-TERM-REMAIN
               MOVE LOR-FEE-BAL-T(LOR-IDX)  TO LOR-OUT-FEE-BAL
               MOVE LOR-ORIG-DATE-T(LOR-IDX) TO LOR-OUT-ORIG-DATE
               MOVE LOR-ORIG-BALANCE-T(LOR-IDX)
                   TO LOR-OUT-ORIG-BALANCE
               WRITE LOAN-ACCOUNT-OUT-RECORD
           END-PERFORM
           CLOSE LOAN-ACCOUNT-OUT.
