       IDENTIFICATION DIVISION.
       PROGRAM-ID. APGRNIAccrual.
      *> Period-end goods-received-not-invoiced accrual. Every
      *> warehouse purchase order with stock received (WHPO.DAT
      *> received quantity, valued at the order's receipt unit cost)
      *> is compared with the quantity the vendor has billed for it
      *> on the open-payables ledger -- every invoice booked against
      *> the order whatever its match or payment status, less what
      *> went back on return-to-vendor debit memos. Whatever has been
      *> received but not yet billed is listed by vendor with its age
      *> from the last receipt to period end, and the total goes out
      *> as a framed GL feed under its own source tag: the uninvoiced
      *> balance is moved off the receiving clearing account onto
      *> the accrued-purchases liability as at the last day of the
      *> period, and the same entry reverses on the first day of the
      *> next, so the next period's invoices clear against receiving
      *> clearing as they always have.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRNI-PARM-IN ASSIGN TO "data/GRNI-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGR-PARM-STATUS.
           SELECT WH-PO-MASTER-IN ASSIGN TO "data/WHPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGR-PO-STATUS.
           SELECT OPEN-LEDGER-IN ASSIGN TO "data/APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGR-OPEN-STATUS.
           SELECT WH-TRANS-HIST-IN ASSIGN TO "data/WHTRANS-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGR-HIST-STATUS.
           SELECT VENDOR-MASTER-IN ASSIGN TO "data/APVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGR-VEND-STATUS.
           SELECT GL-PERIOD-IN ASSIGN TO "data/GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGR-PERIOD-STATUS.
           SELECT GRNI-REPORT-OUT ASSIGN TO "data/AP-GRNI.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FEED-OUT ASSIGN TO "data/GRNI-GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Period being accrued (YYYYMM); no card accrues the month of
      *> the run date.
       FD  GRNI-PARM-IN.
       01  GRNI-PARM-CARD.
           05 GRNI-PARM-PERIOD           PIC X(6).

       FD  WH-PO-MASTER-IN.
       COPY WHPO.

       FD  OPEN-LEDGER-IN.
       COPY APOPEN.

       FD  WH-TRANS-HIST-IN.
       COPY WHHIST.

       FD  VENDOR-MASTER-IN.
       COPY APVEND.

       FD  GL-PERIOD-IN.
       COPY GLPERIOD.

       FD  GRNI-REPORT-OUT.
       01  GRNI-REPORT-LINE              PIC X(132).

       FD  GL-FEED-OUT.
       COPY GLTRANS.

       WORKING-STORAGE SECTION.
       COPY BATCHCTL.

       01 AGR-EOF-SWITCHES.
           05 AGR-PO-EOF                PIC X VALUE 'N'.
           05 AGR-OPEN-EOF              PIC X VALUE 'N'.
           05 AGR-HIST-EOF              PIC X VALUE 'N'.
           05 AGR-VEND-EOF              PIC X VALUE 'N'.
           05 AGR-PERIOD-EOF            PIC X VALUE 'N'.

       01 AGR-FILE-STATUSES.
           05 AGR-PARM-STATUS           PIC XX.
           05 AGR-PO-STATUS             PIC XX.
           05 AGR-OPEN-STATUS           PIC XX.
           05 AGR-HIST-STATUS           PIC XX.
           05 AGR-VEND-STATUS           PIC XX.
           05 AGR-PERIOD-STATUS         PIC XX.

       01 AGR-TODAY                     PIC X(8).

      *> The period accrued, its last day (the accrual's date) and
      *> the first day of the next period (the reversal's date).
       01 AGR-PERIOD-FIELDS.
           05 AGR-PERIOD.
               10 AGR-PERIOD-YYYY       PIC 9(4).
               10 AGR-PERIOD-MM         PIC 9(2).
           05 AGR-NEXT-PERIOD.
               10 AGR-NEXT-YYYY         PIC 9(4).
               10 AGR-NEXT-MM           PIC 9(2).
           05 AGR-PERIOD-END            PIC X(8).
           05 AGR-REVERSAL-DATE         PIC X(8).
           05 AGR-PERIOD-END-INT        PIC 9(8).
           05 AGR-PERIOD-CLOSED         PIC X VALUE 'N'.

      *> Accounts the accrual moves between: the receiving clearing
      *> account the warehouse credits on every receipt, and the
      *> accrued-purchases liability the balance sheet shows.
       01 AGR-ACCOUNTS.
           05 AGR-CLEARING-ACCT         PIC X(6) VALUE 'ACCT51'.
           05 AGR-ACCRUAL-ACCT          PIC X(6) VALUE 'ACCT57'.

      *> One row per purchase-order number: lines on the same order
      *> (item/location) are summed, since an invoice bills the order
      *> and not a line.
       01 AGR-ORDER-CONTROL.
           05 AGR-ORD-COUNT             PIC 9(4) VALUE ZERO.
           05 AGR-ORD-IDX               PIC 9(4).
           05 AGR-ORD-FOUND             PIC X VALUE 'N'.
           05 AGR-ORD-MATCH-IX          PIC 9(4).
           05 AGR-SORT-I                PIC 9(4).
           05 AGR-SORT-J                PIC 9(4).

       01 AGR-ORDER-TABLE.
           05 AGR-ORD-ENTRY OCCURS 500 TIMES
                            INDEXED BY AGR-ORD-IX.
               10 AGR-ORD-PO-T          PIC 9(8).
               10 AGR-ORD-VENDOR-T      PIC X(6).
               10 AGR-ORD-RCVD-QTY-T    PIC S9(8)V999.
               10 AGR-ORD-RCVD-VAL-T    PIC S9(9)V99.
               10 AGR-ORD-BILLED-QTY-T  PIC S9(8)V999.
               10 AGR-ORD-LAST-RCPT-T   PIC X(8).
               10 AGR-ORD-EXPECTED-T    PIC X(8).

       01 AGR-ORDER-SWAP.
           05 AGR-SWAP-PO               PIC 9(8).
           05 AGR-SWAP-VENDOR           PIC X(6).
           05 AGR-SWAP-RCVD-QTY         PIC S9(8)V999.
           05 AGR-SWAP-RCVD-VAL         PIC S9(9)V99.
           05 AGR-SWAP-BILLED-QTY       PIC S9(8)V999.
           05 AGR-SWAP-LAST-RCPT        PIC X(8).
           05 AGR-SWAP-EXPECTED         PIC X(8).

       01 AGR-VEND-CONTROL.
           05 AGR-VEND-COUNT            PIC 9(4) VALUE ZERO.

       01 AGR-VEND-TABLE.
           05 AGR-VEND-ENTRY OCCURS 500 TIMES
                             INDEXED BY AGR-VEND-IX.
               10 AGR-VEND-ID-T         PIC X(6).
               10 AGR-VEND-NAME-T       PIC X(20).

      *> Per-order and per-vendor accrual work, and the age buckets
      *> (0-30, 31-60, 61-90, over 90 days since the last receipt).
       01 AGR-CALC-FIELDS.
           05 AGR-PO-NUMBER-9           PIC 9(8).
           05 AGR-UNBILLED-QTY          PIC S9(8)V999.
           05 AGR-UNBILLED-VAL          PIC S9(9)V99.
           05 AGR-UNIT-COST             PIC S9(5)V9(4).
           05 AGR-AGE-DATE              PIC X(8).
           05 AGR-AGE-DAYS              PIC S9(5).
           05 AGR-BKT                   PIC 9(1).
           05 AGR-CUR-VENDOR            PIC X(6).
           05 AGR-VEND-TOTAL            PIC S9(9)V99.
           05 AGR-GRAND-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05 AGR-LINES-ACCRUED         PIC 9(5) VALUE ZERO.
           05 AGR-OVERBILLED-COUNT      PIC 9(5) VALUE ZERO.
           05 AGR-AGE-TOTALS.
               10 AGR-AGE-TOTAL OCCURS 4 TIMES
                                        PIC S9(11)V99.

       01 AGR-GL-FIELDS.
           05 AGR-GL-COUNT              PIC 9(8) VALUE ZERO.
           05 AGR-GL-HASH               PIC S9(10)V999 VALUE ZERO.
           05 AGR-GL-WORK-VALUE         PIC S9(9)V99.

       01 AGR-EDIT-FIELDS.
           05 AGR-EDIT-QTY              PIC ZZ,ZZZ,ZZ9.999.
           05 AGR-EDIT-QTY2             PIC ZZ,ZZZ,ZZ9.999.
           05 AGR-EDIT-QTY3             PIC ZZ,ZZZ,ZZ9.999.
           05 AGR-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05 AGR-EDIT-DAYS             PIC ZZZZ9.
           05 AGR-EDIT-PO               PIC 9(8).

       01 AGR-AGE-LABELS.
           05 FILLER                    PIC X(10) VALUE '0-30 DAYS '.
           05 FILLER                    PIC X(10) VALUE '31-60 DAYS'.
           05 FILLER                    PIC X(10) VALUE '61-90 DAYS'.
           05 FILLER                    PIC X(10) VALUE 'OVER 90   '.
       01 AGR-AGE-LABEL-TABLE REDEFINES AGR-AGE-LABELS.
           05 AGR-AGE-LABEL OCCURS 4 TIMES PIC X(10).

       01 AGR-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO AGR-TODAY
           PERFORM READ-GRNI-PARM
           PERFORM CHECK-PERIOD-OPEN
           IF AGR-PERIOD-CLOSED = 'Y'
               DISPLAY 'PERIOD ' AGR-PERIOD
                       ' IS CLOSED -- GRNI ACCRUAL NOT RUN'
               STOP RUN
           END-IF
           PERFORM LOAD-VENDOR-NAMES
           PERFORM LOAD-RECEIVED-ORDERS
           PERFORM NOTE-LAST-RECEIPT-DATES
           PERFORM SUM-BILLED-QUANTITIES
           PERFORM SORT-ORDERS-BY-VENDOR
           PERFORM WRITE-GRNI-REPORT
           PERFORM WRITE-ACCRUAL-FEED
           MOVE AGR-GRAND-TOTAL TO AGR-EDIT-AMOUNT
           DISPLAY 'Period accrued       = ' AGR-PERIOD
           DISPLAY 'Orders on file       = ' AGR-ORD-COUNT
           DISPLAY 'Orders accrued       = ' AGR-LINES-ACCRUED
           DISPLAY 'GRNI accrual         = ' AGR-EDIT-AMOUNT
           STOP RUN.

       READ-GRNI-PARM.
           MOVE AGR-TODAY(1:6) TO AGR-PERIOD
           OPEN INPUT GRNI-PARM-IN
           IF AGR-PARM-STATUS = '00'
               READ GRNI-PARM-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRNI-PARM-PERIOD IS NUMERIC
                           MOVE GRNI-PARM-PERIOD TO AGR-PERIOD
                       END-IF
               END-READ
               CLOSE GRNI-PARM-IN
           ELSE
               DISPLAY 'GRNI PARAMETER CARD NOT FOUND: '
                       AGR-PARM-STATUS
                       ' -- ACCRUING THE RUN-DATE MONTH'
           END-IF
           MOVE AGR-PERIOD TO AGR-NEXT-PERIOD
           IF AGR-NEXT-MM = 12
               MOVE 1 TO AGR-NEXT-MM
               ADD 1 TO AGR-NEXT-YYYY
           ELSE
               ADD 1 TO AGR-NEXT-MM
           END-IF
           STRING AGR-NEXT-PERIOD DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
               INTO AGR-REVERSAL-DATE
           COMPUTE AGR-PERIOD-END-INT =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(AGR-REVERSAL-DATE)) - 1)
           MOVE AGR-PERIOD-END-INT TO AGR-PERIOD-END
           DISPLAY 'ACCRUING PERIOD ' AGR-PERIOD
                   ' AS AT ' AGR-PERIOD-END
                   ' REVERSING ' AGR-REVERSAL-DATE.

      *> The posting run would reject an accrual dated into a closed
      *> month; better to refuse here than strand half the entry.
       CHECK-PERIOD-OPEN.
           OPEN INPUT GL-PERIOD-IN
           IF AGR-PERIOD-STATUS = '00'
               PERFORM UNTIL AGR-PERIOD-EOF = 'Y'
                   READ GL-PERIOD-IN
                       AT END MOVE 'Y' TO AGR-PERIOD-EOF
                       NOT AT END
                           IF PRD-PERIOD-KEY = AGR-PERIOD
                               AND PRD-STATUS = 'C'
                               MOVE 'Y' TO AGR-PERIOD-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-PERIOD-IN
           END-IF.

       LOAD-VENDOR-NAMES.
           OPEN INPUT VENDOR-MASTER-IN
           IF AGR-VEND-STATUS = '00'
               PERFORM UNTIL AGR-VEND-EOF = 'Y'
                   READ VENDOR-MASTER-IN
                       AT END MOVE 'Y' TO AGR-VEND-EOF
                       NOT AT END
                           IF AGR-VEND-COUNT < 500
                               ADD 1 TO AGR-VEND-COUNT
                               MOVE AP-VEND-ID
                                   TO AGR-VEND-ID-T(AGR-VEND-COUNT)
                               MOVE AP-VEND-NAME
                                   TO AGR-VEND-NAME-T(AGR-VEND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-IN
           ELSE
               DISPLAY 'Vendor master not found: ' AGR-VEND-STATUS
           END-IF.

       LOAD-RECEIVED-ORDERS.
           OPEN INPUT WH-PO-MASTER-IN
           IF AGR-PO-STATUS = '00'
               PERFORM UNTIL AGR-PO-EOF = 'Y'
                   READ WH-PO-MASTER-IN
                       AT END MOVE 'Y' TO AGR-PO-EOF
                       NOT AT END
                           IF WH-PO-RECEIVED-QTY > ZERO
                               PERFORM ADD-PO-LINE-TO-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WH-PO-MASTER-IN
           ELSE
               DISPLAY 'PURCHASE-ORDER MASTER NOT FOUND: '
                       AGR-PO-STATUS
           END-IF.

       ADD-PO-LINE-TO-ORDER.
           MOVE WH-PO-NUMBER TO AGR-PO-NUMBER-9
           PERFORM LOOKUP-ORDER-ROW
           IF AGR-ORD-FOUND = 'N'
               IF AGR-ORD-COUNT >= 500
                   DISPLAY 'ORDER TABLE FULL -- PO ' WH-PO-NUMBER
                           ' NOT ACCRUED'
               ELSE
                   ADD 1 TO AGR-ORD-COUNT
                   MOVE AGR-ORD-COUNT TO AGR-ORD-MATCH-IX
                   MOVE WH-PO-NUMBER TO AGR-ORD-PO-T(AGR-ORD-COUNT)
                   MOVE WH-PO-VENDOR-ID
                       TO AGR-ORD-VENDOR-T(AGR-ORD-COUNT)
                   MOVE ZERO TO AGR-ORD-RCVD-QTY-T(AGR-ORD-COUNT)
                   MOVE ZERO TO AGR-ORD-RCVD-VAL-T(AGR-ORD-COUNT)
                   MOVE ZERO TO AGR-ORD-BILLED-QTY-T(AGR-ORD-COUNT)
                   MOVE SPACES TO AGR-ORD-LAST-RCPT-T(AGR-ORD-COUNT)
                   MOVE WH-PO-EXPECTED-DATE
                       TO AGR-ORD-EXPECTED-T(AGR-ORD-COUNT)
                   MOVE 'Y' TO AGR-ORD-FOUND
               END-IF
           END-IF
           IF AGR-ORD-FOUND = 'Y'
               ADD WH-PO-RECEIVED-QTY
                   TO AGR-ORD-RCVD-QTY-T(AGR-ORD-MATCH-IX)
               COMPUTE AGR-ORD-RCVD-VAL-T(AGR-ORD-MATCH-IX) ROUNDED =
                       AGR-ORD-RCVD-VAL-T(AGR-ORD-MATCH-IX)
                     + WH-PO-RECEIVED-QTY * WH-PO-RECEIPT-COST
           END-IF.

       LOOKUP-ORDER-ROW.
           MOVE 'N' TO AGR-ORD-FOUND
           IF AGR-ORD-COUNT > ZERO
               SET AGR-ORD-IX TO 1
               SEARCH AGR-ORD-ENTRY
                   AT END
                       MOVE 'N' TO AGR-ORD-FOUND
                   WHEN AGR-ORD-IX > AGR-ORD-COUNT
                       MOVE 'N' TO AGR-ORD-FOUND
                   WHEN AGR-ORD-PO-T(AGR-ORD-IX) = AGR-PO-NUMBER-9
                       MOVE 'Y' TO AGR-ORD-FOUND
                       SET AGR-ORD-MATCH-IX TO AGR-ORD-IX
               END-SEARCH
           END-IF.

      *> The accrual is aged from the last receipt posted against the
      *> order up to period end; an order whose receipts predate the
      *> history archive's order numbers ages from its expected date.
       NOTE-LAST-RECEIPT-DATES.
           OPEN INPUT WH-TRANS-HIST-IN
           IF AGR-HIST-STATUS = '00'
               PERFORM UNTIL AGR-HIST-EOF = 'Y'
                   READ WH-TRANS-HIST-IN
                       AT END MOVE 'Y' TO AGR-HIST-EOF
                       NOT AT END
                           IF WH-HIST-TYPE = 'R'
                               AND WH-HIST-PO-NO IS NUMERIC
                               AND WH-HIST-POST-DATE <= AGR-PERIOD-END
                               MOVE WH-HIST-PO-NO TO AGR-PO-NUMBER-9
                               PERFORM LOOKUP-ORDER-ROW
                               PERFORM NOTE-ONE-RECEIPT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WH-TRANS-HIST-IN
           ELSE
               DISPLAY 'Movement history not found: ' AGR-HIST-STATUS
           END-IF.

       NOTE-ONE-RECEIPT-DATE.
           IF AGR-ORD-FOUND = 'Y'
               IF WH-HIST-POST-DATE >
                       AGR-ORD-LAST-RCPT-T(AGR-ORD-MATCH-IX)
                   MOVE WH-HIST-POST-DATE
                       TO AGR-ORD-LAST-RCPT-T(AGR-ORD-MATCH-IX)
               END-IF
           END-IF.

      *> Every invoice booked against the order counts as billed,
      *> matched or not -- the liability is already on the ledger the
      *> day the invoice is keyed. Debit memos take their returned
      *> quantity back off.
       SUM-BILLED-QUANTITIES.
           OPEN INPUT OPEN-LEDGER-IN
           IF AGR-OPEN-STATUS = '00'
               PERFORM UNTIL AGR-OPEN-EOF = 'Y'
                   READ OPEN-LEDGER-IN
                       AT END MOVE 'Y' TO AGR-OPEN-EOF
                       NOT AT END
                           IF AP-OPN-PO-NUMBER IS NUMERIC
                               AND AP-OPN-QUANTITY IS NUMERIC
                               AND AP-OPN-INV-DATE <= AGR-PERIOD-END
                               MOVE AP-OPN-PO-NUMBER TO AGR-PO-NUMBER-9
                               PERFORM LOOKUP-ORDER-ROW
                               PERFORM APPLY-BILLED-QUANTITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-LEDGER-IN
           ELSE
               DISPLAY 'Open-payables ledger not found: '
                       AGR-OPEN-STATUS
           END-IF.

       APPLY-BILLED-QUANTITY.
           IF AGR-ORD-FOUND = 'Y'
               IF AP-OPN-INV-NUMBER(1:2) = 'DM'
                   SUBTRACT AP-OPN-QUANTITY
                       FROM AGR-ORD-BILLED-QTY-T(AGR-ORD-MATCH-IX)
               ELSE
                   ADD AP-OPN-QUANTITY
                       TO AGR-ORD-BILLED-QTY-T(AGR-ORD-MATCH-IX)
               END-IF
           END-IF.

       SORT-ORDERS-BY-VENDOR.
           PERFORM VARYING AGR-SORT-I FROM 1 BY 1
                   UNTIL AGR-SORT-I >= AGR-ORD-COUNT
               PERFORM VARYING AGR-SORT-J FROM 1 BY 1
                       UNTIL AGR-SORT-J > AGR-ORD-COUNT - AGR-SORT-I
                   IF AGR-ORD-VENDOR-T(AGR-SORT-J) >
                           AGR-ORD-VENDOR-T(AGR-SORT-J + 1)
                       OR (AGR-ORD-VENDOR-T(AGR-SORT-J) =
                               AGR-ORD-VENDOR-T(AGR-SORT-J + 1)
                           AND AGR-ORD-PO-T(AGR-SORT-J) >
                               AGR-ORD-PO-T(AGR-SORT-J + 1))
                       PERFORM SWAP-ORDER-ROWS
                   END-IF
               END-PERFORM
           END-PERFORM.

       SWAP-ORDER-ROWS.
           MOVE AGR-ORD-ENTRY(AGR-SORT-J) TO AGR-ORDER-SWAP
           MOVE AGR-ORD-ENTRY(AGR-SORT-J + 1)
               TO AGR-ORD-ENTRY(AGR-SORT-J)
           MOVE AGR-ORDER-SWAP TO AGR-ORD-ENTRY(AGR-SORT-J + 1).

       WRITE-GRNI-REPORT.
           OPEN OUTPUT GRNI-REPORT-OUT
           MOVE SPACES TO GRNI-REPORT-LINE
           STRING 'GOODS RECEIVED NOT INVOICED - PERIOD '
                   DELIMITED BY SIZE
                  AGR-PERIOD DELIMITED BY SIZE
                  ' AS AT ' DELIMITED BY SIZE
                  AGR-PERIOD-END DELIMITED BY SIZE
                  ' - RUN ' DELIMITED BY SIZE
                  AGR-TODAY DELIMITED BY SIZE
               INTO GRNI-REPORT-LINE
           WRITE GRNI-REPORT-LINE
           MOVE SPACES TO GRNI-REPORT-LINE
           STRING '  PO NUMBER       RECEIVED        INVOICED'
                   DELIMITED BY SIZE
                  '      UNINVOICED           VALUE LAST-RCPT'
                   DELIMITED BY SIZE
                  '   AGE AGE-BAND'
                   DELIMITED BY SIZE
               INTO GRNI-REPORT-LINE
           WRITE GRNI-REPORT-LINE
           MOVE ZERO TO AGR-AGE-TOTAL(1) AGR-AGE-TOTAL(2)
                        AGR-AGE-TOTAL(3) AGR-AGE-TOTAL(4)
           MOVE SPACES TO AGR-CUR-VENDOR
           MOVE ZERO TO AGR-VEND-TOTAL
           COMPUTE AGR-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(AGR-PERIOD-END))
           PERFORM VARYING AGR-ORD-IDX FROM 1 BY 1
                   UNTIL AGR-ORD-IDX > AGR-ORD-COUNT
               PERFORM REPORT-ONE-ORDER
           END-PERFORM
           IF AGR-CUR-VENDOR NOT = SPACES
               PERFORM WRITE-VENDOR-TOTAL
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE GRNI-REPORT-OUT.

      *> Billed beyond received is the match's problem, not an
      *> accrual -- it is listed so it is not lost, but accrues zero.
       REPORT-ONE-ORDER.
           COMPUTE AGR-UNBILLED-QTY =
                   AGR-ORD-RCVD-QTY-T(AGR-ORD-IDX)
                 - AGR-ORD-BILLED-QTY-T(AGR-ORD-IDX)
           IF AGR-UNBILLED-QTY NOT = ZERO
               IF AGR-ORD-VENDOR-T(AGR-ORD-IDX) NOT = AGR-CUR-VENDOR
                   IF AGR-CUR-VENDOR NOT = SPACES
                       PERFORM WRITE-VENDOR-TOTAL
                   END-IF
                   MOVE AGR-ORD-VENDOR-T(AGR-ORD-IDX) TO AGR-CUR-VENDOR
                   MOVE ZERO TO AGR-VEND-TOTAL
                   PERFORM WRITE-VENDOR-HEADER
               END-IF
               IF AGR-UNBILLED-QTY < ZERO
                   ADD 1 TO AGR-OVERBILLED-COUNT
                   MOVE ZERO TO AGR-UNBILLED-VAL
               ELSE
                   COMPUTE AGR-UNIT-COST ROUNDED =
                           AGR-ORD-RCVD-VAL-T(AGR-ORD-IDX)
                         / AGR-ORD-RCVD-QTY-T(AGR-ORD-IDX)
                   COMPUTE AGR-UNBILLED-VAL ROUNDED =
                           AGR-UNBILLED-QTY * AGR-UNIT-COST
                   ADD 1 TO AGR-LINES-ACCRUED
               END-IF
               PERFORM AGE-ONE-ORDER
               ADD AGR-UNBILLED-VAL TO AGR-VEND-TOTAL
               ADD AGR-UNBILLED-VAL TO AGR-GRAND-TOTAL
               ADD AGR-UNBILLED-VAL TO AGR-AGE-TOTAL(AGR-BKT)
               PERFORM WRITE-ORDER-LINE
           END-IF.

       AGE-ONE-ORDER.
           IF AGR-ORD-LAST-RCPT-T(AGR-ORD-IDX) IS NUMERIC
               MOVE AGR-ORD-LAST-RCPT-T(AGR-ORD-IDX) TO AGR-AGE-DATE
           ELSE
               MOVE AGR-ORD-EXPECTED-T(AGR-ORD-IDX) TO AGR-AGE-DATE
           END-IF
           MOVE ZERO TO AGR-AGE-DAYS
           IF AGR-AGE-DATE IS NUMERIC
               COMPUTE AGR-AGE-DAYS =
                       AGR-PERIOD-END-INT
                     - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(AGR-AGE-DATE))
           END-IF
           IF AGR-AGE-DAYS < ZERO
               MOVE ZERO TO AGR-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN AGR-AGE-DAYS <= 30
                   MOVE 1 TO AGR-BKT
               WHEN AGR-AGE-DAYS <= 60
                   MOVE 2 TO AGR-BKT
               WHEN AGR-AGE-DAYS <= 90
                   MOVE 3 TO AGR-BKT
               WHEN OTHER
                   MOVE 4 TO AGR-BKT
           END-EVALUATE.

       WRITE-VENDOR-HEADER.
           MOVE SPACES TO GRNI-REPORT-LINE
           WRITE GRNI-REPORT-LINE
           MOVE SPACES TO GRNI-REPORT-LINE
           SET AGR-VEND-IX TO 1
           SEARCH AGR-VEND-ENTRY
               AT END
                   STRING 'VENDOR ' DELIMITED BY SIZE
                          AGR-CUR-VENDOR DELIMITED BY SIZE
                          ' NOT ON VENDOR MASTER' DELIMITED BY SIZE
                       INTO GRNI-REPORT-LINE
               WHEN AGR-VEND-ID-T(AGR-VEND-IX) = AGR-CUR-VENDOR
                   STRING 'VENDOR ' DELIMITED BY SIZE
                          AGR-CUR-VENDOR DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          AGR-VEND-NAME-T(AGR-VEND-IX)
                              DELIMITED BY SIZE
                       INTO GRNI-REPORT-LINE
           END-SEARCH
           WRITE GRNI-REPORT-LINE.

       WRITE-ORDER-LINE.
           MOVE AGR-ORD-PO-T(AGR-ORD-IDX) TO AGR-EDIT-PO
           MOVE AGR-ORD-RCVD-QTY-T(AGR-ORD-IDX) TO AGR-EDIT-QTY
           MOVE AGR-ORD-BILLED-QTY-T(AGR-ORD-IDX) TO AGR-EDIT-QTY2
           MOVE AGR-UNBILLED-QTY TO AGR-EDIT-QTY3
           MOVE AGR-UNBILLED-VAL TO AGR-EDIT-AMOUNT
           MOVE AGR-AGE-DAYS TO AGR-EDIT-DAYS
           MOVE SPACES TO AGR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  AGR-EDIT-PO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AGR-EDIT-QTY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AGR-EDIT-QTY2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AGR-EDIT-QTY3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AGR-EDIT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AGR-AGE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AGR-EDIT-DAYS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AGR-AGE-LABEL(AGR-BKT) DELIMITED BY SIZE
               INTO AGR-LINE-WORK
           IF AGR-UNBILLED-QTY < ZERO
               MOVE 'BILLED OVER RECEIVED'
                   TO AGR-LINE-WORK(103:20)
           END-IF
           MOVE AGR-LINE-WORK TO GRNI-REPORT-LINE
           WRITE GRNI-REPORT-LINE.

       WRITE-VENDOR-TOTAL.
           MOVE AGR-VEND-TOTAL TO AGR-EDIT-AMOUNT
           MOVE SPACES TO GRNI-REPORT-LINE
           STRING '  VENDOR ' DELIMITED BY SIZE
                  AGR-CUR-VENDOR DELIMITED BY SIZE
                  ' UNINVOICED TOTAL' DELIMITED BY SIZE
                  '                             ' DELIMITED BY SIZE
                  AGR-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GRNI-REPORT-LINE
           WRITE GRNI-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO GRNI-REPORT-LINE
           WRITE GRNI-REPORT-LINE
           PERFORM VARYING AGR-BKT FROM 1 BY 1 UNTIL AGR-BKT > 4
               MOVE AGR-AGE-TOTAL(AGR-BKT) TO AGR-EDIT-AMOUNT
               MOVE SPACES TO GRNI-REPORT-LINE
               STRING 'AGED ' DELIMITED BY SIZE
                      AGR-AGE-LABEL(AGR-BKT) DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      AGR-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO GRNI-REPORT-LINE
               WRITE GRNI-REPORT-LINE
           END-PERFORM
           MOVE AGR-GRAND-TOTAL TO AGR-EDIT-AMOUNT
           MOVE SPACES TO GRNI-REPORT-LINE
           STRING 'TOTAL GRNI ACCRUAL ' DELIMITED BY SIZE
                  AGR-EDIT-AMOUNT DELIMITED BY SIZE
                  ' (DR ' DELIMITED BY SIZE
                  AGR-CLEARING-ACCT DELIMITED BY SIZE
                  ' CR ' DELIMITED BY SIZE
                  AGR-ACCRUAL-ACCT DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  AGR-PERIOD-END DELIMITED BY SIZE
                  ', REVERSED ' DELIMITED BY SIZE
                  AGR-REVERSAL-DATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO GRNI-REPORT-LINE
           WRITE GRNI-REPORT-LINE
           IF AGR-OVERBILLED-COUNT > ZERO
               MOVE AGR-OVERBILLED-COUNT TO AGR-EDIT-DAYS
               MOVE SPACES TO GRNI-REPORT-LINE
               STRING 'ORDERS BILLED OVER RECEIVED (NOT ACCRUED): '
                       DELIMITED BY SIZE
                      AGR-EDIT-DAYS DELIMITED BY SIZE
                   INTO GRNI-REPORT-LINE
               WRITE GRNI-REPORT-LINE
           END-IF.

      *> Header, the accrual pair dated period end, the reversing
      *> pair dated the first of the next period, trailer. Nothing to
      *> accrue still writes the framed empty batch, so the source
      *> reconciliation sees the job ran.
       WRITE-ACCRUAL-FEED.
           OPEN OUTPUT GL-FEED-OUT
           MOVE '*HDR*'    TO BCH-RECORD-TYPE
           MOVE 'GRNIACR'  TO BCH-SOURCE
           MOVE AGR-TODAY  TO BCH-BUSINESS-DATE
           MOVE SPACES TO GL-TRANS-RECORD
           MOVE BATCH-HEADER-RECORD TO GL-TRANS-RECORD(1:21)
           WRITE GL-TRANS-RECORD
           IF AGR-GRAND-TOTAL > ZERO
               MOVE AGR-GRAND-TOTAL TO AGR-GL-WORK-VALUE
               MOVE AGR-CLEARING-ACCT TO GL-TRANS-ACCT-ID
               MOVE 'D' TO GL-TRANS-OP-CODE
               MOVE 'GRNA' TO GL-TRANS-REF
               MOVE AGR-PERIOD-END TO GL-TRANS-DATE
               PERFORM WRITE-GL-FEED-ENTRY
               MOVE AGR-ACCRUAL-ACCT TO GL-TRANS-ACCT-ID
               MOVE 'C' TO GL-TRANS-OP-CODE
               MOVE 'GRNA' TO GL-TRANS-REF
               MOVE AGR-PERIOD-END TO GL-TRANS-DATE
               PERFORM WRITE-GL-FEED-ENTRY
               MOVE AGR-ACCRUAL-ACCT TO GL-TRANS-ACCT-ID
               MOVE 'D' TO GL-TRANS-OP-CODE
               MOVE 'GRNR' TO GL-TRANS-REF
               MOVE AGR-REVERSAL-DATE TO GL-TRANS-DATE
               PERFORM WRITE-GL-FEED-ENTRY
               MOVE AGR-CLEARING-ACCT TO GL-TRANS-ACCT-ID
               MOVE 'C' TO GL-TRANS-OP-CODE
               MOVE 'GRNR' TO GL-TRANS-REF
               MOVE AGR-REVERSAL-DATE TO GL-TRANS-DATE
               PERFORM WRITE-GL-FEED-ENTRY
           END-IF
           MOVE '*TRL*' TO BCT-RECORD-TYPE
           MOVE AGR-GL-COUNT TO BCT-RECORD-COUNT
           MOVE AGR-GL-HASH  TO BCT-HASH-TOTAL
           MOVE SPACES TO GL-TRANS-RECORD
           MOVE BATCH-TRAILER-RECORD TO GL-TRANS-RECORD(1:27)
           WRITE GL-TRANS-RECORD
           CLOSE GL-FEED-OUT.

      *> Ref is 'GRNA' (accrual) or 'GRNR' (reversal) plus the
      *> period's YYMM, so each month's pair is its own batch on the
      *> posting journal's rerun register.
       WRITE-GL-FEED-ENTRY.
           MOVE AGR-PERIOD(3:4) TO GL-TRANS-REF(5:4)
           MOVE AGR-GL-WORK-VALUE TO GL-TRANS-AMOUNT
           WRITE GL-TRANS-RECORD
           ADD 1 TO AGR-GL-COUNT
           ADD GL-TRANS-AMOUNT TO AGR-GL-HASH
           MOVE SPACES TO GL-TRANS-RECORD.
