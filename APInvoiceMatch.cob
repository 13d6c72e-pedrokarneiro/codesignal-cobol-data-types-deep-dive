       IDENTIFICATION DIVISION.
       PROGRAM-ID. APInvoiceMatch.
      *> Three-way match, run between invoice entry and payment
      *> selection. Every stock invoice APInvoiceEntry booked
      *> unmatched ('U') -- and every one already on match-exception
      *> hold ('M'), since a receipt posted since may have cured it --
      *> is compared against its warehouse purchase order: billed
      *> quantity (plus what earlier invoices on the order already
      *> billed, less what went back on debit memos) against the
      *> order quantity and against what WarehouseInventory actually
      *> received, billed unit price against the order's receipt unit
      *> cost, and billed amount against quantity times price, each
      *> within tolerances from RUNPARM.DAT. A pass opens the invoice
      *> ('O') for selection; a failure holds it ('M') with the reason
      *> on the exception report. Purchasing clears a hold it has
      *> settled with the vendor through the release file -- the
      *> release names the operator and prints on the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-LEDGER-IN ASSIGN TO "data/APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APM-OPEN-STATUS.
           SELECT OPEN-LEDGER-OUT ASSIGN TO "data/APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WH-PO-MASTER-IN ASSIGN TO "data/WHPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APM-PO-STATUS.
      *> Purchasing's releases of settled match exceptions.
           SELECT MATCH-RELEASE-IN ASSIGN TO "data/APMATCHREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APM-REL-STATUS.
           SELECT MATCH-REPORT-OUT ASSIGN TO "data/AP-MATCHEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APM-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-LEDGER-IN.
       COPY APOPEN.

       FD  OPEN-LEDGER-OUT.
       01  OPEN-LEDGER-OUT-RECORD       PIC X(80).

       FD  WH-PO-MASTER-IN.
       COPY WHPO.

       FD  MATCH-RELEASE-IN.
       01  MATCH-RELEASE-RECORD.
           05 APM-REL-VEND-ID            PIC X(6).
           05 APM-REL-INV-NUMBER         PIC X(10).
           05 APM-REL-OPERATOR           PIC X(8).

       FD  MATCH-REPORT-OUT.
       01  MATCH-REPORT-LINE             PIC X(132).

       FD  RUN-PARM-IN.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.
       01 APM-EOF-SWITCHES.
           05 APM-OPEN-EOF              PIC X VALUE 'N'.
           05 APM-PO-EOF                PIC X VALUE 'N'.
           05 APM-REL-EOF               PIC X VALUE 'N'.
           05 APM-RUNPARM-EOF           PIC X VALUE 'N'.

       01 APM-FILE-STATUSES.
           05 APM-OPEN-STATUS           PIC XX.
           05 APM-PO-STATUS             PIC XX.
           05 APM-REL-STATUS            PIC XX.
           05 APM-RUNPARM-STATUS        PIC XX.

       01 APM-TODAY                     PIC X(8).

      *> Match tolerances. Quantity and price are percentages; the
      *> amount tolerance is dollars either side of quantity times
      *> price (the vendor's rounding).
       01 APM-PARAMETERS.
           05 APM-QTY-TOL-PCT           PIC 9(3)V999 VALUE ZERO.
           05 APM-PRICE-TOL-PCT         PIC 9(3)V999 VALUE 2.
           05 APM-AMOUNT-TOL            PIC 9(5)V99 VALUE 1.
           05 APM-QTY-PARM-FOUND        PIC X VALUE 'N'.
           05 APM-PRICE-PARM-FOUND      PIC X VALUE 'N'.
           05 APM-AMOUNT-PARM-FOUND     PIC X VALUE 'N'.

      *> Purchase orders rolled up by order number: one order can
      *> carry several item/location lines, and an invoice bills the
      *> order, so quantities and received value total across them.
       01 APM-PO-CONTROL.
           05 APM-PO-COUNT              PIC 9(4) VALUE ZERO.
           05 APM-PO-OVERFLOW           PIC X VALUE 'N'.
           05 APM-PO-MATCH-IX           PIC 9(4).
           05 APM-PO-FOUND              PIC X VALUE 'N'.

       01 APM-PO-TABLE.
           05 APM-PO-ENTRY OCCURS 500 TIMES
                           INDEXED BY APM-PO-IX.
               10 APM-PO-NUMBER-T       PIC 9(8).
               10 APM-PO-ORDERED-T      PIC 9(7)V999.
               10 APM-PO-RECEIVED-T     PIC 9(7)V999.
               10 APM-PO-RCPT-VALUE-T   PIC 9(9)V99.

       01 APM-OPEN-CONTROL.
           05 APM-OPEN-COUNT            PIC 9(4) VALUE ZERO.
           05 APM-OPEN-IDX              PIC 9(4).
           05 APM-OTHER-IDX             PIC 9(4).

       01 APM-OPEN-TABLE.
           05 APM-OPEN-ENTRY OCCURS 2000 TIMES.
               10 APM-ROW-RAW-T         PIC X(80).
               10 APM-ROW-RAW-R REDEFINES APM-ROW-RAW-T.
                   15 APM-ROW-VEND      PIC X(6).
                   15 APM-ROW-INVNO     PIC X(10).
                   15 FILLER            PIC X(16).
                   15 APM-ROW-AMT       PIC 9(7)V99.
                   15 FILLER            PIC X(6).
                   15 APM-ROW-STATUS    PIC X(1).
                   15 FILLER            PIC X(8).
                   15 APM-ROW-PO        PIC X(8).
                   15 APM-ROW-QTY       PIC 9(6)V999.
                   15 APM-ROW-PRICE     PIC 9(5)V99.

       01 APM-WORK-FIELDS.
           05 APM-TESTED-COUNT          PIC 9(4) VALUE ZERO.
           05 APM-MATCHED-COUNT         PIC 9(4) VALUE ZERO.
           05 APM-HELD-COUNT            PIC 9(4) VALUE ZERO.
           05 APM-RELEASED-COUNT        PIC 9(4) VALUE ZERO.
           05 APM-REL-MISS-COUNT        PIC 9(4) VALUE ZERO.
           05 APM-REL-FOUND             PIC X.
           05 APM-REASON                PIC X(30).
           05 APM-PO-NUMBER             PIC 9(8).
           05 APM-BILLED-QTY            PIC S9(8)V999.
           05 APM-QTY-LIMIT             PIC S9(8)V999.
           05 APM-RCPT-COST             PIC 9(5)V99.
           05 APM-PRICE-DIFF            PIC S9(5)V99.
           05 APM-PRICE-LIMIT           PIC S9(5)V9999.
           05 APM-EXTENDED              PIC S9(9)V99.
           05 APM-AMOUNT-DIFF           PIC S9(9)V99.

       01 APM-EDIT-FIELDS.
           05 APM-EDIT-QTY              PIC ZZZ,ZZ9.999.
           05 APM-EDIT-PRICE            PIC ZZ,ZZ9.99.
           05 APM-EDIT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05 APM-EDIT-BILLED           PIC ZZ,ZZZ,ZZ9.999.
           05 APM-EDIT-ORDERED          PIC ZZ,ZZZ,ZZ9.999.
           05 APM-EDIT-RECEIVED         PIC ZZ,ZZZ,ZZ9.999.
           05 APM-EDIT-COST             PIC ZZ,ZZ9.99.

       01 APM-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO APM-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-PO-TABLE
           PERFORM LOAD-OPEN-LEDGER
           OPEN OUTPUT MATCH-REPORT-OUT
           MOVE SPACES TO MATCH-REPORT-LINE
           STRING 'AP THREE-WAY MATCH - INVOICE VS PO VS RECEIPT - '
                      DELIMITED BY SIZE
                  APM-TODAY DELIMITED BY SIZE
               INTO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE
           PERFORM APPLY-MATCH-RELEASES
           PERFORM MATCH-OPEN-INVOICES
           CLOSE MATCH-REPORT-OUT
           PERFORM WRITE-OPEN-LEDGER
           DISPLAY 'Invoices tested      = ' APM-TESTED-COUNT
           DISPLAY 'Matched to open      = ' APM-MATCHED-COUNT
           DISPLAY 'On match hold        = ' APM-HELD-COUNT
           DISPLAY 'Holds released       = ' APM-RELEASED-COUNT
           DISPLAY 'Releases not applied = ' APM-REL-MISS-COUNT
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF APM-RUNPARM-STATUS = '00'
               PERFORM UNTIL APM-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO APM-RUNPARM-EOF
                       NOT AT END PERFORM TAKE-ONE-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       APM-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF APM-QTY-PARM-FOUND = 'N'
               DISPLAY 'PARM QTY-TOLERANCE-PCT MISSING -- USING '
                       'COMPILED DEFAULT'
           END-IF
           IF APM-PRICE-PARM-FOUND = 'N'
               DISPLAY 'PARM PRICE-TOLERANCE-PCT MISSING -- USING '
                       'COMPILED DEFAULT'
           END-IF
           IF APM-AMOUNT-PARM-FOUND = 'N'
               DISPLAY 'PARM AMOUNT-TOLERANCE MISSING -- USING '
                       'COMPILED DEFAULT'
           END-IF
           DISPLAY 'PARM IN EFFECT: QTY-TOLERANCE-PCT = '
                   APM-QTY-TOL-PCT
           DISPLAY 'PARM IN EFFECT: PRICE-TOLERANCE-PCT = '
                   APM-PRICE-TOL-PCT
           DISPLAY 'PARM IN EFFECT: AMOUNT-TOLERANCE = '
                   APM-AMOUNT-TOL.

       TAKE-ONE-PARAMETER.
           IF RP-JOB-NAME = 'APINVOICEMATCH'
               EVALUATE RP-PARM-NAME
                   WHEN 'QTY-TOLERANCE-PCT'
                       MOVE RP-VALUE TO APM-QTY-TOL-PCT
                       MOVE 'Y' TO APM-QTY-PARM-FOUND
                   WHEN 'PRICE-TOLERANCE-PCT'
                       MOVE RP-VALUE TO APM-PRICE-TOL-PCT
                       MOVE 'Y' TO APM-PRICE-PARM-FOUND
                   WHEN 'AMOUNT-TOLERANCE'
                       MOVE RP-VALUE TO APM-AMOUNT-TOL
                       MOVE 'Y' TO APM-AMOUNT-PARM-FOUND
               END-EVALUATE
           END-IF.

      *> A missing order master is loud, not fatal: every stock
      *> invoice then holds as naming an unknown order.
       LOAD-PO-TABLE.
           OPEN INPUT WH-PO-MASTER-IN
           IF APM-PO-STATUS = '00'
               PERFORM UNTIL APM-PO-EOF = 'Y'
                   READ WH-PO-MASTER-IN
                       AT END MOVE 'Y' TO APM-PO-EOF
                       NOT AT END PERFORM STORE-PO-LINE
                   END-READ
               END-PERFORM
               CLOSE WH-PO-MASTER-IN
           ELSE
               DISPLAY 'PURCHASE-ORDER MASTER NOT FOUND: '
                       APM-PO-STATUS
           END-IF.

       STORE-PO-LINE.
           MOVE 'N' TO APM-PO-FOUND
           SET APM-PO-IX TO 1
           SEARCH APM-PO-ENTRY VARYING APM-PO-IX
               AT END
                   CONTINUE
               WHEN APM-PO-IX > APM-PO-COUNT
                   CONTINUE
               WHEN APM-PO-NUMBER-T(APM-PO-IX) = WH-PO-NUMBER
                   MOVE 'Y' TO APM-PO-FOUND
                   SET APM-PO-MATCH-IX TO APM-PO-IX
           END-SEARCH
           IF APM-PO-FOUND = 'N'
               IF APM-PO-COUNT >= 500
                   MOVE 'Y' TO APM-PO-OVERFLOW
                   DISPLAY 'PO TABLE FULL -- ORDER ' WH-PO-NUMBER
                           ' NOT TRACKED'
               ELSE
                   ADD 1 TO APM-PO-COUNT
                   MOVE APM-PO-COUNT TO APM-PO-MATCH-IX
                   MOVE WH-PO-NUMBER
                       TO APM-PO-NUMBER-T(APM-PO-MATCH-IX)
                   MOVE ZERO TO APM-PO-ORDERED-T(APM-PO-MATCH-IX)
                   MOVE ZERO TO APM-PO-RECEIVED-T(APM-PO-MATCH-IX)
                   MOVE ZERO TO APM-PO-RCPT-VALUE-T(APM-PO-MATCH-IX)
                   MOVE 'Y' TO APM-PO-FOUND
               END-IF
           END-IF
           IF APM-PO-FOUND = 'Y'
               ADD WH-PO-ORDER-QTY
                   TO APM-PO-ORDERED-T(APM-PO-MATCH-IX)
               ADD WH-PO-RECEIVED-QTY
                   TO APM-PO-RECEIVED-T(APM-PO-MATCH-IX)
               IF WH-PO-RECEIPT-COST IS NUMERIC
                   COMPUTE APM-PO-RCPT-VALUE-T(APM-PO-MATCH-IX) =
                           APM-PO-RCPT-VALUE-T(APM-PO-MATCH-IX)
                           + WH-PO-RECEIVED-QTY * WH-PO-RECEIPT-COST
               END-IF
           END-IF.

       LOAD-OPEN-LEDGER.
           OPEN INPUT OPEN-LEDGER-IN
           IF APM-OPEN-STATUS = '00'
               PERFORM UNTIL APM-OPEN-EOF = 'Y'
                   READ OPEN-LEDGER-IN
                       AT END MOVE 'Y' TO APM-OPEN-EOF
                       NOT AT END
                           ADD 1 TO APM-OPEN-COUNT
                           MOVE AP-OPEN-RECORD
                               TO APM-ROW-RAW-T(APM-OPEN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OPEN-LEDGER-IN
           ELSE
               DISPLAY 'No open-payables ledger: ' APM-OPEN-STATUS
           END-IF.

      *> Releases apply before matching so a released invoice is
      *> not straight away re-held by the same test purchasing has
      *> just settled.
       APPLY-MATCH-RELEASES.
           OPEN INPUT MATCH-RELEASE-IN
           IF APM-REL-STATUS = '00'
               PERFORM UNTIL APM-REL-EOF = 'Y'
                   READ MATCH-RELEASE-IN
                       AT END MOVE 'Y' TO APM-REL-EOF
                       NOT AT END PERFORM APPLY-ONE-RELEASE
                   END-READ
               END-PERFORM
               CLOSE MATCH-RELEASE-IN
           END-IF.

       APPLY-ONE-RELEASE.
           MOVE 'N' TO APM-REL-FOUND
           PERFORM VARYING APM-OPEN-IDX FROM 1 BY 1
                   UNTIL APM-OPEN-IDX > APM-OPEN-COUNT
                      OR APM-REL-FOUND = 'Y'
               IF APM-ROW-VEND(APM-OPEN-IDX) = APM-REL-VEND-ID
                   AND APM-ROW-INVNO(APM-OPEN-IDX) = APM-REL-INV-NUMBER
                   AND APM-ROW-STATUS(APM-OPEN-IDX) = 'M'
                   MOVE 'Y' TO APM-REL-FOUND
                   MOVE 'O' TO APM-ROW-STATUS(APM-OPEN-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO APM-LINE-WORK
           IF APM-REL-FOUND = 'Y'
               ADD 1 TO APM-RELEASED-COUNT
               STRING '  RELEASED  ' DELIMITED BY SIZE
                      APM-REL-VEND-ID DELIMITED BY SIZE
                      ' INV ' DELIMITED BY SIZE
                      APM-REL-INV-NUMBER DELIMITED BY SIZE
                      ' CLEARED BY ' DELIMITED BY SIZE
                      APM-REL-OPERATOR DELIMITED BY SIZE
                   INTO APM-LINE-WORK
           ELSE
               ADD 1 TO APM-REL-MISS-COUNT
               STRING '  NOT-REL   ' DELIMITED BY SIZE
                      APM-REL-VEND-ID DELIMITED BY SIZE
                      ' INV ' DELIMITED BY SIZE
                      APM-REL-INV-NUMBER DELIMITED BY SIZE
                      ' NOT ON MATCH HOLD -- RELEASE IGNORED'
                          DELIMITED BY SIZE
                   INTO APM-LINE-WORK
           END-IF
           MOVE APM-LINE-WORK TO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE.

       MATCH-OPEN-INVOICES.
           PERFORM VARYING APM-OPEN-IDX FROM 1 BY 1
                   UNTIL APM-OPEN-IDX > APM-OPEN-COUNT
               IF APM-ROW-STATUS(APM-OPEN-IDX) = 'U'
                   OR APM-ROW-STATUS(APM-OPEN-IDX) = 'M'
                   PERFORM MATCH-ONE-INVOICE
               END-IF
           END-PERFORM.

       MATCH-ONE-INVOICE.
           ADD 1 TO APM-TESTED-COUNT
           MOVE SPACES TO APM-REASON
           MOVE ZERO TO APM-BILLED-QTY
           MOVE ZERO TO APM-RCPT-COST
           MOVE 'N' TO APM-PO-FOUND
           IF APM-ROW-PO(APM-OPEN-IDX) IS NUMERIC
               MOVE APM-ROW-PO(APM-OPEN-IDX) TO APM-PO-NUMBER
               SET APM-PO-IX TO 1
               SEARCH APM-PO-ENTRY
                   AT END
                       CONTINUE
                   WHEN APM-PO-IX > APM-PO-COUNT
                       CONTINUE
                   WHEN APM-PO-NUMBER-T(APM-PO-IX) = APM-PO-NUMBER
                       MOVE 'Y' TO APM-PO-FOUND
                       SET APM-PO-MATCH-IX TO APM-PO-IX
               END-SEARCH
           END-IF
           IF APM-PO-FOUND = 'N'
               MOVE 'PO NOT ON ORDER FILE' TO APM-REASON
           ELSE
               PERFORM SUM-BILLED-ON-ORDER
               PERFORM TEST-INVOICE-AGAINST-ORDER
           END-IF
           IF APM-REASON = SPACES
               ADD 1 TO APM-MATCHED-COUNT
               MOVE 'O' TO APM-ROW-STATUS(APM-OPEN-IDX)
               PERFORM WRITE-MATCHED-LINE
           ELSE
               ADD 1 TO APM-HELD-COUNT
               MOVE 'M' TO APM-ROW-STATUS(APM-OPEN-IDX)
               PERFORM WRITE-HELD-LINE
           END-IF.

      *> Quantity billed on the order so far: this invoice, plus
      *> every other invoice on the same order already through the
      *> match (open, selected or paid), less what debit memos sent
      *> back -- the return already came off the received quantity.
       SUM-BILLED-ON-ORDER.
           MOVE APM-ROW-QTY(APM-OPEN-IDX) TO APM-BILLED-QTY
           PERFORM VARYING APM-OTHER-IDX FROM 1 BY 1
                   UNTIL APM-OTHER-IDX > APM-OPEN-COUNT
               IF APM-OTHER-IDX NOT = APM-OPEN-IDX
                   AND APM-ROW-PO(APM-OTHER-IDX)
                       = APM-ROW-PO(APM-OPEN-IDX)
                   AND APM-ROW-QTY(APM-OTHER-IDX) IS NUMERIC
                   IF APM-ROW-INVNO(APM-OTHER-IDX)(1:2) = 'DM'
                       SUBTRACT APM-ROW-QTY(APM-OTHER-IDX)
                           FROM APM-BILLED-QTY
                   ELSE
                       IF APM-ROW-STATUS(APM-OTHER-IDX) = 'O'
                           OR APM-ROW-STATUS(APM-OTHER-IDX) = 'S'
                           OR APM-ROW-STATUS(APM-OTHER-IDX) = 'P'
                           ADD APM-ROW-QTY(APM-OTHER-IDX)
                               TO APM-BILLED-QTY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TEST-INVOICE-AGAINST-ORDER.
           COMPUTE APM-QTY-LIMIT ROUNDED =
                   APM-PO-ORDERED-T(APM-PO-MATCH-IX)
                   + APM-PO-ORDERED-T(APM-PO-MATCH-IX)
                   * APM-QTY-TOL-PCT / 100
           IF APM-BILLED-QTY > APM-QTY-LIMIT
               MOVE 'BILLED QTY OVER ORDERED' TO APM-REASON
           END-IF
           IF APM-REASON = SPACES
               COMPUTE APM-QTY-LIMIT ROUNDED =
                       APM-PO-RECEIVED-T(APM-PO-MATCH-IX)
                       + APM-PO-RECEIVED-T(APM-PO-MATCH-IX)
                       * APM-QTY-TOL-PCT / 100
               IF APM-BILLED-QTY > APM-QTY-LIMIT
                   MOVE 'BILLED QTY NOT RECEIVED' TO APM-REASON
               END-IF
           END-IF
           IF APM-REASON = SPACES
               IF APM-PO-RECEIVED-T(APM-PO-MATCH-IX) > ZERO
                   COMPUTE APM-RCPT-COST ROUNDED =
                           APM-PO-RCPT-VALUE-T(APM-PO-MATCH-IX)
                           / APM-PO-RECEIVED-T(APM-PO-MATCH-IX)
               ELSE
                   MOVE ZERO TO APM-RCPT-COST
               END-IF
      *> An order received before receipt costs were kept has no
      *> cost to hold the price against; quantity still matched.
               IF APM-RCPT-COST > ZERO
                   COMPUTE APM-PRICE-DIFF =
                           APM-ROW-PRICE(APM-OPEN-IDX) - APM-RCPT-COST
                   IF APM-PRICE-DIFF < ZERO
                       COMPUTE APM-PRICE-DIFF = ZERO - APM-PRICE-DIFF
                   END-IF
                   COMPUTE APM-PRICE-LIMIT =
                           APM-RCPT-COST * APM-PRICE-TOL-PCT / 100
                   IF APM-PRICE-DIFF > APM-PRICE-LIMIT
                       MOVE 'PRICE OUTSIDE TOLERANCE' TO APM-REASON
                   END-IF
               END-IF
           END-IF
           IF APM-REASON = SPACES
               COMPUTE APM-EXTENDED ROUNDED =
                       APM-ROW-QTY(APM-OPEN-IDX)
                       * APM-ROW-PRICE(APM-OPEN-IDX)
               COMPUTE APM-AMOUNT-DIFF =
                       APM-ROW-AMT(APM-OPEN-IDX) - APM-EXTENDED
               IF APM-AMOUNT-DIFF < ZERO
                   COMPUTE APM-AMOUNT-DIFF = ZERO - APM-AMOUNT-DIFF
               END-IF
               IF APM-AMOUNT-DIFF > APM-AMOUNT-TOL
                   MOVE 'AMOUNT NOT QTY TIMES PRICE' TO APM-REASON
               END-IF
           END-IF.

       WRITE-MATCHED-LINE.
           MOVE APM-ROW-AMT(APM-OPEN-IDX) TO APM-EDIT-AMOUNT
           MOVE SPACES TO APM-LINE-WORK
           STRING '  MATCHED   ' DELIMITED BY SIZE
                  APM-ROW-VEND(APM-OPEN-IDX) DELIMITED BY SIZE
                  ' INV ' DELIMITED BY SIZE
                  APM-ROW-INVNO(APM-OPEN-IDX) DELIMITED BY SIZE
                  ' PO ' DELIMITED BY SIZE
                  APM-ROW-PO(APM-OPEN-IDX) DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  APM-EDIT-AMOUNT DELIMITED BY SIZE
               INTO APM-LINE-WORK
           MOVE APM-LINE-WORK TO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE.

      *> Held line plus a detail line with the three sides of the
      *> match, so purchasing can see which one is out.
       WRITE-HELD-LINE.
           MOVE APM-ROW-AMT(APM-OPEN-IDX) TO APM-EDIT-AMOUNT
           MOVE SPACES TO APM-LINE-WORK
           STRING '  HELD      ' DELIMITED BY SIZE
                  APM-ROW-VEND(APM-OPEN-IDX) DELIMITED BY SIZE
                  ' INV ' DELIMITED BY SIZE
                  APM-ROW-INVNO(APM-OPEN-IDX) DELIMITED BY SIZE
                  ' PO ' DELIMITED BY SIZE
                  APM-ROW-PO(APM-OPEN-IDX) DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  APM-EDIT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APM-REASON DELIMITED BY SIZE
               INTO APM-LINE-WORK
           MOVE APM-LINE-WORK TO MATCH-REPORT-LINE
           WRITE MATCH-REPORT-LINE
           IF APM-PO-FOUND = 'Y'
               MOVE APM-ROW-QTY(APM-OPEN-IDX) TO APM-EDIT-QTY
               MOVE APM-ROW-PRICE(APM-OPEN-IDX) TO APM-EDIT-PRICE
               MOVE APM-BILLED-QTY TO APM-EDIT-BILLED
               MOVE APM-PO-ORDERED-T(APM-PO-MATCH-IX)
                   TO APM-EDIT-ORDERED
               MOVE APM-PO-RECEIVED-T(APM-PO-MATCH-IX)
                   TO APM-EDIT-RECEIVED
               MOVE APM-RCPT-COST TO APM-EDIT-COST
               MOVE SPACES TO APM-LINE-WORK
               STRING '            QTY=' DELIMITED BY SIZE
                      APM-EDIT-QTY DELIMITED BY SIZE
                      ' PRICE=' DELIMITED BY SIZE
                      APM-EDIT-PRICE DELIMITED BY SIZE
                      ' BILLED=' DELIMITED BY SIZE
                      APM-EDIT-BILLED DELIMITED BY SIZE
                      ' ORDERED=' DELIMITED BY SIZE
                      APM-EDIT-ORDERED DELIMITED BY SIZE
                      ' RCVD=' DELIMITED BY SIZE
                      APM-EDIT-RECEIVED DELIMITED BY SIZE
                      ' COST=' DELIMITED BY SIZE
                      APM-EDIT-COST DELIMITED BY SIZE
                   INTO APM-LINE-WORK
               MOVE APM-LINE-WORK TO MATCH-REPORT-LINE
               WRITE MATCH-REPORT-LINE
           END-IF.

       WRITE-OPEN-LEDGER.
           OPEN OUTPUT OPEN-LEDGER-OUT
           PERFORM VARYING APM-OPEN-IDX FROM 1 BY 1
                   UNTIL APM-OPEN-IDX > APM-OPEN-COUNT
               MOVE APM-ROW-RAW-T(APM-OPEN-IDX)
                   TO OPEN-LEDGER-OUT-RECORD
               WRITE OPEN-LEDGER-OUT-RECORD
           END-PERFORM
           CLOSE OPEN-LEDGER-OUT.
