       IDENTIFICATION DIVISION.
       PROGRAM-ID. WarehouseRecallTrace.
      *> Lot recall trace. For each supplier recall on the request
      *> file -- a lot number, or an item and an expiry-date range --
      *> works out where the recalled stock went: every lot in scope
      *> is followed through the posted-transaction history and the
      *> lot sub-ledger, and the report shows the quantity received,
      *> what is still on hand by location (and how much of that
      *> location already sits in quarantine), and what shipped to
      *> each customer order, to each store, into kits, and out by
      *> any other route. QA used to piece this together by hand.
      *> A recall flagged for holds also raises an 'H' quarantine
      *> hold for each recalled lot still on hand, written as a
      *> framed transaction batch that the next WarehouseInventory
      *> run verifies and posts, so the stock stops issuing while
      *> the trace is worked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-REQ-IN ASSIGN TO "data/WHRECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRT-REQ-STATUS.
           SELECT WH-TRANS-HIST-IN ASSIGN TO "data/WHTRANS-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRT-HIST-STATUS.
           SELECT WH-LOT-LEDGER-IN ASSIGN TO "data/WHLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRT-LOT-STATUS.
           SELECT WH-LEDGER-IN ASSIGN TO "data/WHLEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRT-LEDGER-STATUS.
           SELECT RECALL-RPT-OUT ASSIGN TO "data/WH-RECALL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Quarantine holds raised by the trace, in the daily
      *> transaction layout, appended as one batch framed with a
      *> header and trailer. WarehouseInventory verifies each batch,
      *> posts the holds after the day's transactions and empties
      *> the file, so a second trace before that run adds to it.
           SELECT RECALL-HOLD-OUT ASSIGN TO "data/WHRECALL-HOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRT-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-REQ-IN.
       COPY WHRECALL.

       FD  WH-TRANS-HIST-IN.
       COPY WHHIST.

       FD  WH-LOT-LEDGER-IN.
       COPY WHLOT.

       FD  WH-LEDGER-IN.
       COPY WHLEDGR.

       FD  RECALL-RPT-OUT.
       01  RECALL-RPT-LINE                PIC X(132).

       FD  RECALL-HOLD-OUT.
       COPY WHTRANS.

       WORKING-STORAGE SECTION.
       COPY BATCHCTL.

       01 WRT-EOF-SWITCHES.
           05 WRT-REQ-EOF               PIC X VALUE 'N'.
           05 WRT-HIST-EOF              PIC X VALUE 'N'.
           05 WRT-LOT-EOF               PIC X VALUE 'N'.
           05 WRT-LEDGER-EOF            PIC X VALUE 'N'.

       01 WRT-FILE-STATUSES.
           05 WRT-REQ-STATUS            PIC XX.
           05 WRT-HIST-STATUS           PIC XX.
           05 WRT-LOT-STATUS            PIC XX.
           05 WRT-LEDGER-STATUS         PIC XX.
           05 WRT-HOLD-STATUS           PIC XX.

       01 WRT-TODAY                     PIC X(8).

      *> Stock ledger rows, for the quarantine already sitting at a
      *> location and the available stock a hold may take.
       01 WRT-LEDGER-CONTROL.
           05 WRT-LEDGER-COUNT          PIC 9(4) VALUE ZERO.
           05 WRT-LEDGER-IDX            PIC 9(4).
           05 WRT-LEDGER-FOUND          PIC X VALUE 'N'.
           05 WRT-LEDGER-MATCH-IX       PIC 9(4).

       01 WRT-LEDGER-TABLE.
           05 WRT-LEDGER-ENTRY OCCURS 500 TIMES.
               10 WRT-LEDGER-ITEM-T     PIC X(6).
               10 WRT-LEDGER-LOC-T      PIC X(3).
               10 WRT-LEDGER-ON-HAND-T  PIC S9(6)V999.
               10 WRT-LEDGER-QUAR-T     PIC S9(6)V999.
      *> Available stock still free to hold this run, drawn down as
      *> holds are raised so two recalled lots in one bin cannot
      *> hold more than the bin has.
               10 WRT-LEDGER-FREE-T     PIC S9(7)V999.

      *> Lot sub-ledger rows, loaded once and scanned per recall.
       01 WRT-LOT-CONTROL.
           05 WRT-LOT-COUNT             PIC 9(4) VALUE ZERO.
           05 WRT-LOT-IDX               PIC 9(4).

       01 WRT-LOT-TABLE.
           05 WRT-LOT-ENTRY OCCURS 1000 TIMES.
               10 WRT-LOT-ITEM-T        PIC X(6).
               10 WRT-LOT-LOC-T         PIC X(3).
               10 WRT-LOT-NUMBER-T      PIC X(10).
               10 WRT-LOT-EXPIRY-T      PIC X(8).
               10 WRT-LOT-ON-HAND-T     PIC S9(6)V999.

      *> The (item, lot) pairs one recall covers -- from the lot
      *> sub-ledger for stock still on hand and from the history for
      *> lots already fully shipped -- with the quantity received.
       01 WRT-SCOPE-CONTROL.
           05 WRT-SCOPE-COUNT           PIC 9(4) VALUE ZERO.
           05 WRT-SCOPE-MAX             PIC 9(4) VALUE 100.
           05 WRT-SCOPE-IDX             PIC 9(4).
           05 WRT-SCOPE-FOUND           PIC X VALUE 'N'.
           05 WRT-SCOPE-MATCH-IX        PIC 9(4).

       01 WRT-SCOPE-TABLE.
           05 WRT-SCOPE-ENTRY OCCURS 100 TIMES.
               10 WRT-SCOPE-ITEM-T      PIC X(6).
               10 WRT-SCOPE-LOT-T       PIC X(10).
               10 WRT-SCOPE-EXPIRY-T    PIC X(8).
               10 WRT-SCOPE-RECEIVED-T  PIC S9(8)V999.

      *> Where the recalled stock went, one row per destination and
      *> lot:
      *>   'C' = customer order (key = customer id, order number)
      *>   'S' = store shipment (key = store code)
      *>   'K' = consumed into a kit (key = kit item, location)
      *>   'O' = any other outbound route (key = description)
       01 WRT-DEST-CONTROL.
           05 WRT-DEST-COUNT            PIC 9(4) VALUE ZERO.
           05 WRT-DEST-MAX              PIC 9(4) VALUE 500.
           05 WRT-DEST-IDX              PIC 9(4).
           05 WRT-DEST-FOUND            PIC X VALUE 'N'.
           05 WRT-DEST-OVERFLOW         PIC X VALUE 'N'.

       01 WRT-DEST-TABLE.
           05 WRT-DEST-ENTRY OCCURS 500 TIMES.
               10 WRT-DEST-CAT-T        PIC X(1).
               10 WRT-DEST-KEY-T        PIC X(30).
               10 WRT-DEST-ORDER-T      PIC 9(8).
               10 WRT-DEST-ITEM-T       PIC X(6).
               10 WRT-DEST-LOT-T        PIC X(10).
               10 WRT-DEST-QTY-T        PIC S9(8)V999.

      *> The destination a history row resolves to, built before the
      *> row is tallied.
       01 WRT-NEW-DEST.
           05 WRT-NEW-CAT               PIC X(1).
           05 WRT-NEW-KEY               PIC X(30).
           05 WRT-NEW-ORDER             PIC 9(8).

       01 WRT-RECALL-FIELDS.
           05 WRT-REQ-COUNT             PIC 9(4) VALUE ZERO.
           05 WRT-REQ-REFUSED-COUNT     PIC 9(4) VALUE ZERO.
           05 WRT-REQ-VALID             PIC X VALUE 'Y'.
           05 WRT-ROW-IN-SCOPE          PIC X VALUE 'N'.
           05 WRT-SECTION-LINES         PIC 9(4).
           05 WRT-TOTAL-RECEIVED        PIC S9(8)V999.
           05 WRT-TOTAL-ON-HAND         PIC S9(8)V999.
           05 WRT-TOTAL-CUSTOMER        PIC S9(8)V999.
           05 WRT-TOTAL-STORE           PIC S9(8)V999.
           05 WRT-TOTAL-KIT             PIC S9(8)V999.
           05 WRT-TOTAL-OTHER           PIC S9(8)V999.
           05 WRT-SECTION-CAT           PIC X(1).

      *> Hold batch: opened on the first hold raised, so a trace-only
      *> run leaves no empty batch behind. Reference numbers are the
      *> run's month and day (MMDD) followed by a four-digit
      *> sequence.
       01 WRT-HOLD-FIELDS.
           05 WRT-HOLD-OPEN             PIC X VALUE 'N'.
           05 WRT-HOLD-COUNT            PIC 9(8) VALUE ZERO.
           05 WRT-HOLD-HASH             PIC S9(10)V999 VALUE ZERO.
           05 WRT-HOLD-SEQ              PIC 9(4) VALUE ZERO.
           05 WRT-HOLD-QTY              PIC S9(7)V999.
           05 WRT-HOLD-CAPPED           PIC X VALUE 'N'.
           05 WRT-HOLD-REF.
               10 WRT-HOLD-REF-DATE     PIC X(4).
               10 WRT-HOLD-REF-SEQ      PIC 9(4).
           05 WRT-HOLD-REF-9 REDEFINES WRT-HOLD-REF
                                        PIC 9(8).

       01 WRT-EDIT-FIELDS.
           05 WRT-EDIT-QTY              PIC -ZZ,ZZZ,ZZ9.999.
           05 WRT-EDIT-QTY2             PIC -ZZ,ZZZ,ZZ9.999.
           05 WRT-EDIT-QTY3             PIC -ZZ,ZZZ,ZZ9.999.
           05 WRT-EDIT-COUNT            PIC ZZZ9.

       01 WRT-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO WRT-TODAY
           MOVE WRT-TODAY(5:4) TO WRT-HOLD-REF-DATE
           PERFORM LOAD-LEDGER-TABLE
           PERFORM LOAD-LOT-TABLE
           OPEN OUTPUT RECALL-RPT-OUT
           MOVE SPACES TO RECALL-RPT-LINE
           STRING 'LOT RECALL TRACE (RUN ' DELIMITED BY SIZE
                  WRT-TODAY DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           OPEN INPUT RECALL-REQ-IN
           IF WRT-REQ-STATUS = '00'
               PERFORM UNTIL WRT-REQ-EOF = 'Y'
                   READ RECALL-REQ-IN
                       AT END MOVE 'Y' TO WRT-REQ-EOF
                       NOT AT END PERFORM TRACE-ONE-RECALL
                   END-READ
               END-PERFORM
               CLOSE RECALL-REQ-IN
           ELSE
               DISPLAY 'NO RECALL REQUESTS: ' WRT-REQ-STATUS
               MOVE 'NO RECALL REQUESTS ON FILE' TO RECALL-RPT-LINE
               WRITE RECALL-RPT-LINE
           END-IF
           IF WRT-HOLD-OPEN = 'Y'
               PERFORM CLOSE-HOLD-BATCH
           END-IF
           CLOSE RECALL-RPT-OUT
           DISPLAY 'Recalls traced        : ' WRT-REQ-COUNT
           DISPLAY 'Recalls refused       : ' WRT-REQ-REFUSED-COUNT
           DISPLAY 'Quarantine holds      : ' WRT-HOLD-COUNT
           STOP RUN.

       LOAD-LEDGER-TABLE.
           OPEN INPUT WH-LEDGER-IN
           IF WRT-LEDGER-STATUS = '00'
               PERFORM UNTIL WRT-LEDGER-EOF = 'Y'
                   READ WH-LEDGER-IN
                       AT END MOVE 'Y' TO WRT-LEDGER-EOF
                       NOT AT END PERFORM STORE-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WH-LEDGER-IN
           ELSE
               DISPLAY 'Stock ledger not found: ' WRT-LEDGER-STATUS
           END-IF.

       STORE-LEDGER-ENTRY.
           ADD 1 TO WRT-LEDGER-COUNT
           MOVE WH-LEDGER-ITEM-CODE
               TO WRT-LEDGER-ITEM-T(WRT-LEDGER-COUNT)
           MOVE WH-LEDGER-LOCATION
               TO WRT-LEDGER-LOC-T(WRT-LEDGER-COUNT)
           MOVE WH-LEDGER-ON-HAND
               TO WRT-LEDGER-ON-HAND-T(WRT-LEDGER-COUNT)
           MOVE WH-LEDGER-QUARANTINE
               TO WRT-LEDGER-QUAR-T(WRT-LEDGER-COUNT)
           COMPUTE WRT-LEDGER-FREE-T(WRT-LEDGER-COUNT) =
                   WH-LEDGER-ON-HAND - WH-LEDGER-QUARANTINE.

       LOAD-LOT-TABLE.
           OPEN INPUT WH-LOT-LEDGER-IN
           IF WRT-LOT-STATUS = '00'
               PERFORM UNTIL WRT-LOT-EOF = 'Y'
                   READ WH-LOT-LEDGER-IN
                       AT END MOVE 'Y' TO WRT-LOT-EOF
                       NOT AT END PERFORM STORE-LOT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WH-LOT-LEDGER-IN
           ELSE
               DISPLAY 'Lot sub-ledger not found: ' WRT-LOT-STATUS
           END-IF.

       STORE-LOT-ENTRY.
           ADD 1 TO WRT-LOT-COUNT
           MOVE WH-LOT-ITEM-CODE   TO WRT-LOT-ITEM-T(WRT-LOT-COUNT)
           MOVE WH-LOT-LOCATION    TO WRT-LOT-LOC-T(WRT-LOT-COUNT)
           MOVE WH-LOT-NUMBER      TO WRT-LOT-NUMBER-T(WRT-LOT-COUNT)
           MOVE WH-LOT-EXPIRY-DATE TO WRT-LOT-EXPIRY-T(WRT-LOT-COUNT)
           MOVE WH-LOT-ON-HAND     TO WRT-LOT-ON-HAND-T(WRT-LOT-COUNT).

      *> One recall: settle which lots it covers, follow them
      *> through the history, report, and raise holds if asked.
      *> A request naming neither a lot nor an item with a complete
      *> expiry range cannot be traced and is reported as refused.
       TRACE-ONE-RECALL.
           ADD 1 TO WRT-REQ-COUNT
           MOVE 'Y' TO WRT-REQ-VALID
           IF WH-RCL-LOT-NO = SPACES
               IF WH-RCL-ITEM-CODE = SPACES
                   OR WH-RCL-EXPIRY-FROM = SPACES
                   OR WH-RCL-EXPIRY-TO = SPACES
                   MOVE 'N' TO WRT-REQ-VALID
               END-IF
           END-IF
           PERFORM WRITE-RECALL-HEADING
           IF WRT-REQ-VALID = 'N'
               ADD 1 TO WRT-REQ-REFUSED-COUNT
               MOVE '  REFUSED -- NEEDS A LOT, OR ITEM AND EXPIRY RANGE'
                   TO RECALL-RPT-LINE
               WRITE RECALL-RPT-LINE
           ELSE
               MOVE ZERO TO WRT-SCOPE-COUNT
               MOVE ZERO TO WRT-DEST-COUNT
               MOVE 'N' TO WRT-DEST-OVERFLOW
               PERFORM SCOPE-FROM-LOT-LEDGER
               PERFORM SCOPE-FROM-HISTORY
               IF WRT-SCOPE-COUNT = ZERO
                   MOVE '  NO STOCK OF THE RECALLED LOT(S) EVER HELD'
                       TO RECALL-RPT-LINE
                   WRITE RECALL-RPT-LINE
               ELSE
                   PERFORM TRACE-HISTORY
                   PERFORM WRITE-RECALL-DETAIL
                   IF WH-RCL-RAISE-HOLDS = 'Y'
                       PERFORM RAISE-RECALL-HOLDS
                   END-IF
               END-IF
           END-IF.

       WRITE-RECALL-HEADING.
           MOVE SPACES TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           MOVE SPACES TO WRT-LINE-WORK
           IF WH-RCL-LOT-NO NOT = SPACES
               STRING 'RECALL ' DELIMITED BY SIZE
                      WH-RCL-NOTICE-REF DELIMITED BY SIZE
                      '  LOT=' DELIMITED BY SIZE
                      WH-RCL-LOT-NO DELIMITED BY SIZE
                      ' ITEM=' DELIMITED BY SIZE
                      WH-RCL-ITEM-CODE DELIMITED BY SIZE
                   INTO WRT-LINE-WORK
           ELSE
               STRING 'RECALL ' DELIMITED BY SIZE
                      WH-RCL-NOTICE-REF DELIMITED BY SIZE
                      '  ITEM=' DELIMITED BY SIZE
                      WH-RCL-ITEM-CODE DELIMITED BY SIZE
                      ' EXPIRING ' DELIMITED BY SIZE
                      WH-RCL-EXPIRY-FROM DELIMITED BY SIZE
                      ' THRU ' DELIMITED BY SIZE
                      WH-RCL-EXPIRY-TO DELIMITED BY SIZE
                   INTO WRT-LINE-WORK
           END-IF
           IF WH-RCL-RAISE-HOLDS = 'Y'
               MOVE '(HOLDS REQUESTED)' TO WRT-LINE-WORK(70:17)
           END-IF
           MOVE WRT-LINE-WORK TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE.

      *> Lots still on the sub-ledger that the recall names.
       SCOPE-FROM-LOT-LEDGER.
           PERFORM VARYING WRT-LOT-IDX FROM 1 BY 1
                   UNTIL WRT-LOT-IDX > WRT-LOT-COUNT
               MOVE 'N' TO WRT-ROW-IN-SCOPE
               IF WH-RCL-LOT-NO NOT = SPACES
                   IF WRT-LOT-NUMBER-T(WRT-LOT-IDX) = WH-RCL-LOT-NO
                       AND (WH-RCL-ITEM-CODE = SPACES
                         OR WRT-LOT-ITEM-T(WRT-LOT-IDX)
                                = WH-RCL-ITEM-CODE)
                       MOVE 'Y' TO WRT-ROW-IN-SCOPE
                   END-IF
               ELSE
                   IF WRT-LOT-ITEM-T(WRT-LOT-IDX) = WH-RCL-ITEM-CODE
                       AND WRT-LOT-EXPIRY-T(WRT-LOT-IDX)
                               >= WH-RCL-EXPIRY-FROM
                       AND WRT-LOT-EXPIRY-T(WRT-LOT-IDX)
                               <= WH-RCL-EXPIRY-TO
                       MOVE 'Y' TO WRT-ROW-IN-SCOPE
                   END-IF
               END-IF
               IF WRT-ROW-IN-SCOPE = 'Y'
                   MOVE WRT-LOT-ITEM-T(WRT-LOT-IDX)
                       TO WH-HIST-ITEM-CODE
                   MOVE WRT-LOT-NUMBER-T(WRT-LOT-IDX) TO WH-HIST-LOT-NO
                   MOVE WRT-LOT-EXPIRY-T(WRT-LOT-IDX)
                       TO WH-HIST-EXPIRY-DATE
                   PERFORM ADD-SCOPE-LOT
               END-IF
           END-PERFORM.

      *> Lots the history names that the sub-ledger no longer holds
      *> -- fully shipped lots drop off the sub-ledger, and those are
      *> exactly the ones a recall most needs to find.
       SCOPE-FROM-HISTORY.
           MOVE 'N' TO WRT-HIST-EOF
           OPEN INPUT WH-TRANS-HIST-IN
           IF WRT-HIST-STATUS = '00'
               PERFORM UNTIL WRT-HIST-EOF = 'Y'
                   READ WH-TRANS-HIST-IN
                       AT END MOVE 'Y' TO WRT-HIST-EOF
                       NOT AT END
                           PERFORM CHECK-HISTORY-SCOPE
                           IF WRT-ROW-IN-SCOPE = 'Y'
                               PERFORM ADD-SCOPE-LOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WH-TRANS-HIST-IN
           ELSE
               DISPLAY 'Transaction history not found: '
                       WRT-HIST-STATUS
           END-IF.

       CHECK-HISTORY-SCOPE.
           MOVE 'N' TO WRT-ROW-IN-SCOPE
           IF WH-HIST-LOT-NO NOT = SPACES
               IF WH-RCL-LOT-NO NOT = SPACES
                   IF WH-HIST-LOT-NO = WH-RCL-LOT-NO
                       AND (WH-RCL-ITEM-CODE = SPACES
                         OR WH-HIST-ITEM-CODE = WH-RCL-ITEM-CODE)
                       MOVE 'Y' TO WRT-ROW-IN-SCOPE
                   END-IF
               ELSE
                   IF WH-HIST-ITEM-CODE = WH-RCL-ITEM-CODE
                       AND WH-HIST-EXPIRY-DATE NOT = SPACES
                       AND WH-HIST-EXPIRY-DATE >= WH-RCL-EXPIRY-FROM
                       AND WH-HIST-EXPIRY-DATE <= WH-RCL-EXPIRY-TO
                       MOVE 'Y' TO WRT-ROW-IN-SCOPE
                   END-IF
               END-IF
           END-IF.

      *> Adds the (item, lot) in the history record area to the
      *> scope once, keeping the first expiry date seen for it.
       ADD-SCOPE-LOT.
           PERFORM FIND-SCOPE-LOT
           IF WRT-SCOPE-FOUND = 'N'
               IF WRT-SCOPE-COUNT >= WRT-SCOPE-MAX
                   DISPLAY 'RECALL SCOPE TABLE FULL -- LOT '
                           WH-HIST-LOT-NO ' NOT TRACED'
               ELSE
                   ADD 1 TO WRT-SCOPE-COUNT
                   MOVE WH-HIST-ITEM-CODE
                       TO WRT-SCOPE-ITEM-T(WRT-SCOPE-COUNT)
                   MOVE WH-HIST-LOT-NO
                       TO WRT-SCOPE-LOT-T(WRT-SCOPE-COUNT)
                   MOVE WH-HIST-EXPIRY-DATE
                       TO WRT-SCOPE-EXPIRY-T(WRT-SCOPE-COUNT)
                   MOVE ZERO TO WRT-SCOPE-RECEIVED-T(WRT-SCOPE-COUNT)
               END-IF
           ELSE
               IF WRT-SCOPE-EXPIRY-T(WRT-SCOPE-MATCH-IX) = SPACES
                   MOVE WH-HIST-EXPIRY-DATE
                       TO WRT-SCOPE-EXPIRY-T(WRT-SCOPE-MATCH-IX)
               END-IF
           END-IF.

       FIND-SCOPE-LOT.
           MOVE 'N' TO WRT-SCOPE-FOUND
           PERFORM VARYING WRT-SCOPE-IDX FROM 1 BY 1
                   UNTIL WRT-SCOPE-IDX > WRT-SCOPE-COUNT
                      OR WRT-SCOPE-FOUND = 'Y'
               IF WRT-SCOPE-ITEM-T(WRT-SCOPE-IDX) = WH-HIST-ITEM-CODE
                   AND WRT-SCOPE-LOT-T(WRT-SCOPE-IDX) = WH-HIST-LOT-NO
                   MOVE 'Y' TO WRT-SCOPE-FOUND
                   MOVE WRT-SCOPE-IDX TO WRT-SCOPE-MATCH-IX
               END-IF
           END-PERFORM.

      *> Second pass over the history: every lotted row of a lot in
      *> scope is tallied to where it went. Receipts add to the lot's
      *> received quantity; everything leaving on-hand lands on a
      *> destination row.
       TRACE-HISTORY.
           MOVE 'N' TO WRT-HIST-EOF
           OPEN INPUT WH-TRANS-HIST-IN
           IF WRT-HIST-STATUS = '00'
               PERFORM UNTIL WRT-HIST-EOF = 'Y'
                   READ WH-TRANS-HIST-IN
                       AT END MOVE 'Y' TO WRT-HIST-EOF
                       NOT AT END
                           IF WH-HIST-LOT-NO NOT = SPACES
                               PERFORM FIND-SCOPE-LOT
                               IF WRT-SCOPE-FOUND = 'Y'
                                   PERFORM TALLY-HISTORY-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WH-TRANS-HIST-IN
           END-IF.

       TALLY-HISTORY-ROW.
           MOVE SPACES TO WRT-NEW-DEST
           MOVE ZERO TO WRT-NEW-ORDER
           EVALUATE WH-HIST-TYPE
               WHEN 'R'
                   ADD WH-HIST-QUANTITY
                       TO WRT-SCOPE-RECEIVED-T(WRT-SCOPE-MATCH-IX)
               WHEN 'I'
                   IF WH-HIST-CUSTOMER-ID NOT = SPACES
                       MOVE 'C' TO WRT-NEW-CAT
                       MOVE WH-HIST-CUSTOMER-ID TO WRT-NEW-KEY
                       MOVE WH-HIST-REF-NO TO WRT-NEW-ORDER
                   ELSE
                       MOVE 'O' TO WRT-NEW-CAT
                       MOVE 'ISSUED - NO CUSTOMER ON RECORD'
                           TO WRT-NEW-KEY
                   END-IF
               WHEN 'S'
                   MOVE 'S' TO WRT-NEW-CAT
                   MOVE WH-HIST-TO-LOCATION TO WRT-NEW-KEY
               WHEN 'A'
                   IF WH-HIST-KIT-ITEM NOT = SPACES
                       MOVE 'K' TO WRT-NEW-CAT
                       STRING WH-HIST-KIT-ITEM DELIMITED BY SIZE
                              ' AT ' DELIMITED BY SIZE
                              WH-HIST-LOCATION DELIMITED BY SIZE
                           INTO WRT-NEW-KEY
                   END-IF
               WHEN 'B'
                   MOVE 'O' TO WRT-NEW-CAT
                   MOVE 'RETURNED TO VENDOR' TO WRT-NEW-KEY
               WHEN 'Q'
                   MOVE 'O' TO WRT-NEW-CAT
                   MOVE 'QUARANTINE SCRAP/VENDOR RETURN'
                       TO WRT-NEW-KEY
           END-EVALUATE
           IF WRT-NEW-CAT NOT = SPACES
               PERFORM ADD-TO-DESTINATION
           END-IF.

       ADD-TO-DESTINATION.
           MOVE 'N' TO WRT-DEST-FOUND
           PERFORM VARYING WRT-DEST-IDX FROM 1 BY 1
                   UNTIL WRT-DEST-IDX > WRT-DEST-COUNT
                      OR WRT-DEST-FOUND = 'Y'
               IF WRT-DEST-CAT-T(WRT-DEST-IDX) = WRT-NEW-CAT
                   AND WRT-DEST-KEY-T(WRT-DEST-IDX) = WRT-NEW-KEY
                   AND WRT-DEST-ORDER-T(WRT-DEST-IDX) = WRT-NEW-ORDER
                   AND WRT-DEST-ITEM-T(WRT-DEST-IDX)
                           = WH-HIST-ITEM-CODE
                   AND WRT-DEST-LOT-T(WRT-DEST-IDX) = WH-HIST-LOT-NO
                   MOVE 'Y' TO WRT-DEST-FOUND
                   ADD WH-HIST-QUANTITY
                       TO WRT-DEST-QTY-T(WRT-DEST-IDX)
               END-IF
           END-PERFORM
           IF WRT-DEST-FOUND = 'N'
               IF WRT-DEST-COUNT >= WRT-DEST-MAX
                   IF WRT-DEST-OVERFLOW = 'N'
                       MOVE 'Y' TO WRT-DEST-OVERFLOW
                       DISPLAY 'RECALL DESTINATION TABLE FULL -- '
                               'TRACE FOR ' WH-RCL-NOTICE-REF
                               ' IS INCOMPLETE'
                   END-IF
               ELSE
                   ADD 1 TO WRT-DEST-COUNT
                   MOVE WRT-NEW-CAT   TO WRT-DEST-CAT-T(WRT-DEST-COUNT)
                   MOVE WRT-NEW-KEY   TO WRT-DEST-KEY-T(WRT-DEST-COUNT)
                   MOVE WRT-NEW-ORDER
                       TO WRT-DEST-ORDER-T(WRT-DEST-COUNT)
                   MOVE WH-HIST-ITEM-CODE
                       TO WRT-DEST-ITEM-T(WRT-DEST-COUNT)
                   MOVE WH-HIST-LOT-NO
                       TO WRT-DEST-LOT-T(WRT-DEST-COUNT)
                   MOVE WH-HIST-QUANTITY
                       TO WRT-DEST-QTY-T(WRT-DEST-COUNT)
               END-IF
           END-IF.

      *> The trace itself: lots and receipts, stock on hand by
      *> location, then each outbound section, then the totals.
       WRITE-RECALL-DETAIL.
           MOVE ZERO TO WRT-TOTAL-RECEIVED
           MOVE ZERO TO WRT-TOTAL-ON-HAND
           MOVE ZERO TO WRT-TOTAL-CUSTOMER
           MOVE ZERO TO WRT-TOTAL-STORE
           MOVE ZERO TO WRT-TOTAL-KIT
           MOVE ZERO TO WRT-TOTAL-OTHER
           MOVE '  LOTS IN SCOPE / QUANTITY RECEIVED' TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           PERFORM VARYING WRT-SCOPE-IDX FROM 1 BY 1
                   UNTIL WRT-SCOPE-IDX > WRT-SCOPE-COUNT
               PERFORM WRITE-SCOPE-LINE
           END-PERFORM
           MOVE '  ON HAND BY LOCATION' TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           MOVE ZERO TO WRT-SECTION-LINES
           PERFORM VARYING WRT-LOT-IDX FROM 1 BY 1
                   UNTIL WRT-LOT-IDX > WRT-LOT-COUNT
               PERFORM WRITE-ON-HAND-LINE
           END-PERFORM
           IF WRT-SECTION-LINES = ZERO
               MOVE '    NONE' TO RECALL-RPT-LINE
               WRITE RECALL-RPT-LINE
           END-IF
           MOVE '  SHIPPED TO CUSTOMER ORDERS' TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           MOVE 'C' TO WRT-SECTION-CAT
           PERFORM WRITE-DESTINATION-SECTION
           MOVE '  SHIPPED TO STORES' TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           MOVE 'S' TO WRT-SECTION-CAT
           PERFORM WRITE-DESTINATION-SECTION
           MOVE '  CONSUMED INTO KITS' TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           MOVE 'K' TO WRT-SECTION-CAT
           PERFORM WRITE-DESTINATION-SECTION
           MOVE '  OTHER OUTBOUND' TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           MOVE 'O' TO WRT-SECTION-CAT
           PERFORM WRITE-DESTINATION-SECTION
           PERFORM WRITE-RECALL-TOTALS.

       WRITE-SCOPE-LINE.
           ADD WRT-SCOPE-RECEIVED-T(WRT-SCOPE-IDX) TO WRT-TOTAL-RECEIVED
           MOVE WRT-SCOPE-RECEIVED-T(WRT-SCOPE-IDX) TO WRT-EDIT-QTY
           MOVE SPACES TO WRT-LINE-WORK
           STRING '    ITEM=' DELIMITED BY SIZE
                  WRT-SCOPE-ITEM-T(WRT-SCOPE-IDX) DELIMITED BY SIZE
                  ' LOT=' DELIMITED BY SIZE
                  WRT-SCOPE-LOT-T(WRT-SCOPE-IDX) DELIMITED BY SIZE
                  ' EXPIRES=' DELIMITED BY SIZE
                  WRT-SCOPE-EXPIRY-T(WRT-SCOPE-IDX) DELIMITED BY SIZE
                  ' RECEIVED=' DELIMITED BY SIZE
                  WRT-EDIT-QTY DELIMITED BY SIZE
               INTO WRT-LINE-WORK
           MOVE WRT-LINE-WORK TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE.

      *> A lot row in scope, with the quarantine already held at its
      *> item/location. Quarantine is kept per location, not per
      *> lot, so that figure covers every lot of the item there.
       WRITE-ON-HAND-LINE.
           MOVE WRT-LOT-ITEM-T(WRT-LOT-IDX)   TO WH-HIST-ITEM-CODE
           MOVE WRT-LOT-NUMBER-T(WRT-LOT-IDX) TO WH-HIST-LOT-NO
           PERFORM FIND-SCOPE-LOT
           IF WRT-SCOPE-FOUND = 'Y'
               AND WRT-LOT-ON-HAND-T(WRT-LOT-IDX) > ZERO
               ADD 1 TO WRT-SECTION-LINES
               ADD WRT-LOT-ON-HAND-T(WRT-LOT-IDX) TO WRT-TOTAL-ON-HAND
               PERFORM FIND-LEDGER-ROW
               MOVE WRT-LOT-ON-HAND-T(WRT-LOT-IDX) TO WRT-EDIT-QTY
               IF WRT-LEDGER-FOUND = 'Y'
                   MOVE WRT-LEDGER-QUAR-T(WRT-LEDGER-MATCH-IX)
                       TO WRT-EDIT-QTY2
               ELSE
                   MOVE ZERO TO WRT-EDIT-QTY2
               END-IF
               MOVE SPACES TO WRT-LINE-WORK
               STRING '    LOC=' DELIMITED BY SIZE
                      WRT-LOT-LOC-T(WRT-LOT-IDX) DELIMITED BY SIZE
                      ' ITEM=' DELIMITED BY SIZE
                      WRT-LOT-ITEM-T(WRT-LOT-IDX) DELIMITED BY SIZE
                      ' LOT=' DELIMITED BY SIZE
                      WRT-LOT-NUMBER-T(WRT-LOT-IDX) DELIMITED BY SIZE
                      ' ON-HAND=' DELIMITED BY SIZE
                      WRT-EDIT-QTY DELIMITED BY SIZE
                      ' LOC QUARANTINE (ALL LOTS)=' DELIMITED BY SIZE
                      WRT-EDIT-QTY2 DELIMITED BY SIZE
                   INTO WRT-LINE-WORK
               MOVE WRT-LINE-WORK TO RECALL-RPT-LINE
               WRITE RECALL-RPT-LINE
           END-IF.

       FIND-LEDGER-ROW.
           MOVE 'N' TO WRT-LEDGER-FOUND
           PERFORM VARYING WRT-LEDGER-IDX FROM 1 BY 1
                   UNTIL WRT-LEDGER-IDX > WRT-LEDGER-COUNT
                      OR WRT-LEDGER-FOUND = 'Y'
               IF WRT-LEDGER-ITEM-T(WRT-LEDGER-IDX)
                       = WRT-LOT-ITEM-T(WRT-LOT-IDX)
                   AND WRT-LEDGER-LOC-T(WRT-LEDGER-IDX)
                       = WRT-LOT-LOC-T(WRT-LOT-IDX)
                   MOVE 'Y' TO WRT-LEDGER-FOUND
                   MOVE WRT-LEDGER-IDX TO WRT-LEDGER-MATCH-IX
               END-IF
           END-PERFORM.

       WRITE-DESTINATION-SECTION.
           MOVE ZERO TO WRT-SECTION-LINES
           PERFORM VARYING WRT-DEST-IDX FROM 1 BY 1
                   UNTIL WRT-DEST-IDX > WRT-DEST-COUNT
               IF WRT-DEST-CAT-T(WRT-DEST-IDX) = WRT-SECTION-CAT
                   ADD 1 TO WRT-SECTION-LINES
                   PERFORM WRITE-DESTINATION-LINE
               END-IF
           END-PERFORM
           IF WRT-SECTION-LINES = ZERO
               MOVE '    NONE' TO RECALL-RPT-LINE
               WRITE RECALL-RPT-LINE
           END-IF.

       WRITE-DESTINATION-LINE.
           MOVE WRT-DEST-QTY-T(WRT-DEST-IDX) TO WRT-EDIT-QTY
           MOVE SPACES TO WRT-LINE-WORK
           EVALUATE WRT-SECTION-CAT
               WHEN 'C'
                   ADD WRT-DEST-QTY-T(WRT-DEST-IDX)
                       TO WRT-TOTAL-CUSTOMER
                   STRING '    CUSTOMER=' DELIMITED BY SIZE
                          WRT-DEST-KEY-T(WRT-DEST-IDX)(1:8)
                              DELIMITED BY SIZE
                          ' ORDER=' DELIMITED BY SIZE
                          WRT-DEST-ORDER-T(WRT-DEST-IDX)
                              DELIMITED BY SIZE
                          ' ITEM=' DELIMITED BY SIZE
                          WRT-DEST-ITEM-T(WRT-DEST-IDX)
                              DELIMITED BY SIZE
                          ' LOT=' DELIMITED BY SIZE
                          WRT-DEST-LOT-T(WRT-DEST-IDX)
                              DELIMITED BY SIZE
                          ' QTY=' DELIMITED BY SIZE
                          WRT-EDIT-QTY DELIMITED BY SIZE
                       INTO WRT-LINE-WORK
               WHEN 'S'
                   ADD WRT-DEST-QTY-T(WRT-DEST-IDX) TO WRT-TOTAL-STORE
                   STRING '    STORE=' DELIMITED BY SIZE
                          WRT-DEST-KEY-T(WRT-DEST-IDX)(1:3)
                              DELIMITED BY SIZE
                          ' ITEM=' DELIMITED BY SIZE
                          WRT-DEST-ITEM-T(WRT-DEST-IDX)
                              DELIMITED BY SIZE
                          ' LOT=' DELIMITED BY SIZE
                          WRT-DEST-LOT-T(WRT-DEST-IDX)
                              DELIMITED BY SIZE
                          ' QTY=' DELIMITED BY SIZE
                          WRT-EDIT-QTY DELIMITED BY SIZE
                       INTO WRT-LINE-WORK
               WHEN 'K'
                   ADD WRT-DEST-QTY-T(WRT-DEST-IDX) TO WRT-TOTAL-KIT
                   STRING '    KIT=' DELIMITED BY SIZE
                          WRT-DEST-KEY-T(WRT-DEST-IDX)(1:13)
                              DELIMITED BY SIZE
                          ' ITEM=' DELIMITED BY SIZE
                          WRT-DEST-ITEM-T(WRT-DEST-IDX)
                              DELIMITED BY SIZE
                          ' LOT=' DELIMITED BY SIZE
                          WRT-DEST-LOT-T(WRT-DEST-IDX)
                              DELIMITED BY SIZE
                          ' QTY=' DELIMITED BY SIZE
                          WRT-EDIT-QTY DELIMITED BY SIZE
                       INTO WRT-LINE-WORK
               WHEN OTHER
                   ADD WRT-DEST-QTY-T(WRT-DEST-IDX) TO WRT-TOTAL-OTHER
                   STRING '    ' DELIMITED BY SIZE
                          WRT-DEST-KEY-T(WRT-DEST-IDX)
                              DELIMITED BY SIZE
                          ' ITEM=' DELIMITED BY SIZE
                          WRT-DEST-ITEM-T(WRT-DEST-IDX)
                              DELIMITED BY SIZE
                          ' LOT=' DELIMITED BY SIZE
                          WRT-DEST-LOT-T(WRT-DEST-IDX)
                              DELIMITED BY SIZE
                          ' QTY=' DELIMITED BY SIZE
                          WRT-EDIT-QTY DELIMITED BY SIZE
                       INTO WRT-LINE-WORK
           END-EVALUATE
           MOVE WRT-LINE-WORK TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE.

       WRITE-RECALL-TOTALS.
           MOVE WRT-TOTAL-RECEIVED TO WRT-EDIT-QTY
           MOVE WRT-TOTAL-ON-HAND  TO WRT-EDIT-QTY2
           MOVE SPACES TO WRT-LINE-WORK
           STRING '  TOTALS: RECEIVED=' DELIMITED BY SIZE
                  WRT-EDIT-QTY DELIMITED BY SIZE
                  ' ON-HAND=' DELIMITED BY SIZE
                  WRT-EDIT-QTY2 DELIMITED BY SIZE
               INTO WRT-LINE-WORK
           MOVE WRT-LINE-WORK TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           MOVE WRT-TOTAL-CUSTOMER TO WRT-EDIT-QTY
           MOVE WRT-TOTAL-STORE    TO WRT-EDIT-QTY2
           MOVE WRT-TOTAL-KIT      TO WRT-EDIT-QTY3
           MOVE SPACES TO WRT-LINE-WORK
           STRING '          CUSTOMERS=' DELIMITED BY SIZE
                  WRT-EDIT-QTY DELIMITED BY SIZE
                  ' STORES=' DELIMITED BY SIZE
                  WRT-EDIT-QTY2 DELIMITED BY SIZE
                  ' KITS=' DELIMITED BY SIZE
                  WRT-EDIT-QTY3 DELIMITED BY SIZE
               INTO WRT-LINE-WORK
           MOVE WRT-LINE-WORK TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           MOVE WRT-TOTAL-OTHER TO WRT-EDIT-QTY
           MOVE SPACES TO WRT-LINE-WORK
           STRING '          OTHER=' DELIMITED BY SIZE
                  WRT-EDIT-QTY DELIMITED BY SIZE
               INTO WRT-LINE-WORK
           MOVE WRT-LINE-WORK TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE.

      *> One 'H' hold per recalled lot row still on hand, for the
      *> lot's quantity -- capped at the location's available stock
      *> (on hand less what is already quarantined, less holds this
      *> run has already raised there), since the ledger-update job
      *> refuses a hold bigger than what is available.
       RAISE-RECALL-HOLDS.
           MOVE '  QUARANTINE HOLDS RAISED' TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE
           MOVE ZERO TO WRT-SECTION-LINES
           PERFORM VARYING WRT-LOT-IDX FROM 1 BY 1
                   UNTIL WRT-LOT-IDX > WRT-LOT-COUNT
               MOVE WRT-LOT-ITEM-T(WRT-LOT-IDX)   TO WH-HIST-ITEM-CODE
               MOVE WRT-LOT-NUMBER-T(WRT-LOT-IDX) TO WH-HIST-LOT-NO
               PERFORM FIND-SCOPE-LOT
               IF WRT-SCOPE-FOUND = 'Y'
                   AND WRT-LOT-ON-HAND-T(WRT-LOT-IDX) > ZERO
                   PERFORM RAISE-ONE-HOLD
               END-IF
           END-PERFORM
           IF WRT-SECTION-LINES = ZERO
               MOVE '    NONE -- NOTHING OF THE RECALL IS ON HAND'
                   TO RECALL-RPT-LINE
               WRITE RECALL-RPT-LINE
           END-IF.

       RAISE-ONE-HOLD.
           ADD 1 TO WRT-SECTION-LINES
           PERFORM FIND-LEDGER-ROW
           MOVE WRT-LOT-ON-HAND-T(WRT-LOT-IDX) TO WRT-HOLD-QTY
           MOVE 'N' TO WRT-HOLD-CAPPED
           IF WRT-LEDGER-FOUND = 'N'
               MOVE ZERO TO WRT-HOLD-QTY
               MOVE 'Y' TO WRT-HOLD-CAPPED
           ELSE
               IF WRT-HOLD-QTY > WRT-LEDGER-FREE-T(WRT-LEDGER-MATCH-IX)
                   MOVE WRT-LEDGER-FREE-T(WRT-LEDGER-MATCH-IX)
                       TO WRT-HOLD-QTY
                   MOVE 'Y' TO WRT-HOLD-CAPPED
               END-IF
               IF WRT-HOLD-QTY < ZERO
                   MOVE ZERO TO WRT-HOLD-QTY
               END-IF
           END-IF
           MOVE WRT-HOLD-QTY TO WRT-EDIT-QTY
           MOVE SPACES TO WRT-LINE-WORK
           IF WRT-HOLD-QTY > ZERO
               SUBTRACT WRT-HOLD-QTY
                   FROM WRT-LEDGER-FREE-T(WRT-LEDGER-MATCH-IX)
               PERFORM WRITE-HOLD-TRANSACTION
               STRING '    LOC=' DELIMITED BY SIZE
                      WRT-LOT-LOC-T(WRT-LOT-IDX) DELIMITED BY SIZE
                      ' ITEM=' DELIMITED BY SIZE
                      WRT-LOT-ITEM-T(WRT-LOT-IDX) DELIMITED BY SIZE
                      ' LOT=' DELIMITED BY SIZE
                      WRT-LOT-NUMBER-T(WRT-LOT-IDX) DELIMITED BY SIZE
                      ' HOLD QTY=' DELIMITED BY SIZE
                      WRT-EDIT-QTY DELIMITED BY SIZE
                      ' REF=' DELIMITED BY SIZE
                      WRT-HOLD-REF DELIMITED BY SIZE
                   INTO WRT-LINE-WORK
               IF WRT-HOLD-CAPPED = 'Y'
                   MOVE '** CAPPED AT AVAILABLE STOCK **'
                       TO WRT-LINE-WORK(95:31)
               END-IF
           ELSE
               STRING '    LOC=' DELIMITED BY SIZE
                      WRT-LOT-LOC-T(WRT-LOT-IDX) DELIMITED BY SIZE
                      ' ITEM=' DELIMITED BY SIZE
                      WRT-LOT-ITEM-T(WRT-LOT-IDX) DELIMITED BY SIZE
                      ' LOT=' DELIMITED BY SIZE
                      WRT-LOT-NUMBER-T(WRT-LOT-IDX) DELIMITED BY SIZE
                      ' NO HOLD -- NOTHING AVAILABLE TO HOLD'
                          DELIMITED BY SIZE
                   INTO WRT-LINE-WORK
           END-IF
           MOVE WRT-LINE-WORK TO RECALL-RPT-LINE
           WRITE RECALL-RPT-LINE.

       WRITE-HOLD-TRANSACTION.
           IF WRT-HOLD-OPEN = 'N'
               PERFORM OPEN-HOLD-BATCH
           END-IF
           ADD 1 TO WRT-HOLD-SEQ
           MOVE WRT-HOLD-SEQ TO WRT-HOLD-REF-SEQ
           MOVE SPACES TO WH-TRANS-RECORD
           MOVE WRT-LOT-ITEM-T(WRT-LOT-IDX)   TO WH-TRANS-ITEM-CODE
           MOVE WRT-LOT-LOC-T(WRT-LOT-IDX)    TO WH-TRANS-LOCATION
           MOVE 'H'                           TO WH-TRANS-TYPE
           MOVE WRT-HOLD-REF-9                TO WH-TRANS-REF-NO
           MOVE WRT-HOLD-QTY                  TO WH-TRANS-QUANTITY
           MOVE ZERO                          TO WH-TRANS-REVERSE-REF-NO
           MOVE ZERO                          TO WH-TRANS-UNIT-COST
           MOVE ZERO                          TO WH-TRANS-PO-NO
           MOVE WRT-LOT-NUMBER-T(WRT-LOT-IDX) TO WH-TRANS-LOT-NO
           MOVE WRT-LOT-EXPIRY-T(WRT-LOT-IDX) TO WH-TRANS-EXPIRY-DATE
           WRITE WH-TRANS-RECORD
           ADD 1 TO WRT-HOLD-COUNT
           ADD WRT-HOLD-QTY TO WRT-HOLD-HASH.

       OPEN-HOLD-BATCH.
           OPEN EXTEND RECALL-HOLD-OUT
           IF WRT-HOLD-STATUS = '35'
               OPEN OUTPUT RECALL-HOLD-OUT
           END-IF
           MOVE 'Y' TO WRT-HOLD-OPEN
           MOVE '*HDR*'   TO BCH-RECORD-TYPE
           MOVE 'RECALL'  TO BCH-SOURCE
           MOVE WRT-TODAY TO BCH-BUSINESS-DATE
           MOVE SPACES TO WH-TRANS-RECORD
           MOVE BATCH-HEADER-RECORD TO WH-TRANS-RECORD
           WRITE WH-TRANS-RECORD.

       CLOSE-HOLD-BATCH.
           MOVE '*TRL*'        TO BCT-RECORD-TYPE
           MOVE WRT-HOLD-COUNT TO BCT-RECORD-COUNT
           MOVE WRT-HOLD-HASH  TO BCT-HASH-TOTAL
           MOVE SPACES TO WH-TRANS-RECORD
           MOVE BATCH-TRAILER-RECORD TO WH-TRANS-RECORD
           WRITE WH-TRANS-RECORD
           CLOSE RECALL-HOLD-OUT.
