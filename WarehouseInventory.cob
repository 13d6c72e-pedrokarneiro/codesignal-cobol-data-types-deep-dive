           SELECT WH-TRANS-VFY-IN ASSIGN TO "data/WHTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-VFY-STATUS.
      *> Quarantine holds the lot-recall trace raises, one framed
      *> batch per trace run; verified before anything posts,
      *> applied after the day's transactions, and emptied once the
      *> run is done so the same holds never apply twice.
           SELECT WH-RECALL-HOLD-IN ASSIGN TO "data/WHRECALL-HOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-RHD-STATUS.
           SELECT WH-RECALL-HOLD-OUT
               ASSIGN TO "data/WHRECALL-HOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-RHD-OUT-STATUS.
      *> Item master: every transaction item code is validated
      *> against this file, and it carries the reorder point and
      *> preferred order quantity the replenishment report needs.
           SELECT WH-ORDERS-IN ASSIGN TO "data/WHORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-ORDERS-STATUS.
      *> Landed-cost charges for the day: freight, duty and handling
      *> billed against a purchase order, spread over the order's
      *> received lines once the day's receipts have posted.
           SELECT WH-LANDED-IN ASSIGN TO "data/WHLANDED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-LANDED-STATUS.
      *> Kit bill of materials: the components and quantity per kit
      *> an 'A' assembly consumes and a 'D' disassembly gives back.
           SELECT WH-KIT-BOM-IN ASSIGN TO "data/WHKIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-BOM-STATUS.
      *> Backorder file: unfilled demand carried across runs, read
      *> back at the start of the allocation pass (oldest first,
      *> ahead of the day's new orders) and rewritten with whatever
      *> an argument.
           SELECT WH-FILL-RATE-OUT ASSIGN TO "data/WH-FILLRATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Pick lists: one page per location of every order line the
      *> allocation pass shipped, walked in storage-zone order and
      *> naming the FEFO lot each pick was drawn from -- so the floor
      *> pulls exactly the lot the ledger relieved.
           SELECT WH-PICK-LIST-OUT ASSIGN TO "data/WH-PICKLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Packing slips: one per customer order, shipped against
      *> backordered quantity per line, the same figures the
      *> allocation posted to the ledger and the backorder file.
           SELECT WH-PACK-SLIP-OUT ASSIGN TO "data/WH-PACKSLIP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Open-payables ledger: a 'B' return to vendor appends its
      *> debit memo here (OPEN EXTEND, like the other accumulating
      *> files) so the AP payment run nets it off the vendor's next
      *> payment instead of paying the full invoice for goods that
      *> went back on the truck.
           SELECT WH-AP-OPEN-OUT ASSIGN TO "data/APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WH-AP-OPEN-STATUS.
      *> Costed store-shipment feed: one record per store shipped
      *> to this run, at the weighted-average cost the stock left
      *> the ledger at, accumulating across the month (OPEN EXTEND)
       FD  WH-TRANS-VFY-IN.
       01  WH-TRANS-VFY-LINE               PIC X(80).

       FD  WH-RECALL-HOLD-IN.
       01  WH-RECALL-HOLD-LINE             PIC X(80).

       FD  WH-RECALL-HOLD-OUT.
       01  WH-RECALL-HOLD-OUT-LINE         PIC X(80).

       FD  WH-ITEM-MASTER-IN.
       COPY WHITEM.

           05 WH-PO-OUT-RECEIVED-QTY       PIC 9(6)V999.
           05 WH-PO-OUT-EXPECTED-DATE      PIC X(8).
           05 WH-PO-OUT-STATUS             PIC X(1).
           05 WH-PO-OUT-VENDOR-ID          PIC X(6).
           05 WH-PO-OUT-RECEIPT-COST       PIC 9(5)V99.
           05 WH-PO-OUT-ORDER-DATE         PIC X(8).

       FD  WH-PO-MATCH-OUT.
       01  WH-PO-MATCH-LINE                PIC X(132).
       FD  WH-GL-FEED-OUT.
       COPY GLTRANS.

       FD  WH-AP-OPEN-OUT.
       COPY APOPEN.

       FD  WH-COGS-FEED-OUT.
       01  WH-COGS-FEED-RECORD.
           05 WH-COGS-STORE-CODE           PIC X(3).
       FD  WH-ORDERS-IN.
       COPY WHORD.

       FD  WH-LANDED-IN.
       COPY WHLAND.

       FD  WH-KIT-BOM-IN.
       COPY WHKIT.

       FD  WH-BACKORDER-IN.
       01  WH-BO-IN-RECORD.
           05 WH-BO-IN-ORDER-NO            PIC 9(8).
       FD  WH-FILL-RATE-OUT.
       01  WH-FILL-RATE-LINE               PIC X(132).

       FD  WH-PICK-LIST-OUT.
       01  WH-PICK-LIST-LINE               PIC X(132).

       FD  WH-PACK-SLIP-OUT.
       01  WH-PACK-SLIP-LINE               PIC X(132).

       FD  WH-TRANS-HIST-OUT.
       COPY WHHIST.

                                            SIGN IS TRAILING SEPARATE.
           05 WH-CKPT-SHIP-VALUE           PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.
           05 WH-CKPT-RTV-VALUE            PIC S9(11)V99
                                            SIGN IS TRAILING SEPARATE.

       FD  WH-CHECKPOINT-LEDGER-IO.
       01  WH-CKPT-LEDGER-RECORD.
               10 WH-PO-EXPECTED-T      PIC X(8).
               10 WH-PO-STATUS-T        PIC X(1).
               10 WH-PO-TOUCHED-T       PIC X(1).
               10 WH-PO-VENDOR-T        PIC X(6).
               10 WH-PO-RCPT-COST-T     PIC 9(5)V99.
               10 WH-PO-ORDER-DATE-T    PIC X(8).

      *> Return-to-vendor work fields: the unit cost a 'B' return
      *> is valued at (the order's receipt cost, or the ledger's
      *> weighted-average cost when the order never recorded one),
      *> the debit memos raised, and the weighted-cost rework.
       01 WH-RTV-FIELDS.
           05 WH-AP-OPEN-STATUS         PIC XX.
           05 WH-RTV-UNIT-COST          PIC 9(5)V99.
           05 WH-RTV-VALUE              PIC S9(9)V99.
           05 WH-RTV-REMAIN-VALUE       PIC S9(11)V99.
           05 WH-RTV-COUNT              PIC 9(4) VALUE ZERO.
           05 WH-RTV-MEMO-TOTAL         PIC S9(11)V99 VALUE ZERO.

      *> Landed-cost spread work fields: the basis a charge is spread
      *> on, the order's total and per-line weights, and the share of
      *> a line that capitalizes versus the share that goes to
      *> cost-of-goods variance because the stock has left.
       01 WH-LANDED-FIELDS.
           05 WH-LANDED-STATUS          PIC XX.
           05 WH-LANDED-EOF             PIC X VALUE 'N'.
           05 WH-LANDED-APPLIED-COUNT   PIC 9(4) VALUE ZERO.
           05 WH-LANDED-REFUSED-COUNT   PIC 9(4) VALUE ZERO.
           05 WH-LAND-BASIS-USED        PIC X.
           05 WH-LAND-REASON            PIC X(30).
           05 WH-LAND-LINES             PIC 9(4).
           05 WH-LAND-LINE-NO           PIC 9(4).
           05 WH-LAND-TOTAL-WEIGHT      PIC S9(11)V999.
           05 WH-LAND-LINE-WEIGHT       PIC S9(11)V999.
           05 WH-LAND-REMAINING         PIC S9(9)V99.
           05 WH-LAND-SHARE             PIC S9(9)V99.
           05 WH-LAND-CAP-QTY           PIC S9(7)V999.
           05 WH-LAND-CAP-VALUE         PIC S9(9)V99.
           05 WH-LAND-VAR-VALUE         PIC S9(9)V99.
           05 WH-LAND-LEDGER-FOUND      PIC X.
           05 WH-LAND-EDIT-SHARE        PIC ZZZ,ZZ9.99.
           05 WH-LAND-EDIT-CAP          PIC ZZZ,ZZ9.99.
           05 WH-LAND-EDIT-VAR          PIC ZZZ,ZZ9.99.
           05 WH-LAND-EDIT-COST         PIC ZZ,ZZ9.99.

      *> Per-store costed shipment totals behind the cost-of-goods
      *> feed to the store P&L run.
               10 WH-FILL-DEMAND-T      PIC S9(7)V999.
               10 WH-FILL-SHIPPED-T     PIC S9(7)V999.

      *> Pick-list detail: one row per lot an allocated shipment
      *> drew from (one row with no lot for unlotted stock), keyed
      *> location / zone / item / expiry / order so the sorted table
      *> prints each location's pick walk zone by zone in FEFO order.
      *> WH-PICK-MODE is set only while SHIP-ORDER-LINE posts, so
      *> keyed issues never land on a pick list.
       01 WH-PICK-CONTROL.
           05 WH-PICK-MODE              PIC X VALUE 'N'.
           05 WH-PICK-COUNT             PIC 9(4) VALUE ZERO.
           05 WH-PICK-MAX               PIC 9(4) VALUE 1000.
           05 WH-PICK-OVERFLOW          PIC X VALUE 'N'.
           05 WH-PICK-IDX               PIC 9(4).
           05 WH-PICK-SORT-I            PIC 9(4).
           05 WH-PICK-SORT-J            PIC 9(4).
           05 WH-PICK-ZONE              PIC X(3).
           05 WH-PICK-EXPIRY            PIC X(8).
           05 WH-PICK-ROWS-BEFORE       PIC 9(4).
           05 WH-PICK-APPLIED-BEFORE    PIC 9(8).
           05 WH-PICK-PREV-LOC          PIC X(3).
           05 WH-PICK-PREV-ZONE         PIC X(3).
           05 WH-PICK-LOC-LINES         PIC 9(4).
           05 WH-PICK-LOC-QTY           PIC S9(7)V999.
           05 WH-PICK-LOC-COUNT         PIC 9(4) VALUE ZERO.
           05 WH-EDIT-PICK-QTY          PIC ZZZ,ZZ9.999.
           05 WH-EDIT-PICK-LINES        PIC ZZZ9.
           05 WH-PICK-LINE-WORK         PIC X(132).
       01 WH-PICK-HOLD-AREA             PIC X(79).

       01 WH-PICK-TABLE.
           05 WH-PICK-ENTRY OCCURS 1000 TIMES.
               10 WH-PICK-KEY-T.
                   15 WH-PICK-LOC-T     PIC X(3).
                   15 WH-PICK-ZONE-T    PIC X(3).
                   15 WH-PICK-ITEM-T    PIC X(6).
                   15 WH-PICK-EXPIRY-T  PIC X(8).
                   15 WH-PICK-ORDER-T   PIC 9(8).
               10 WH-PICK-LOT-T         PIC X(10).
               10 WH-PICK-CUST-T        PIC X(8).
               10 WH-PICK-QTY-T         PIC S9(6)V999.
               10 WH-PICK-DESC-T        PIC X(20).
               10 WH-PICK-UOM-T         PIC X(4).

      *> Packing-slip detail: one row per order line the allocation
      *> pass worked, with what it shipped and what it backordered.
       01 WH-PACK-CONTROL.
           05 WH-PACK-COUNT             PIC 9(4) VALUE ZERO.
           05 WH-PACK-MAX               PIC 9(4) VALUE 1000.
           05 WH-PACK-OVERFLOW          PIC X VALUE 'N'.
           05 WH-PACK-IDX               PIC 9(4).
           05 WH-PACK-SORT-I            PIC 9(4).
           05 WH-PACK-SORT-J            PIC 9(4).
           05 WH-PACK-PREV-ORDER        PIC 9(8).
           05 WH-PACK-SLIP-COUNT        PIC 9(4) VALUE ZERO.
           05 WH-PACK-ORD-ORDERED       PIC S9(7)V999.
           05 WH-PACK-ORD-SHIPPED       PIC S9(7)V999.
           05 WH-PACK-ORD-BACKORD       PIC S9(7)V999.
           05 WH-EDIT-PACK-ORDERED      PIC ZZZ,ZZ9.999.
           05 WH-EDIT-PACK-SHIPPED      PIC ZZZ,ZZ9.999.
           05 WH-EDIT-PACK-BACKORD      PIC ZZZ,ZZ9.999.
           05 WH-PACK-LINE-WORK         PIC X(132).
       01 WH-PACK-HOLD-AREA             PIC X(64).

       01 WH-PACK-TABLE.
           05 WH-PACK-ENTRY OCCURS 1000 TIMES.
               10 WH-PACK-ORDER-T       PIC 9(8).
               10 WH-PACK-SEQ-T         PIC 9(4).
               10 WH-PACK-CUST-T        PIC X(8).
               10 WH-PACK-ITEM-T        PIC X(6).
               10 WH-PACK-LOC-T         PIC X(3).
               10 WH-PACK-ORDERED-T     PIC S9(6)V999.
               10 WH-PACK-SHIPPED-T     PIC S9(6)V999.
               10 WH-PACK-BACKORD-T     PIC S9(6)V999.
               10 WH-PACK-ORD-DATE-T    PIC X(8).

      *> Inventory GL feed accumulators: the value of the day's
      *> receipts (at receipt cost), issues (at the weighted-average
      *> cost in force when each issue posted), and cycle-count
           05 WH-GL-SCRAP-VALUE         PIC S9(11)V99 VALUE ZERO.
           05 WH-GL-VENDRET-VALUE       PIC S9(11)V99 VALUE ZERO.
           05 WH-GL-SHIP-VALUE          PIC S9(11)V99 VALUE ZERO.
           05 WH-GL-RTV-VALUE           PIC S9(11)V99 VALUE ZERO.
           05 WH-GL-LANDED-VALUE        PIC S9(11)V99 VALUE ZERO.
           05 WH-GL-LANDED-VAR-VALUE    PIC S9(11)V99 VALUE ZERO.
           05 WH-GL-WORK-VALUE          PIC S9(11)V99.
           05 WH-GL-FEED-COUNT          PIC 9(8) VALUE ZERO.
           05 WH-GL-FEED-HASH           PIC S9(10)V999 VALUE ZERO.
           05 WH-PO-EDIT-QTY            PIC ZZZ,ZZ9.999.
           05 WH-PO-EDIT-ORDERED        PIC ZZZ,ZZ9.999.
           05 WH-PO-EDIT-RECEIVED      PIC ZZZ,ZZ9.999.
           05 WH-PO-EDIT-VALUE          PIC Z,ZZZ,ZZ9.99.
           05 WH-PO-LINE-WORK           PIC X(132).

      *> Replenishment report work fields.
           05 WH-VFY-SOURCE             PIC X(8).
           05 WH-VFY-BUS-DATE           PIC X(8).

      *> Recall-hold feed framing and posting fields.
       01 WH-RECALL-HOLD-FIELDS.
           05 WH-RHD-STATUS             PIC XX.
           05 WH-RHD-OUT-STATUS         PIC XX.
           05 WH-RHD-EOF                PIC X VALUE 'N'.
           05 WH-RHD-PRESENT            PIC X VALUE 'N'.
           05 WH-RHD-STATE              PIC X VALUE 'H'.
           05 WH-RHD-DETAIL-COUNT       PIC 9(8) VALUE ZERO.
           05 WH-RHD-HASH               PIC S9(10)V999 VALUE ZERO.
           05 WH-RHD-TOTAL-COUNT        PIC 9(8) VALUE ZERO.
           05 WH-RHD-READ-COUNT         PIC 9(8) VALUE ZERO.

       01 WH-HIST-OUT-STATUS            PIC XX.
       01 WH-RUNPARM-STATUS             PIC XX.
       01 WH-RUNPARM-EOF                PIC X VALUE 'N'.
           05 WH-XFER-TO-BALANCE        PIC S9(7)V999.
           05 WH-TRANSFER-COUNT         PIC 9(4) VALUE ZERO.

      *> Kit bill-of-materials table, loaded once at start-up the
      *> same way the lot sub-ledger is; a missing file simply means
      *> no kits are built here, and any 'A' or 'D' suspends.
       01 WH-BOM-CONTROL.
           05 WH-BOM-STATUS             PIC XX.
           05 WH-BOM-EOF                PIC X VALUE 'N'.
           05 WH-BOM-COUNT              PIC 9(4) VALUE ZERO.
           05 WH-BOM-IDX                PIC 9(4).

       01 WH-BOM-TABLE.
           05 WH-BOM-ENTRY OCCURS 500 TIMES.
               10 WH-BOM-KIT-T          PIC X(6).
               10 WH-BOM-COMP-T         PIC X(6).
               10 WH-BOM-QTY-PER-T      PIC 9(4)V999.

      *> Kit assembly/disassembly work fields: the one kit's
      *> components exploded out of the bill of materials with their
      *> ledger rows and the quantity the transaction moves, so every
      *> component is checked before any of them posts -- an
      *> assembly is all-or-nothing the same way a transfer is.
       01 WH-KIT-FIELDS.
           05 WH-KIT-FOUND              PIC X VALUE 'N'.
           05 WH-KIT-ROW-IX             PIC 9(4).
           05 WH-KIT-COMP-COUNT         PIC 9(4).
           05 WH-KIT-COMP-MAX           PIC 9(4) VALUE 20.
           05 WH-KIT-COMP-IDX           PIC 9(4).
           05 WH-KIT-BALANCE            PIC S9(7)V999.
           05 WH-KIT-AVAIL-WORK         PIC S9(8)V999.
           05 WH-KIT-TOTAL-NEED         PIC S9(8)V999.
           05 WH-KIT-ROLLED-VALUE       PIC S9(11)V99.
           05 WH-KIT-RELEASE-VALUE      PIC S9(11)V99.
           05 WH-KIT-REMAINING          PIC S9(11)V99.
           05 WH-KIT-SHARE-VALUE        PIC S9(11)V99.
           05 WH-KIT-COMP-VALUE         PIC S9(11)V99.
           05 WH-KIT-HIST-KIT-ITEM      PIC X(6) VALUE SPACES.
           05 WH-KIT-TRANS-HOLD         PIC X(73).
           05 WH-KIT-ASSEMBLED-COUNT    PIC 9(4) VALUE ZERO.
           05 WH-KIT-DISASSEMBLED-COUNT PIC 9(4) VALUE ZERO.

       01 WH-KIT-COMP-TABLE.
           05 WH-KIT-COMP-ENTRY OCCURS 20 TIMES.
               10 WH-KIT-COMP-ITEM-T    PIC X(6).
               10 WH-KIT-COMP-ROW-T     PIC 9(4).
               10 WH-KIT-COMP-NEED-T    PIC S9(7)V999.

       01 WH-WORK-FIELDS.
           05 WH-TRANS-COUNT            PIC 9(8) VALUE ZERO.
           05 WH-APPLIED-COUNT          PIC 9(8) VALUE ZERO.
           05 FILLER                    PIC X(2) VALUE '%)'.
           05 WH-CAPD-FLAG              PIC X(18).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-RUN
           PERFORM VALIDATE-TRANS-BATCH
           PERFORM VALIDATE-RECALL-HOLD-BATCH
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM CHECK-FOR-RESTART
           PERFORM LOAD-ITEM-MASTER-TABLE
           PERFORM LOAD-PO-MASTER-TABLE
           PERFORM LOAD-LOT-TABLE
           PERFORM LOAD-KIT-BOM-TABLE
           PERFORM LOAD-QUARANTINE-TABLE
           PERFORM LOAD-LEDGER-TABLE
      *> On a restart the re-clear already ran in the failed run's
           IF WH-HIST-OUT-STATUS = '35'
               OPEN OUTPUT WH-TRANS-HIST-OUT
           END-IF
           OPEN EXTEND WH-AP-OPEN-OUT
           IF WH-AP-OPEN-STATUS = '35'
               OPEN OUTPUT WH-AP-OPEN-OUT
           END-IF
      *> The variance report must be open before the suspense
      *> re-clear below -- a suspended cycle count that now passes
      *> posts a variance line during the re-clear.
               PERFORM RECLEAR-SUSPENSE
           END-IF
           PERFORM APPLY-TRANSACTIONS
           PERFORM APPLY-RECALL-HOLDS
      *> Customer demand allocates after the day's transactions so
      *> freshly received stock can fill carried backorders.
           PERFORM PROCESS-CUSTOMER-ORDERS
      *> Landed charges spread last, over what the day's receipts and
      *> shipments have left on hand.
           PERFORM APPLY-LANDED-CHARGES
           CLOSE WH-SUSPENSE-OUT
           CLOSE WH-TRANS-HIST-OUT
           CLOSE WH-AP-OPEN-OUT
           CLOSE WH-COUNT-VARIANCE-OUT
           PERFORM WRITE-PO-SHORT-LINES
           CLOSE WH-PO-MATCH-OUT
           PERFORM WRITE-GL-FEED
           PERFORM WRITE-STORE-COGS-FEED
           PERFORM CLEAR-CHECKPOINT
           PERFORM EMPTY-RECALL-HOLD-FEED
           PERFORM WRITE-CAPACITY-REPORT
           PERFORM WRITE-BATCH-RUN-LOG
           DISPLAY 'Items on ledger       : ' WH-ITEM-COUNT
           DISPLAY 'Transactions rejected : ' WH-REJECTED-COUNT
           DISPLAY 'Cycle counts posted   : ' WH-CYCLE-COUNT-COUNT
           DISPLAY 'Transfers posted      : ' WH-TRANSFER-COUNT
           DISPLAY 'Kits assembled        : ' WH-KIT-ASSEMBLED-COUNT
           DISPLAY 'Kits disassembled     : ' WH-KIT-DISASSEMBLED-COUNT
           DISPLAY 'Suspense re-cleared   : ' WH-RECLEARED-COUNT
           DISPLAY 'Suspense still failing: ' WH-STILL-SUSP-COUNT
           DISPLAY 'Purchase orders closed: ' WH-PO-CLOSED-COUNT
           DISPLAY 'Receipts with no PO   : ' WH-PO-NOMATCH-COUNT
           DISPLAY 'Returns to vendor     : ' WH-RTV-COUNT
           DISPLAY 'Landed charges applied: ' WH-LANDED-APPLIED-COUNT
           DISPLAY 'Landed charges refused: ' WH-LANDED-REFUSED-COUNT
           DISPLAY 'Customer orders today : ' WH-ORD-NEW-COUNT
           DISPLAY 'Backorders carried in : ' WH-ORD-BO-IN-COUNT
           DISPLAY 'Order lines shipped   : ' WH-ORD-SHIPPED-COUNT
           DISPLAY 'Backorders carried out: ' WH-ORD-BO-OUT-COUNT
           DISPLAY 'Pick lists printed    : ' WH-PICK-LOC-COUNT
           DISPLAY 'Packing slips printed : ' WH-PACK-SLIP-COUNT
           DISPLAY 'Quarantine holds      : ' WH-QUAR-HOLD-COUNT
           DISPLAY 'Recall holds read     : ' WH-RHD-READ-COUNT
           DISPLAY 'Quarantine releases   : ' WH-QUAR-RELEASE-COUNT
           DISPLAY 'Holds still open      : ' WH-QUAR-OPEN-COUNT
           DISPLAY 'Store shipments posted: ' WH-SHIP-COUNT
           STOP RUN.

       INITIALIZE-RUN.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO WH-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WH-BRL-START-TIME.

      *> Batch-window log: appends one start/end/record-count
                   END-EVALUATE
           END-EVALUATE.

      *> The recall-hold feed is optional -- most nights the trace
      *> raises none -- but one that is there must be whole: a
      *> broken frame refuses the run before anything posts, as a
      *> broken transaction feed does.
       VALIDATE-RECALL-HOLD-BATCH.
           OPEN INPUT WH-RECALL-HOLD-IN
           IF WH-RHD-STATUS = '00'
               PERFORM UNTIL WH-RHD-EOF = 'Y'
                   READ WH-RECALL-HOLD-IN
                       AT END MOVE 'Y' TO WH-RHD-EOF
                       NOT AT END PERFORM CLASSIFY-RECALL-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE WH-RECALL-HOLD-IN
               IF WH-RHD-STATE = 'D'
                   DISPLAY 'RECALL-HOLD FEED HAS NO TRAILER -- '
                           'FILE REFUSED'
                   STOP RUN
               END-IF
               IF WH-RHD-STATE = 'E'
                   MOVE 'Y' TO WH-RHD-PRESENT
                   DISPLAY 'RECALL HOLDS ACCEPTED: RECORDS='
                           WH-RHD-TOTAL-COUNT
               END-IF
           END-IF.

      *> Each trace run appends its own framed batch, so the file
      *> may hold several; each trailer proves its own batch.
       CLASSIFY-RECALL-HOLD-RECORD.
           EVALUATE TRUE
               WHEN WH-RECALL-HOLD-LINE(1:5) = '*HDR*'
                   IF WH-RHD-STATE = 'D'
                       DISPLAY 'UNEXPECTED RECALL-HOLD HEADER -- '
                               'FILE REFUSED'
                       STOP RUN
                   END-IF
                   MOVE WH-RECALL-HOLD-LINE(1:21)
                       TO BATCH-HEADER-RECORD
                   MOVE ZERO TO WH-RHD-DETAIL-COUNT
                   MOVE ZERO TO WH-RHD-HASH
                   MOVE 'D' TO WH-RHD-STATE
               WHEN WH-RECALL-HOLD-LINE(1:5) = '*TRL*'
                   IF WH-RHD-STATE NOT = 'D'
                       DISPLAY 'UNEXPECTED RECALL-HOLD TRAILER -- '
                               'FILE REFUSED'
                       STOP RUN
                   END-IF
                   MOVE WH-RECALL-HOLD-LINE(1:27)
                       TO BATCH-TRAILER-RECORD
                   PERFORM CHECK-RECALL-HOLD-TRAILER
                   MOVE 'E' TO WH-RHD-STATE
               WHEN OTHER
                   IF WH-RHD-STATE NOT = 'D'
                       DISPLAY 'RECALL-HOLD RECORD OUTSIDE ITS '
                               'HEADER AND TRAILER -- FILE REFUSED'
                       STOP RUN
                   END-IF
                   ADD 1 TO WH-RHD-DETAIL-COUNT
                   MOVE WH-RECALL-HOLD-LINE(19:10) TO WH-VFY-QTY-X
                   IF WH-VFY-QTY NUMERIC
                       ADD WH-VFY-QTY TO WH-RHD-HASH
                   END-IF
           END-EVALUATE.

       CHECK-RECALL-HOLD-TRAILER.
           IF BCT-RECORD-COUNT NOT = WH-RHD-DETAIL-COUNT
               DISPLAY 'RECALL-HOLD TRAILER COUNT ' BCT-RECORD-COUNT
                       ' BUT ' WH-RHD-DETAIL-COUNT
                       ' RECORDS RECEIVED -- FILE REFUSED'
               STOP RUN
           END-IF
           IF BCT-HASH-TOTAL NOT = WH-RHD-HASH
               DISPLAY 'RECALL-HOLD TRAILER HASH DOES NOT MATCH '
                       'QUANTITIES RECEIVED -- FILE REFUSED'
               STOP RUN
           END-IF
           ADD WH-RHD-DETAIL-COUNT TO WH-RHD-TOTAL-COUNT
           DISPLAY 'RECALL-HOLD BATCH ' BCH-SOURCE
                   ' DATE=' BCH-BUSINESS-DATE
                   ' RECORDS=' WH-RHD-DETAIL-COUNT ' VERIFIED'.

      *> Each recall hold posts as an 'H' transaction through the
      *> ordinary edits; one that cannot apply goes to suspense
      *> with the rest and is re-tried there.
       APPLY-RECALL-HOLDS.
           IF WH-RHD-PRESENT = 'Y'
               MOVE 'N' TO WH-RHD-EOF
               OPEN INPUT WH-RECALL-HOLD-IN
               PERFORM UNTIL WH-RHD-EOF = 'Y'
                   READ WH-RECALL-HOLD-IN
                       AT END MOVE 'Y' TO WH-RHD-EOF
                       NOT AT END
                           IF WH-RECALL-HOLD-LINE(1:1) NOT = '*'
                               ADD 1 TO WH-RHD-READ-COUNT
                               MOVE WH-RECALL-HOLD-LINE
                                   TO WH-TRANS-RECORD
                               PERFORM APPLY-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WH-RECALL-HOLD-IN
           END-IF.

       EMPTY-RECALL-HOLD-FEED.
           IF WH-RHD-PRESENT = 'Y'
               OPEN OUTPUT WH-RECALL-HOLD-OUT
               CLOSE WH-RECALL-HOLD-OUT
           END-IF.

       CHECK-FOR-RESTART.
           OPEN INPUT WH-CHECKPOINT-CTL-IO
           IF WH-CKPT-CTL-STATUS = '00'
                                   TO WH-GL-VENDRET-VALUE
                               MOVE WH-CKPT-SHIP-VALUE
                                   TO WH-GL-SHIP-VALUE
                               MOVE WH-CKPT-RTV-VALUE
                                   TO WH-GL-RTV-VALUE
                           END-IF
                           DISPLAY 'RESTARTING FROM CHECKPOINT AFTER '
                                   'TRANSACTION ' WH-RESTART-TRANS-COUNT
           MOVE WH-PO-RECEIVED-QTY  TO WH-PO-RECEIVED-T(WH-PO-COUNT)
           MOVE WH-PO-EXPECTED-DATE TO WH-PO-EXPECTED-T(WH-PO-COUNT)
           MOVE WH-PO-STATUS        TO WH-PO-STATUS-T(WH-PO-COUNT)
           MOVE 'N'                 TO WH-PO-TOUCHED-T(WH-PO-COUNT)
           MOVE WH-PO-VENDOR-ID     TO WH-PO-VENDOR-T(WH-PO-COUNT)
           IF WH-PO-RECEIPT-COST IS NUMERIC
               MOVE WH-PO-RECEIPT-COST
                   TO WH-PO-RCPT-COST-T(WH-PO-COUNT)
           ELSE
               MOVE ZERO TO WH-PO-RCPT-COST-T(WH-PO-COUNT)
           END-IF
           MOVE WH-PO-ORDER-DATE    TO WH-PO-ORDER-DATE-T(WH-PO-COUNT).

       LOAD-LEDGER-TABLE.
           IF WH-RESTART-MODE = 'Y'
           MOVE WH-GL-SCRAP-VALUE    TO WH-CKPT-SCRAP-VALUE
           MOVE WH-GL-VENDRET-VALUE  TO WH-CKPT-VENDRET-VALUE
           MOVE WH-GL-SHIP-VALUE     TO WH-CKPT-SHIP-VALUE
           MOVE WH-GL-RTV-VALUE      TO WH-CKPT-RTV-VALUE
           WRITE WH-CKPT-CTL-RECORD
           CLOSE WH-CHECKPOINT-CTL-IO
           OPEN OUTPUT WH-CHECKPOINT-LEDGER-IO
           MOVE ZERO TO WH-CKPT-SCRAP-VALUE
           MOVE ZERO TO WH-CKPT-VENDRET-VALUE
           MOVE ZERO TO WH-CKPT-SHIP-VALUE
           MOVE ZERO TO WH-CKPT-RTV-VALUE
           WRITE WH-CKPT-CTL-RECORD
           CLOSE WH-CHECKPOINT-CTL-IO.

           ELSE
               IF WH-TRANS-TYPE = 'T'
                   PERFORM APPLY-TRANSFER-TRANSACTION
               ELSE IF WH-TRANS-TYPE = 'A' OR WH-TRANS-TYPE = 'D'
                   PERFORM APPLY-KIT-TRANSACTION
               ELSE
                   PERFORM APPLY-TRANSACTION-TO-LEDGER
               END-IF
               END-IF
           END-IF.

       APPLY-TRANSACTION-TO-LEDGER.
                   END-IF
               WHEN 'V'
                   PERFORM VALIDATE-REVERSAL
               WHEN 'B'
                   SUBTRACT WH-TRANS-QUANTITY
                       FROM WH-PROSPECTIVE-BALANCE
                   COMPUTE WH-QUAR-AVAIL-WORK =
                           WH-PROSPECTIVE-BALANCE
                           - WH-ITEM-QUAR-T(WH-ITEM-IX)
                   IF WH-QUAR-AVAIL-WORK < ZERO
                       AND WH-PROSPECTIVE-BALANCE >= ZERO
                       MOVE 'N' TO WH-TRANS-IS-VALID
                       MOVE 'AVAILABLE STOCK IN QUARANTINE'
                           TO WH-REJECT-REASON
                   ELSE
                       PERFORM VALIDATE-VENDOR-RETURN
                   END-IF
               WHEN 'H'
                   COMPUTE WH-QUAR-AVAIL-WORK =
                           WH-PROSPECTIVE-BALANCE
                           WHEN 'S'
                               CONTINUE
                           WHEN 'X'
                               SUBTRACT WH-TRANS-QUANTITY
                                   FROM WH-PROSPECTIVE-BALANCE
                           WHEN 'V'
                               SUBTRACT WH-TRANS-QUANTITY
                                   FROM WH-PROSPECTIVE-BALANCE
                               PERFORM VALIDATE-VENDOR-RETURN
                           WHEN OTHER
                               MOVE 'N' TO WH-TRANS-IS-VALID
                               MOVE 'UNKNOWN DISPOSITION CODE'
           END-IF
           END-IF.

      *> A 'B' return must name the order the goods came in on
      *> (any status -- a fully received order is exactly what gets
      *> returned against), cannot send back more than the order
      *> received, needs a vendor on the order to raise the memo
      *> against, and a named lot must hold the quantity.
       VALIDATE-VENDOR-RETURN.
           MOVE 'N' TO WH-PO-FOUND
           IF WH-TRANS-PO-NO IS NUMERIC
               AND WH-TRANS-PO-NO NOT = ZERO
               PERFORM LOOKUP-RETURN-PO
           END-IF
           IF WH-PO-FOUND = 'N'
               MOVE 'N' TO WH-TRANS-IS-VALID
               MOVE 'RETURN PO NOT ON MASTER' TO WH-REJECT-REASON
           ELSE IF WH-TRANS-QUANTITY >
                       WH-PO-RECEIVED-T(WH-PO-MATCH-IX)
               MOVE 'N' TO WH-TRANS-IS-VALID
               MOVE 'RETURN EXCEEDS PO RECEIVED' TO WH-REJECT-REASON
           ELSE IF WH-PO-VENDOR-T(WH-PO-MATCH-IX) = SPACES
               MOVE 'N' TO WH-TRANS-IS-VALID
               MOVE 'NO VENDOR ON RETURN PO' TO WH-REJECT-REASON
           ELSE IF WH-TRANS-LOT-NO NOT = SPACES
               PERFORM LOOKUP-LOT-ROW
               IF WH-LOT-FOUND = 'N'
                   MOVE 'N' TO WH-TRANS-IS-VALID
                   MOVE 'RETURN LOT NOT ON FILE' TO WH-REJECT-REASON
               ELSE IF WH-TRANS-QUANTITY >
                           WH-LOT-ON-HAND-T(WH-LOT-MATCH-IX)
                   MOVE 'N' TO WH-TRANS-IS-VALID
                   MOVE 'RETURN EXCEEDS LOT ON HAND'
                       TO WH-REJECT-REASON
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       LOOKUP-RETURN-PO.
           SET WH-PO-IX TO 1
           SEARCH WH-PO-ENTRY
               AT END
                   MOVE 'N' TO WH-PO-FOUND
               WHEN WH-PO-NUMBER-T(WH-PO-IX) = WH-TRANS-PO-NO
                   AND WH-PO-ITEM-T(WH-PO-IX) = WH-TRANS-ITEM-CODE
                   AND WH-PO-LOCATION-T(WH-PO-IX) = WH-TRANS-LOCATION
                   MOVE 'Y' TO WH-PO-FOUND
                   MOVE WH-PO-IX TO WH-PO-MATCH-IX
           END-SEARCH.

       LOOKUP-REVERSAL-TARGET.
           MOVE 'N' TO WH-LOG-FOUND
           MOVE 1 TO WH-LOG-LO
               PERFORM RECOMPUTE-WEIGHTED-COST
               PERFORM MATCH-RECEIPT-TO-PO
           END-IF
           IF WH-TRANS-TYPE = 'B'
               OR (WH-TRANS-TYPE = 'Q' AND WH-TRANS-DISPOSITION = 'V')
               PERFORM PRICE-VENDOR-RETURN
           END-IF
           MOVE WH-PROSPECTIVE-BALANCE TO WH-ITEM-ON-HAND-T(WH-ITEM-IX)
           ADD 1 TO WH-APPLIED-COUNT
           MOVE 'N' TO WH-FEFO-HIST-WRITTEN
               WHEN 'V'
                   MOVE 'Y' TO WH-LOG-REVERSED-T(WH-LOG-MATCH-IX)
                   PERFORM VALUE-REVERSAL-FOR-GL
               WHEN 'B'
                   PERFORM POST-VENDOR-RETURN
               WHEN 'C'
                   COMPUTE WH-GL-WORK-VALUE ROUNDED =
                           (WH-TRANS-QUANTITY - WH-COUNT-BOOK-QTY)
                       FROM WH-ITEM-QUAR-T(WH-ITEM-IX)
                   PERFORM CONSUME-QUARANTINE-ROWS
                   ADD 1 TO WH-QUAR-RELEASE-COUNT
      *> Scrapped stock leaves on-hand, so the lot sub-ledger drains
      *> the same FEFO way an issue would. Stock going back to the
      *> vendor is a 'B' return: the order, the lot, the payable and
      *> the debit memo all move as they do for one.
                   IF WH-TRANS-DISPOSITION = 'X'
                       PERFORM CONSUME-LOTS-FEFO
                       COMPUTE WH-GL-WORK-VALUE ROUNDED =
                               WH-TRANS-QUANTITY
                               * WH-ITEM-UNIT-COST-T(WH-ITEM-IX)
                       ADD WH-GL-WORK-VALUE TO WH-GL-SCRAP-VALUE
                   END-IF
                   IF WH-TRANS-DISPOSITION = 'V'
                       PERFORM POST-VENDOR-RETURN
                   END-IF
           END-EVALUATE
      *> A FEFO issue already archived itself one history row per
           MOVE WH-TRANS-UNIT-COST   TO WH-HIST-UNIT-COST
           MOVE WH-TRANS-TO-LOCATION TO WH-HIST-TO-LOCATION
           MOVE WH-TRANS-LOT-NO      TO WH-HIST-LOT-NO
           MOVE WH-KIT-HIST-KIT-ITEM TO WH-HIST-KIT-ITEM
           MOVE WH-TRANS-EXPIRY-DATE TO WH-HIST-EXPIRY-DATE
           IF WH-PICK-MODE = 'Y'
               MOVE WH-ORD-CUST-T(WH-ORD-IDX) TO WH-HIST-CUSTOMER-ID
           ELSE
               MOVE SPACES TO WH-HIST-CUSTOMER-ID
           END-IF
           PERFORM SET-HISTORY-PO-NO
           WRITE WH-HIST-RECORD.

       WRITE-COUNT-VARIANCE-HEADER.
           MOVE WH-LOT-EXPIRY-DATE TO WH-LOT-EXPIRY-T(WH-LOT-COUNT)
           MOVE WH-LOT-ON-HAND     TO WH-LOT-ON-HAND-T(WH-LOT-COUNT).

      *> Kit bill of materials, tolerated missing like the lot
      *> sub-ledger above.
       LOAD-KIT-BOM-TABLE.
           OPEN INPUT WH-KIT-BOM-IN
           IF WH-BOM-STATUS = '00'
               PERFORM UNTIL WH-BOM-EOF = 'Y'
                   READ WH-KIT-BOM-IN
                       AT END MOVE 'Y' TO WH-BOM-EOF
                       NOT AT END PERFORM STORE-BOM-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WH-KIT-BOM-IN
           END-IF.

       STORE-BOM-ENTRY.
           IF WH-BOM-COUNT >= 500
               DISPLAY 'KIT BOM TABLE FULL AT 500 -- RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO WH-BOM-COUNT
           MOVE WH-BOM-KIT-ITEM  TO WH-BOM-KIT-T(WH-BOM-COUNT)
           MOVE WH-BOM-COMP-ITEM TO WH-BOM-COMP-T(WH-BOM-COUNT)
           MOVE WH-BOM-QTY-PER   TO WH-BOM-QTY-PER-T(WH-BOM-COUNT).

      *> Books a lotted receipt into its lot row, creating the row
      *> on first receipt of the lot. An unlotted receipt leaves the
      *> sub-ledger alone -- not every item is dated product.
               AND WH-FEFO-HIST-WRITTEN = 'Y'
               MOVE WH-FEFO-REMAINING TO WH-FEFO-TAKE
               MOVE SPACES TO WH-TRANS-LOT-NO
               MOVE SPACES TO WH-TRANS-EXPIRY-DATE
               PERFORM WRITE-LOT-HISTORY-RECORD
           END-IF.

               FROM WH-LOT-ON-HAND-T(WH-LOT-MATCH-IX)
           SUBTRACT WH-FEFO-TAKE FROM WH-FEFO-REMAINING
           MOVE WH-LOT-NUMBER-T(WH-LOT-MATCH-IX) TO WH-TRANS-LOT-NO
           MOVE WH-LOT-EXPIRY-T(WH-LOT-MATCH-IX)
               TO WH-TRANS-EXPIRY-DATE
           PERFORM WRITE-LOT-HISTORY-RECORD.

      *> Receipts, vendor returns and receiving-inspection holds carry
      *> their order onto the history; every other row archives zero.
       SET-HISTORY-PO-NO.
           IF (WH-TRANS-TYPE = 'R' OR 'B' OR 'H')
               AND WH-TRANS-PO-NO IS NUMERIC
               MOVE WH-TRANS-PO-NO TO WH-HIST-PO-NO
           ELSE
               MOVE ZERO TO WH-HIST-PO-NO
           END-IF.

      *> Per-lot archive row for a FEFO issue: the transaction's own
      *> fields with the consumed lot and the quantity taken from it.
       WRITE-LOT-HISTORY-RECORD.
           MOVE WH-TRANS-UNIT-COST   TO WH-HIST-UNIT-COST
           MOVE WH-TRANS-TO-LOCATION TO WH-HIST-TO-LOCATION
           MOVE WH-TRANS-LOT-NO      TO WH-HIST-LOT-NO
           MOVE WH-KIT-HIST-KIT-ITEM TO WH-HIST-KIT-ITEM
           MOVE WH-TRANS-EXPIRY-DATE TO WH-HIST-EXPIRY-DATE
           IF WH-PICK-MODE = 'Y'
               MOVE WH-ORD-CUST-T(WH-ORD-IDX) TO WH-HIST-CUSTOMER-ID
           ELSE
               MOVE SPACES TO WH-HIST-CUSTOMER-ID
           END-IF
           PERFORM SET-HISTORY-PO-NO
           WRITE WH-HIST-RECORD
           MOVE 'Y' TO WH-FEFO-HIST-WRITTEN
           IF WH-PICK-MODE = 'Y'
               PERFORM ADD-PICK-ROW
           END-IF.

      *> Rewrites the lot sub-ledger, dropping rows the day's issues
      *> emptied.
           END-SEARCH.

       APPLY-RECEIPT-TO-PO.
      *> The order's receipt cost averages across its receipts the
      *> same way the ledger's unit cost does, so a later return to
      *> vendor is valued at what the order actually came in at.
           IF WH-TRANS-UNIT-COST > ZERO
               COMPUTE WH-NEW-UNIT-COST ROUNDED =
                   (WH-PO-RECEIVED-T(WH-PO-MATCH-IX)
                       * WH-PO-RCPT-COST-T(WH-PO-MATCH-IX)
                    + WH-TRANS-QUANTITY * WH-TRANS-UNIT-COST)
                   / (WH-PO-RECEIVED-T(WH-PO-MATCH-IX)
                       + WH-TRANS-QUANTITY)
               MOVE WH-NEW-UNIT-COST
                   TO WH-PO-RCPT-COST-T(WH-PO-MATCH-IX)
           END-IF
           ADD WH-TRANS-QUANTITY
               TO WH-PO-RECEIVED-T(WH-PO-MATCH-IX)
           MOVE 'Y' TO WH-PO-TOUCHED-T(WH-PO-MATCH-IX)
               MOVE WH-PO-EXPECTED-T(WH-PO-IDX)
                   TO WH-PO-OUT-EXPECTED-DATE
               MOVE WH-PO-STATUS-T(WH-PO-IDX)    TO WH-PO-OUT-STATUS
               MOVE WH-PO-VENDOR-T(WH-PO-IDX)    TO WH-PO-OUT-VENDOR-ID
               MOVE WH-PO-RCPT-COST-T(WH-PO-IDX)
                   TO WH-PO-OUT-RECEIPT-COST
               MOVE WH-PO-ORDER-DATE-T(WH-PO-IDX)
                   TO WH-PO-OUT-ORDER-DATE
               WRITE WH-PO-OUT-RECORD
           END-PERFORM
           CLOSE WH-PO-MASTER-OUT.

      *> Return to vendor, priced before on-hand moves: the return
      *> goes out at the order's receipt cost, and the value left
      *> behind re-averages over the remaining stock so the ledger's
      *> weighted cost is what it would have been had the returned
      *> goods never arrived. Emptying the bin, or a receipt cost so
      *> far above the average that nothing would be left, keeps the
      *> ledger cost already on file.
       PRICE-VENDOR-RETURN.
           IF WH-PO-RCPT-COST-T(WH-PO-MATCH-IX) > ZERO
               MOVE WH-PO-RCPT-COST-T(WH-PO-MATCH-IX)
                   TO WH-RTV-UNIT-COST
           ELSE
               MOVE WH-ITEM-UNIT-COST-T(WH-ITEM-IX) TO WH-RTV-UNIT-COST
           END-IF
           COMPUTE WH-RTV-VALUE ROUNDED =
                   WH-TRANS-QUANTITY * WH-RTV-UNIT-COST
           COMPUTE WH-RTV-REMAIN-VALUE =
                   WH-ITEM-ON-HAND-T(WH-ITEM-IX)
                       * WH-ITEM-UNIT-COST-T(WH-ITEM-IX)
                   - WH-RTV-VALUE
           IF WH-PROSPECTIVE-BALANCE > ZERO
               AND WH-RTV-REMAIN-VALUE > ZERO
               COMPUTE WH-NEW-UNIT-COST ROUNDED =
                   WH-RTV-REMAIN-VALUE / WH-PROSPECTIVE-BALANCE
               MOVE WH-NEW-UNIT-COST
                   TO WH-ITEM-UNIT-COST-T(WH-ITEM-IX)
           END-IF
           MOVE WH-RTV-UNIT-COST TO WH-TRANS-UNIT-COST.

      *> Posts the return: the order's received total comes back
      *> down (re-opening it if that leaves it short, so the
      *> replacement shipment matches), the named lot is relieved
      *> (or FEFO when no lot was keyed), the value joins the GL
      *> feed's return leg, and the debit memo goes onto the
      *> open-payables ledger.
       POST-VENDOR-RETURN.
           SUBTRACT WH-TRANS-QUANTITY
               FROM WH-PO-RECEIVED-T(WH-PO-MATCH-IX)
           MOVE 'Y' TO WH-PO-TOUCHED-T(WH-PO-MATCH-IX)
           IF WH-PO-RECEIVED-T(WH-PO-MATCH-IX) <
                   WH-PO-ORDER-QTY-T(WH-PO-MATCH-IX)
               MOVE 'O' TO WH-PO-STATUS-T(WH-PO-MATCH-IX)
           END-IF
           IF WH-TRANS-LOT-NO = SPACES
               PERFORM CONSUME-LOTS-FEFO
           ELSE
               SUBTRACT WH-TRANS-QUANTITY
                   FROM WH-LOT-ON-HAND-T(WH-LOT-MATCH-IX)
           END-IF
           ADD WH-RTV-VALUE TO WH-GL-RTV-VALUE
           ADD 1 TO WH-RTV-COUNT
           PERFORM WRITE-VENDOR-DEBIT-MEMO
           PERFORM WRITE-PO-RETURN-LINE.

      *> Debit memo: due at once, so the very next payment run
      *> takes it; the memo number is 'DM' plus the return's
      *> reference, and the account is the inventory account the
      *> goods came off.
       WRITE-VENDOR-DEBIT-MEMO.
           MOVE SPACES TO AP-OPEN-RECORD
           MOVE WH-PO-VENDOR-T(WH-PO-MATCH-IX) TO AP-OPN-VEND-ID
           STRING 'DM' DELIMITED BY SIZE
                  WH-TRANS-REF-NO DELIMITED BY SIZE
               INTO AP-OPN-INV-NUMBER
           MOVE WH-TODAY     TO AP-OPN-INV-DATE
           MOVE WH-TODAY     TO AP-OPN-DUE-DATE
           MOVE WH-RTV-VALUE TO AP-OPN-AMOUNT
           MOVE 'ACCT50'     TO AP-OPN-EXPENSE-ACCT
           MOVE 'D'          TO AP-OPN-STATUS
           MOVE WH-TRANS-PO-NO    TO AP-OPN-PO-NUMBER
           MOVE WH-TRANS-QUANTITY TO AP-OPN-QUANTITY
           MOVE WH-RTV-UNIT-COST  TO AP-OPN-UNIT-PRICE
           WRITE AP-OPEN-RECORD
           ADD WH-RTV-VALUE TO WH-RTV-MEMO-TOTAL.

       WRITE-PO-RETURN-LINE.
           MOVE WH-TRANS-QUANTITY TO WH-PO-EDIT-QTY
           MOVE WH-RTV-VALUE TO WH-PO-EDIT-VALUE
           MOVE SPACES TO WH-PO-LINE-WORK
           STRING '  RETURNED  PO=' DELIMITED BY SIZE
                  WH-PO-NUMBER-T(WH-PO-MATCH-IX) DELIMITED BY SIZE
                  ' ITEM=' DELIMITED BY SIZE
                  WH-TRANS-ITEM-CODE DELIMITED BY SIZE
                  ' LOC=' DELIMITED BY SIZE
                  WH-TRANS-LOCATION DELIMITED BY SIZE
                  ' QTY=' DELIMITED BY SIZE
                  WH-PO-EDIT-QTY DELIMITED BY SIZE
                  ' VENDOR=' DELIMITED BY SIZE
                  WH-PO-VENDOR-T(WH-PO-MATCH-IX) DELIMITED BY SIZE
                  ' DEBIT MEMO=' DELIMITED BY SIZE
                  WH-PO-EDIT-VALUE DELIMITED BY SIZE
               INTO WH-PO-LINE-WORK
           MOVE WH-PO-LINE-WORK TO WH-PO-MATCH-LINE
           WRITE WH-PO-MATCH-LINE.

      *> Landed-cost feed. Missing on a day with no charges, which
      *> is most days, so absence is not reported.
       APPLY-LANDED-CHARGES.
           OPEN INPUT WH-LANDED-IN
           IF WH-LANDED-STATUS = '00'
               PERFORM UNTIL WH-LANDED-EOF = 'Y'
                   READ WH-LANDED-IN
                       AT END MOVE 'Y' TO WH-LANDED-EOF
                       NOT AT END PERFORM APPLY-ONE-LANDED-CHARGE
                   END-READ
               END-PERFORM
               CLOSE WH-LANDED-IN
           END-IF.

      *> A charge spreads over every line of its order that has
      *> received stock, open or closed. Value basis falls back to
      *> quantity when none of the lines recorded a receipt cost.
      *> A charge that cannot be spread is refused onto the
      *> receiving-match report for re-keying.
       APPLY-ONE-LANDED-CHARGE.
           MOVE SPACES TO WH-LAND-REASON
           MOVE WH-LAND-BASIS TO WH-LAND-BASIS-USED
           IF WH-LAND-BASIS-USED = SPACE
               MOVE 'V' TO WH-LAND-BASIS-USED
           END-IF
           EVALUATE TRUE
               WHEN WH-LAND-PO-NUMBER IS NOT NUMERIC
                   MOVE 'PO NUMBER NOT NUMERIC' TO WH-LAND-REASON
               WHEN WH-LAND-AMOUNT IS NOT NUMERIC
                   OR WH-LAND-AMOUNT = ZERO
                   MOVE 'CHARGE AMOUNT MISSING' TO WH-LAND-REASON
               WHEN WH-LAND-CHARGE-TYPE NOT = 'F'
                   AND WH-LAND-CHARGE-TYPE NOT = 'D'
                   AND WH-LAND-CHARGE-TYPE NOT = 'H'
                   MOVE 'UNKNOWN CHARGE TYPE' TO WH-LAND-REASON
               WHEN WH-LAND-BASIS-USED NOT = 'V'
                   AND WH-LAND-BASIS-USED NOT = 'Q'
                   MOVE 'UNKNOWN SPREAD BASIS' TO WH-LAND-REASON
           END-EVALUATE
           IF WH-LAND-REASON = SPACES
               PERFORM WEIGH-LANDED-ORDER
               IF WH-LAND-BASIS-USED = 'V'
                   AND WH-LAND-TOTAL-WEIGHT = ZERO
                   MOVE 'Q' TO WH-LAND-BASIS-USED
                   PERFORM WEIGH-LANDED-ORDER
               END-IF
               IF WH-LAND-LINES = ZERO
                   MOVE 'PO HAS NO RECEIVED LINES' TO WH-LAND-REASON
               END-IF
           END-IF
           IF WH-LAND-REASON NOT = SPACES
               ADD 1 TO WH-LANDED-REFUSED-COUNT
               PERFORM WRITE-LANDED-REFUSED-LINE
           ELSE
               ADD 1 TO WH-LANDED-APPLIED-COUNT
               MOVE WH-LAND-AMOUNT TO WH-LAND-REMAINING
               MOVE ZERO TO WH-LAND-LINE-NO
               PERFORM VARYING WH-PO-IDX FROM 1 BY 1
                       UNTIL WH-PO-IDX > WH-PO-COUNT
                   IF WH-PO-NUMBER-T(WH-PO-IDX) = WH-LAND-PO-NUMBER
                       AND WH-PO-RECEIVED-T(WH-PO-IDX) > ZERO
                       PERFORM SPREAD-TO-PO-LINE
                   END-IF
               END-PERFORM
           END-IF.

       WEIGH-LANDED-ORDER.
           MOVE ZERO TO WH-LAND-LINES
           MOVE ZERO TO WH-LAND-TOTAL-WEIGHT
           PERFORM VARYING WH-PO-IDX FROM 1 BY 1
                   UNTIL WH-PO-IDX > WH-PO-COUNT
               IF WH-PO-NUMBER-T(WH-PO-IDX) = WH-LAND-PO-NUMBER
                   AND WH-PO-RECEIVED-T(WH-PO-IDX) > ZERO
                   ADD 1 TO WH-LAND-LINES
                   PERFORM WEIGH-ONE-PO-LINE
                   ADD WH-LAND-LINE-WEIGHT TO WH-LAND-TOTAL-WEIGHT
               END-IF
           END-PERFORM.

       WEIGH-ONE-PO-LINE.
           IF WH-LAND-BASIS-USED = 'V'
               COMPUTE WH-LAND-LINE-WEIGHT =
                       WH-PO-RECEIVED-T(WH-PO-IDX)
                       * WH-PO-RCPT-COST-T(WH-PO-IDX)
           ELSE
               MOVE WH-PO-RECEIVED-T(WH-PO-IDX) TO WH-LAND-LINE-WEIGHT
           END-IF.

      *> The last line takes whatever rounding left over, so the
      *> shares always add back to the charge. Only the part of the
      *> line's receipt still on hand at its location can carry
      *> cost; the rest has been issued and its share is variance.
       SPREAD-TO-PO-LINE.
           ADD 1 TO WH-LAND-LINE-NO
           IF WH-LAND-LINE-NO = WH-LAND-LINES
               MOVE WH-LAND-REMAINING TO WH-LAND-SHARE
           ELSE
               PERFORM WEIGH-ONE-PO-LINE
               COMPUTE WH-LAND-SHARE ROUNDED =
                       WH-LAND-AMOUNT * WH-LAND-LINE-WEIGHT
                       / WH-LAND-TOTAL-WEIGHT
           END-IF
           SUBTRACT WH-LAND-SHARE FROM WH-LAND-REMAINING
           MOVE 'N' TO WH-LAND-LEDGER-FOUND
           MOVE ZERO TO WH-LAND-CAP-QTY
           PERFORM VARYING WH-ITEM-IDX FROM 1 BY 1
                   UNTIL WH-ITEM-IDX > WH-ITEM-COUNT
                      OR WH-LAND-LEDGER-FOUND = 'Y'
               IF WH-ITEM-CODE-T(WH-ITEM-IDX) = WH-PO-ITEM-T(WH-PO-IDX)
                   AND WH-ITEM-LOCATION-T(WH-ITEM-IDX)
                       = WH-PO-LOCATION-T(WH-PO-IDX)
                   MOVE 'Y' TO WH-LAND-LEDGER-FOUND
                   SET WH-ITEM-IX TO WH-ITEM-IDX
               END-IF
           END-PERFORM
           IF WH-LAND-LEDGER-FOUND = 'Y'
               MOVE WH-ITEM-ON-HAND-T(WH-ITEM-IX) TO WH-LAND-CAP-QTY
               IF WH-LAND-CAP-QTY > WH-PO-RECEIVED-T(WH-PO-IDX)
                   MOVE WH-PO-RECEIVED-T(WH-PO-IDX) TO WH-LAND-CAP-QTY
               END-IF
               IF WH-LAND-CAP-QTY < ZERO
                   MOVE ZERO TO WH-LAND-CAP-QTY
               END-IF
           END-IF
           COMPUTE WH-LAND-CAP-VALUE ROUNDED =
                   WH-LAND-SHARE * WH-LAND-CAP-QTY
                   / WH-PO-RECEIVED-T(WH-PO-IDX)
           COMPUTE WH-LAND-VAR-VALUE =
                   WH-LAND-SHARE - WH-LAND-CAP-VALUE
           IF WH-LAND-CAP-VALUE > ZERO
               COMPUTE WH-NEW-UNIT-COST ROUNDED =
                   (WH-ITEM-ON-HAND-T(WH-ITEM-IX)
                       * WH-ITEM-UNIT-COST-T(WH-ITEM-IX)
                    + WH-LAND-CAP-VALUE)
                   / WH-ITEM-ON-HAND-T(WH-ITEM-IX)
               MOVE WH-NEW-UNIT-COST
                   TO WH-ITEM-UNIT-COST-T(WH-ITEM-IX)
           END-IF
           ADD WH-LAND-CAP-VALUE TO WH-GL-LANDED-VALUE
           ADD WH-LAND-VAR-VALUE TO WH-GL-LANDED-VAR-VALUE
           PERFORM WRITE-LANDED-LINE.

       WRITE-LANDED-LINE.
           MOVE WH-LAND-SHARE TO WH-LAND-EDIT-SHARE
           MOVE WH-LAND-CAP-VALUE TO WH-LAND-EDIT-CAP
           MOVE WH-LAND-VAR-VALUE TO WH-LAND-EDIT-VAR
           MOVE ZERO TO WH-LAND-EDIT-COST
           IF WH-LAND-LEDGER-FOUND = 'Y'
               MOVE WH-ITEM-UNIT-COST-T(WH-ITEM-IX)
                   TO WH-LAND-EDIT-COST
           END-IF
           MOVE SPACES TO WH-PO-LINE-WORK
           STRING '  LANDED    PO=' DELIMITED BY SIZE
                  WH-PO-NUMBER-T(WH-PO-IDX) DELIMITED BY SIZE
                  ' ITEM=' DELIMITED BY SIZE
                  WH-PO-ITEM-T(WH-PO-IDX) DELIMITED BY SIZE
                  ' LOC=' DELIMITED BY SIZE
                  WH-PO-LOCATION-T(WH-PO-IDX) DELIMITED BY SIZE
                  ' TYPE=' DELIMITED BY SIZE
                  WH-LAND-CHARGE-TYPE DELIMITED BY SIZE
                  ' SHARE=' DELIMITED BY SIZE
                  WH-LAND-EDIT-SHARE DELIMITED BY SIZE
                  ' CAPITALIZED=' DELIMITED BY SIZE
                  WH-LAND-EDIT-CAP DELIMITED BY SIZE
                  ' TO COGS=' DELIMITED BY SIZE
                  WH-LAND-EDIT-VAR DELIMITED BY SIZE
                  ' COST=' DELIMITED BY SIZE
                  WH-LAND-EDIT-COST DELIMITED BY SIZE
               INTO WH-PO-LINE-WORK
           MOVE WH-PO-LINE-WORK TO WH-PO-MATCH-LINE
           WRITE WH-PO-MATCH-LINE.

       WRITE-LANDED-REFUSED-LINE.
           MOVE WH-LAND-AMOUNT TO WH-PO-EDIT-VALUE
           MOVE SPACES TO WH-PO-LINE-WORK
           STRING '  LAND-REJ  PO=' DELIMITED BY SIZE
                  WH-LAND-PO-NUMBER DELIMITED BY SIZE
                  ' TYPE=' DELIMITED BY SIZE
                  WH-LAND-CHARGE-TYPE DELIMITED BY SIZE
                  ' REF=' DELIMITED BY SIZE
                  WH-LAND-REFERENCE DELIMITED BY SIZE
                  ' AMOUNT=' DELIMITED BY SIZE
                  WH-PO-EDIT-VALUE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WH-LAND-REASON DELIMITED BY SIZE
               INTO WH-PO-LINE-WORK
           MOVE WH-PO-LINE-WORK TO WH-PO-MATCH-LINE
           WRITE WH-PO-MATCH-LINE.

      *> Inter-location transfer: finds the sending and receiving
      *> ledger rows, validates both sides, and only then posts both
      *> in one balanced movement. Any failure suspends the whole
           ADD 1 TO WH-TRANSFER-COUNT
           PERFORM WRITE-HISTORY-RECORD.

      *> Kit assembly ('A') and disassembly ('D'). The transaction
      *> names the kit item, the location it is built at and the
      *> number of kits; the kit's components are exploded out of
      *> the bill of materials, each found on the ledger at the same
      *> location, and every one of them validated before anything
      *> posts -- one short component refuses the whole assembly.
       APPLY-KIT-TRANSACTION.
           MOVE 'Y' TO WH-TRANS-IS-VALID
           MOVE SPACES TO WH-REJECT-REASON
           PERFORM LOOKUP-KIT-LEDGER-ROW
           IF WH-KIT-FOUND = 'N'
               MOVE 'N' TO WH-TRANS-IS-VALID
               MOVE 'ITEM/LOCATION NOT ON LEDGER' TO WH-REJECT-REASON
           ELSE IF WH-TRANS-QUANTITY NOT > ZERO
               MOVE 'N' TO WH-TRANS-IS-VALID
               MOVE 'KIT QUANTITY NOT POSITIVE' TO WH-REJECT-REASON
           ELSE
               PERFORM EXPLODE-KIT-BOM
               IF WH-TRANS-IS-VALID = 'Y'
                   PERFORM VALIDATE-KIT-TRANSACTION
               END-IF
           END-IF
           END-IF
           IF WH-TRANS-IS-VALID = 'Y'
               IF WH-TRANS-TYPE = 'A'
                   PERFORM POST-KIT-ASSEMBLY
               ELSE
                   PERFORM POST-KIT-DISASSEMBLY
               END-IF
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

       LOOKUP-KIT-LEDGER-ROW.
           MOVE 'N' TO WH-KIT-FOUND
           PERFORM VARYING WH-ITEM-IDX FROM 1 BY 1
                   UNTIL WH-ITEM-IDX > WH-ITEM-COUNT
               IF WH-ITEM-CODE-T(WH-ITEM-IDX) = WH-TRANS-ITEM-CODE
                   AND WH-ITEM-LOCATION-T(WH-ITEM-IDX)
                           = WH-TRANS-LOCATION
                   MOVE 'Y' TO WH-KIT-FOUND
                   MOVE WH-ITEM-IDX TO WH-KIT-ROW-IX
               END-IF
           END-PERFORM.

      *> Lays the kit's components out in the work table with the
      *> quantity this transaction moves of each (kits times the
      *> quantity per kit) and the component's ledger row here.
       EXPLODE-KIT-BOM.
           MOVE ZERO TO WH-KIT-COMP-COUNT
           MOVE ZERO TO WH-KIT-TOTAL-NEED
           PERFORM VARYING WH-BOM-IDX FROM 1 BY 1
                   UNTIL WH-BOM-IDX > WH-BOM-COUNT
               IF WH-BOM-KIT-T(WH-BOM-IDX) = WH-TRANS-ITEM-CODE
                   AND WH-TRANS-IS-VALID = 'Y'
                   PERFORM ADD-KIT-COMPONENT
               END-IF
           END-PERFORM
           IF WH-TRANS-IS-VALID = 'Y'
               AND WH-KIT-COMP-COUNT = ZERO
               MOVE 'N' TO WH-TRANS-IS-VALID
               MOVE 'NO BILL OF MATERIALS FOR KIT'
                   TO WH-REJECT-REASON
           END-IF.

       ADD-KIT-COMPONENT.
           IF WH-KIT-COMP-COUNT >= WH-KIT-COMP-MAX
               MOVE 'N' TO WH-TRANS-IS-VALID
               MOVE 'TOO MANY COMPONENTS ON KIT' TO WH-REJECT-REASON
           ELSE
               ADD 1 TO WH-KIT-COMP-COUNT
               MOVE WH-BOM-COMP-T(WH-BOM-IDX)
                   TO WH-KIT-COMP-ITEM-T(WH-KIT-COMP-COUNT)
               COMPUTE WH-KIT-COMP-NEED-T(WH-KIT-COMP-COUNT) =
                       WH-TRANS-QUANTITY * WH-BOM-QTY-PER-T(WH-BOM-IDX)
               ADD WH-KIT-COMP-NEED-T(WH-KIT-COMP-COUNT)
                   TO WH-KIT-TOTAL-NEED
               MOVE ZERO TO WH-KIT-COMP-ROW-T(WH-KIT-COMP-COUNT)
               PERFORM VARYING WH-ITEM-IDX FROM 1 BY 1
                       UNTIL WH-ITEM-IDX > WH-ITEM-COUNT
                   IF WH-ITEM-CODE-T(WH-ITEM-IDX)
                           = WH-BOM-COMP-T(WH-BOM-IDX)
                       AND WH-ITEM-LOCATION-T(WH-ITEM-IDX)
                           = WH-TRANS-LOCATION
                       MOVE WH-ITEM-IDX
                           TO WH-KIT-COMP-ROW-T(WH-KIT-COMP-COUNT)
                   END-IF
               END-PERFORM
               IF WH-KIT-COMP-ROW-T(WH-KIT-COMP-COUNT) = ZERO
                   MOVE 'N' TO WH-TRANS-IS-VALID
                   MOVE SPACES TO WH-REJECT-REASON
                   STRING 'COMPONENT NOT ON LEDGER '
                              DELIMITED BY SIZE
                          WH-BOM-COMP-T(WH-BOM-IDX) DELIMITED BY SIZE
                       INTO WH-REJECT-REASON
               END-IF
           END-IF.

      *> An assembly needs every component's available stock (on
      *> hand less quarantine) to cover it and the kit's bin to hold
      *> the kits built; a disassembly needs the kits available and
      *> room in every component's bin for the stock coming back.
       VALIDATE-KIT-TRANSACTION.
           IF WH-TRANS-TYPE = 'A'
               COMPUTE WH-KIT-BALANCE =
                       WH-ITEM-ON-HAND-T(WH-KIT-ROW-IX)
                       + WH-TRANS-QUANTITY
               IF WH-KIT-BALANCE > WH-ITEM-CAPACITY-T(WH-KIT-ROW-IX)
                   MOVE 'N' TO WH-TRANS-IS-VALID
                   MOVE 'OVER WAREHOUSE CAPACITY' TO WH-REJECT-REASON
               ELSE IF WH-KIT-BALANCE > WH-FIELD-MAX-VALUE
                   MOVE 'N' TO WH-TRANS-IS-VALID
                   MOVE 'EXCEEDS FIELD CAPACITY' TO WH-REJECT-REASON
               END-IF
               END-IF
           ELSE
               COMPUTE WH-KIT-BALANCE =
                       WH-ITEM-ON-HAND-T(WH-KIT-ROW-IX)
                       - WH-TRANS-QUANTITY
               COMPUTE WH-KIT-AVAIL-WORK =
                       WH-KIT-BALANCE
                       - WH-ITEM-QUAR-T(WH-KIT-ROW-IX)
               IF WH-KIT-BALANCE < ZERO
                   MOVE 'N' TO WH-TRANS-IS-VALID
                   MOVE 'WOULD DRIVE STOCK NEGATIVE' TO WH-REJECT-REASON
               ELSE IF WH-KIT-AVAIL-WORK < ZERO
                   MOVE 'N' TO WH-TRANS-IS-VALID
                   MOVE 'AVAILABLE STOCK IN QUARANTINE'
                       TO WH-REJECT-REASON
               END-IF
               END-IF
           END-IF
           PERFORM VARYING WH-KIT-COMP-IDX FROM 1 BY 1
                   UNTIL WH-KIT-COMP-IDX > WH-KIT-COMP-COUNT
                      OR WH-TRANS-IS-VALID = 'N'
               PERFORM VALIDATE-KIT-COMPONENT
           END-PERFORM.

       VALIDATE-KIT-COMPONENT.
           MOVE WH-KIT-COMP-ROW-T(WH-KIT-COMP-IDX) TO WH-ITEM-IDX
           IF WH-TRANS-TYPE = 'A'
               COMPUTE WH-KIT-AVAIL-WORK =
                       WH-ITEM-ON-HAND-T(WH-ITEM-IDX)
                       - WH-ITEM-QUAR-T(WH-ITEM-IDX)
                       - WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
               IF WH-KIT-AVAIL-WORK < ZERO
                   MOVE 'N' TO WH-TRANS-IS-VALID
                   MOVE SPACES TO WH-REJECT-REASON
                   STRING 'KIT COMPONENT SHORT ' DELIMITED BY SIZE
                          WH-KIT-COMP-ITEM-T(WH-KIT-COMP-IDX)
                              DELIMITED BY SIZE
                       INTO WH-REJECT-REASON
               END-IF
           ELSE
               COMPUTE WH-KIT-AVAIL-WORK =
                       WH-ITEM-ON-HAND-T(WH-ITEM-IDX)
                       + WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
               IF WH-KIT-AVAIL-WORK > WH-ITEM-CAPACITY-T(WH-ITEM-IDX)
                   OR WH-KIT-AVAIL-WORK > WH-FIELD-MAX-VALUE
                   MOVE 'N' TO WH-TRANS-IS-VALID
                   MOVE SPACES TO WH-REJECT-REASON
                   STRING 'COMPONENT OVER CAPACITY '
                              DELIMITED BY SIZE
                          WH-KIT-COMP-ITEM-T(WH-KIT-COMP-IDX)
                              DELIMITED BY SIZE
                       INTO WH-REJECT-REASON
               END-IF
           END-IF.

      *> Assembly: each component is relieved at its weighted-average
      *> cost and drained from its lots earliest-expiry-first, one
      *> history row per lot tagged with the kit it went into; the
      *> kits are then received at the rolled-up component value,
      *> re-averaging the kit's unit cost the way a costed receipt
      *> does. Stock only moves between inventory rows, so nothing
      *> reaches the GL feed.
       POST-KIT-ASSEMBLY.
           MOVE WH-TRANS-RECORD TO WH-KIT-TRANS-HOLD
           MOVE WH-TRANS-ITEM-CODE TO WH-KIT-HIST-KIT-ITEM
           MOVE ZERO TO WH-KIT-ROLLED-VALUE
           PERFORM VARYING WH-KIT-COMP-IDX FROM 1 BY 1
                   UNTIL WH-KIT-COMP-IDX > WH-KIT-COMP-COUNT
               PERFORM CONSUME-KIT-COMPONENT
           END-PERFORM
           MOVE WH-KIT-TRANS-HOLD TO WH-TRANS-RECORD
           MOVE SPACES TO WH-KIT-HIST-KIT-ITEM
           SET WH-ITEM-IX TO WH-KIT-ROW-IX
           COMPUTE WH-TRANS-UNIT-COST ROUNDED =
                   WH-KIT-ROLLED-VALUE / WH-TRANS-QUANTITY
           MOVE WH-KIT-BALANCE TO WH-PROSPECTIVE-BALANCE
           PERFORM RECOMPUTE-WEIGHTED-COST
           MOVE WH-KIT-BALANCE TO WH-ITEM-ON-HAND-T(WH-KIT-ROW-IX)
           PERFORM WRITE-HISTORY-RECORD
           ADD 1 TO WH-APPLIED-COUNT
           ADD 1 TO WH-KIT-ASSEMBLED-COUNT.

       CONSUME-KIT-COMPONENT.
           SET WH-ITEM-IX TO WH-KIT-COMP-ROW-T(WH-KIT-COMP-IDX)
           MOVE WH-KIT-COMP-ITEM-T(WH-KIT-COMP-IDX)
               TO WH-TRANS-ITEM-CODE
           MOVE WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
               TO WH-TRANS-QUANTITY
           MOVE WH-ITEM-UNIT-COST-T(WH-ITEM-IX) TO WH-TRANS-UNIT-COST
           MOVE SPACES TO WH-TRANS-LOT-NO
           MOVE SPACES TO WH-TRANS-EXPIRY-DATE
           COMPUTE WH-KIT-COMP-VALUE ROUNDED =
                   WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
                   * WH-ITEM-UNIT-COST-T(WH-ITEM-IX)
           ADD WH-KIT-COMP-VALUE TO WH-KIT-ROLLED-VALUE
           SUBTRACT WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
               FROM WH-ITEM-ON-HAND-T(WH-ITEM-IX)
           MOVE 'N' TO WH-FEFO-HIST-WRITTEN
           PERFORM CONSUME-LOTS-FEFO
           IF WH-FEFO-HIST-WRITTEN = 'N'
               PERFORM WRITE-HISTORY-RECORD
           END-IF.

      *> Disassembly: the kits leave at the kit's weighted-average
      *> cost, and that value is spread back over the components in
      *> proportion to what they are worth at their own current cost
      *> (by quantity when none carries a cost yet), the last
      *> component taking the rounding so the value balances to the
      *> cent. Each component re-averages at its share. Returned
      *> component stock comes back unlotted.
       POST-KIT-DISASSEMBLY.
           SET WH-ITEM-IX TO WH-KIT-ROW-IX
           COMPUTE WH-KIT-RELEASE-VALUE ROUNDED =
                   WH-TRANS-QUANTITY * WH-ITEM-UNIT-COST-T(WH-ITEM-IX)
           MOVE WH-ITEM-UNIT-COST-T(WH-ITEM-IX) TO WH-TRANS-UNIT-COST
           MOVE WH-KIT-BALANCE TO WH-ITEM-ON-HAND-T(WH-KIT-ROW-IX)
           MOVE 'N' TO WH-FEFO-HIST-WRITTEN
           PERFORM CONSUME-LOTS-FEFO
           IF WH-FEFO-HIST-WRITTEN = 'N'
               PERFORM WRITE-HISTORY-RECORD
           END-IF
           MOVE WH-TRANS-RECORD TO WH-KIT-TRANS-HOLD
           MOVE WH-TRANS-ITEM-CODE TO WH-KIT-HIST-KIT-ITEM
           MOVE ZERO TO WH-KIT-ROLLED-VALUE
           PERFORM VARYING WH-KIT-COMP-IDX FROM 1 BY 1
                   UNTIL WH-KIT-COMP-IDX > WH-KIT-COMP-COUNT
               MOVE WH-KIT-COMP-ROW-T(WH-KIT-COMP-IDX) TO WH-ITEM-IDX
               COMPUTE WH-KIT-COMP-VALUE ROUNDED =
                       WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
                       * WH-ITEM-UNIT-COST-T(WH-ITEM-IDX)
               ADD WH-KIT-COMP-VALUE TO WH-KIT-ROLLED-VALUE
           END-PERFORM
           MOVE WH-KIT-RELEASE-VALUE TO WH-KIT-REMAINING
           PERFORM VARYING WH-KIT-COMP-IDX FROM 1 BY 1
                   UNTIL WH-KIT-COMP-IDX > WH-KIT-COMP-COUNT
               PERFORM RETURN-KIT-COMPONENT
           END-PERFORM
           MOVE WH-KIT-TRANS-HOLD TO WH-TRANS-RECORD
           MOVE SPACES TO WH-KIT-HIST-KIT-ITEM
           ADD 1 TO WH-APPLIED-COUNT
           ADD 1 TO WH-KIT-DISASSEMBLED-COUNT.

       RETURN-KIT-COMPONENT.
           SET WH-ITEM-IX TO WH-KIT-COMP-ROW-T(WH-KIT-COMP-IDX)
           IF WH-KIT-COMP-IDX = WH-KIT-COMP-COUNT
               MOVE WH-KIT-REMAINING TO WH-KIT-SHARE-VALUE
           ELSE IF WH-KIT-ROLLED-VALUE > ZERO
               COMPUTE WH-KIT-COMP-VALUE ROUNDED =
                       WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
                       * WH-ITEM-UNIT-COST-T(WH-ITEM-IX)
               COMPUTE WH-KIT-SHARE-VALUE ROUNDED =
                       WH-KIT-RELEASE-VALUE * WH-KIT-COMP-VALUE
                       / WH-KIT-ROLLED-VALUE
           ELSE
               COMPUTE WH-KIT-SHARE-VALUE ROUNDED =
                       WH-KIT-RELEASE-VALUE
                       * WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
                       / WH-KIT-TOTAL-NEED
           END-IF
           END-IF
           SUBTRACT WH-KIT-SHARE-VALUE FROM WH-KIT-REMAINING
           MOVE WH-KIT-COMP-ITEM-T(WH-KIT-COMP-IDX)
               TO WH-TRANS-ITEM-CODE
           MOVE WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
               TO WH-TRANS-QUANTITY
           MOVE SPACES TO WH-TRANS-LOT-NO
           MOVE SPACES TO WH-TRANS-EXPIRY-DATE
           IF WH-KIT-SHARE-VALUE > ZERO
               COMPUTE WH-TRANS-UNIT-COST ROUNDED =
                       WH-KIT-SHARE-VALUE
                       / WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
           ELSE
               MOVE ZERO TO WH-TRANS-UNIT-COST
           END-IF
           COMPUTE WH-PROSPECTIVE-BALANCE =
                   WH-ITEM-ON-HAND-T(WH-ITEM-IX)
                   + WH-KIT-COMP-NEED-T(WH-KIT-COMP-IDX)
           PERFORM RECOMPUTE-WEIGHTED-COST
           MOVE WH-PROSPECTIVE-BALANCE
               TO WH-ITEM-ON-HAND-T(WH-ITEM-IX)
           PERFORM WRITE-HISTORY-RECORD.

       STORE-TRANS-LOG-ENTRY.
           MOVE WH-TRANS-REF-NO    TO WH-LOG-NEW-REF-NO
           MOVE WH-TRANS-ITEM-CODE TO WH-LOG-NEW-ITEM-CODE
               PERFORM ALLOCATE-ONE-ORDER
           END-PERFORM
           CLOSE WH-BACKORDER-OUT
           PERFORM WRITE-FILL-RATE-REPORT
           PERFORM WRITE-PICK-LISTS
           PERFORM WRITE-PACKING-SLIPS.

      *> The backorder file may not exist yet on a first run --
      *> tolerated the same way the suspense file is.
           END-PERFORM
           IF WH-IM-FOUND = 'N'
               OR WH-ALLOC-LEDGER-FOUND = 'N'
               MOVE ZERO TO WH-ALLOC-SHIP-QTY
               MOVE WH-ORD-QTY-T(WH-ORD-IDX) TO WH-ALLOC-SHORT-QTY
               PERFORM WRITE-BACKORDER-RECORD
           ELSE
                       WH-ORD-QTY-T(WH-ORD-IDX) - WH-ALLOC-SHIP-QTY
               IF WH-ALLOC-SHORT-QTY > ZERO
                   PERFORM WRITE-BACKORDER-RECORD
               ELSE
                   MOVE ZERO TO WH-ALLOC-SHORT-QTY
               END-IF
           END-IF
           PERFORM NOTE-PACK-LINE.

       SHIP-ORDER-LINE.
           MOVE WH-ORD-ITEM-T(WH-ORD-IDX) TO WH-TRANS-ITEM-CODE
           MOVE SPACES TO WH-TRANS-LOT-NO
           MOVE SPACES TO WH-TRANS-EXPIRY-DATE
           MOVE SPACES TO WH-TRANS-DISPOSITION
           PERFORM NOTE-PICK-ZONE
           MOVE WH-PICK-COUNT TO WH-PICK-ROWS-BEFORE
           MOVE WH-APPLIED-COUNT TO WH-PICK-APPLIED-BEFORE
           MOVE 'Y' TO WH-PICK-MODE
           PERFORM APPLY-ONE-TRANSACTION
           MOVE 'N' TO WH-PICK-MODE
      *> Unlotted stock archives no per-lot rows, so its pick is the
      *> whole shipped quantity with no lot named.
           IF WH-APPLIED-COUNT > WH-PICK-APPLIED-BEFORE
               AND WH-PICK-COUNT = WH-PICK-ROWS-BEFORE
               MOVE SPACES TO WH-TRANS-LOT-NO
               MOVE WH-TRANS-QUANTITY TO WH-FEFO-TAKE
               PERFORM ADD-PICK-ROW
           END-IF
           ADD 1 TO WH-ORD-SHIPPED-COUNT
           PERFORM NOTE-FILL-SHIPPED.

           MOVE WH-FILL-LINE-WORK TO WH-FILL-RATE-LINE
           WRITE WH-FILL-RATE-LINE.

      *> Storage zone and description of the item being shipped,
      *> off the item master entry the allocation lookup matched; an
      *> item verified only by file read walks in an unknown zone at
      *> the end of its location's list.
       NOTE-PICK-ZONE.
           IF WH-IM-FOUND = 'Y'
               AND WH-IM-MATCH-IX > ZERO
               AND WH-IM-MATCH-IX <= WH-IM-COUNT
               AND WH-IM-CODE-T(WH-IM-MATCH-IX) = WH-TRANS-ITEM-CODE
               MOVE WH-IM-ZONE-T(WH-IM-MATCH-IX) TO WH-PICK-ZONE
           ELSE
               MOVE '???' TO WH-PICK-ZONE
           END-IF.

      *> One pick row per lot the shipment drew from, at the
      *> quantity the FEFO pass took from it.
       ADD-PICK-ROW.
           IF WH-PICK-COUNT >= WH-PICK-MAX
               IF WH-PICK-OVERFLOW = 'N'
                   MOVE 'Y' TO WH-PICK-OVERFLOW
                   DISPLAY 'PICK TABLE FULL -- ORDER '
                           WH-TRANS-REF-NO ' NOT ON PICK LIST'
               END-IF
           ELSE
               IF WH-TRANS-LOT-NO = SPACES
                   MOVE SPACES TO WH-PICK-EXPIRY
               ELSE
                   MOVE WH-LOT-EXPIRY-T(WH-LOT-MATCH-IX)
                       TO WH-PICK-EXPIRY
               END-IF
               ADD 1 TO WH-PICK-COUNT
               MOVE WH-TRANS-LOCATION
                   TO WH-PICK-LOC-T(WH-PICK-COUNT)
               MOVE WH-PICK-ZONE
                   TO WH-PICK-ZONE-T(WH-PICK-COUNT)
               MOVE WH-TRANS-ITEM-CODE
                   TO WH-PICK-ITEM-T(WH-PICK-COUNT)
               MOVE WH-PICK-EXPIRY
                   TO WH-PICK-EXPIRY-T(WH-PICK-COUNT)
               MOVE WH-TRANS-REF-NO
                   TO WH-PICK-ORDER-T(WH-PICK-COUNT)
               MOVE WH-TRANS-LOT-NO
                   TO WH-PICK-LOT-T(WH-PICK-COUNT)
               MOVE WH-ORD-CUST-T(WH-ORD-IDX)
                   TO WH-PICK-CUST-T(WH-PICK-COUNT)
               MOVE WH-FEFO-TAKE
                   TO WH-PICK-QTY-T(WH-PICK-COUNT)
               IF WH-PICK-ZONE = '???'
                   MOVE SPACES TO WH-PICK-DESC-T(WH-PICK-COUNT)
                   MOVE SPACES TO WH-PICK-UOM-T(WH-PICK-COUNT)
               ELSE
                   MOVE WH-IM-DESC-T(WH-IM-MATCH-IX)
                       TO WH-PICK-DESC-T(WH-PICK-COUNT)
                   MOVE WH-IM-UOM-T(WH-IM-MATCH-IX)
                       TO WH-PICK-UOM-T(WH-PICK-COUNT)
               END-IF
           END-IF.

      *> Every order line the allocation pass worked goes on its
      *> order's packing slip, shipped or not -- a line that could
      *> not ship at all still shows the customer it is backordered.
       NOTE-PACK-LINE.
           IF WH-PACK-COUNT >= WH-PACK-MAX
               IF WH-PACK-OVERFLOW = 'N'
                   MOVE 'Y' TO WH-PACK-OVERFLOW
                   DISPLAY 'PACK TABLE FULL -- ORDER '
                           WH-ORD-NO-T(WH-ORD-IDX)
                           ' NOT ON PACKING SLIP'
               END-IF
           ELSE
               ADD 1 TO WH-PACK-COUNT
               MOVE WH-ORD-NO-T(WH-ORD-IDX)
                   TO WH-PACK-ORDER-T(WH-PACK-COUNT)
               MOVE WH-PACK-COUNT TO WH-PACK-SEQ-T(WH-PACK-COUNT)
               MOVE WH-ORD-CUST-T(WH-ORD-IDX)
                   TO WH-PACK-CUST-T(WH-PACK-COUNT)
               MOVE WH-ORD-ITEM-T(WH-ORD-IDX)
                   TO WH-PACK-ITEM-T(WH-PACK-COUNT)
               MOVE WH-ORD-LOC-T(WH-ORD-IDX)
                   TO WH-PACK-LOC-T(WH-PACK-COUNT)
               MOVE WH-ORD-QTY-T(WH-ORD-IDX)
                   TO WH-PACK-ORDERED-T(WH-PACK-COUNT)
               MOVE WH-ALLOC-SHIP-QTY
                   TO WH-PACK-SHIPPED-T(WH-PACK-COUNT)
               MOVE WH-ALLOC-SHORT-QTY
                   TO WH-PACK-BACKORD-T(WH-PACK-COUNT)
               MOVE WH-ORD-DATE-T(WH-ORD-IDX)
                   TO WH-PACK-ORD-DATE-T(WH-PACK-COUNT)
           END-IF.

      *> Pick lists: the pick rows sorted location / zone / item /
      *> expiry / order, a new page at every location break and a
      *> zone heading at every zone break, so the picker walks each
      *> zone once and pulls the earliest-expiring lot first.
       WRITE-PICK-LISTS.
           PERFORM SORT-PICK-TABLE
           OPEN OUTPUT WH-PICK-LIST-OUT
           IF WH-PICK-COUNT = ZERO
               MOVE SPACES TO WH-PICK-LIST-LINE
               MOVE 'PICK LIST - NO ORDER LINES ALLOCATED TODAY'
                   TO WH-PICK-LIST-LINE
               WRITE WH-PICK-LIST-LINE
           ELSE
               MOVE SPACES TO WH-PICK-PREV-LOC
               MOVE SPACES TO WH-PICK-PREV-ZONE
               PERFORM VARYING WH-PICK-IDX FROM 1 BY 1
                       UNTIL WH-PICK-IDX > WH-PICK-COUNT
                   IF WH-PICK-LOC-T(WH-PICK-IDX) NOT = WH-PICK-PREV-LOC
                       IF WH-PICK-PREV-LOC NOT = SPACES
                           PERFORM WRITE-PICK-LOCATION-FOOTER
                       END-IF
                       PERFORM WRITE-PICK-LOCATION-HEADER
                   END-IF
                   IF WH-PICK-ZONE-T(WH-PICK-IDX)
                           NOT = WH-PICK-PREV-ZONE
                       PERFORM WRITE-PICK-ZONE-HEADER
                   END-IF
                   PERFORM WRITE-ONE-PICK-LINE
               END-PERFORM
               PERFORM WRITE-PICK-LOCATION-FOOTER
           END-IF
           CLOSE WH-PICK-LIST-OUT.

      *> Straight insertion sort on the composite pick key, the same
      *> way the item master table is ordered after its load.
       SORT-PICK-TABLE.
           PERFORM VARYING WH-PICK-SORT-I FROM 2 BY 1
                   UNTIL WH-PICK-SORT-I > WH-PICK-COUNT
               MOVE WH-PICK-ENTRY(WH-PICK-SORT-I) TO WH-PICK-HOLD-AREA
               MOVE WH-PICK-SORT-I TO WH-PICK-SORT-J
               PERFORM UNTIL WH-PICK-SORT-J < 2
                   OR WH-PICK-KEY-T(WH-PICK-SORT-J - 1)
                      <= WH-PICK-HOLD-AREA(1:28)
                   MOVE WH-PICK-ENTRY(WH-PICK-SORT-J - 1)
                       TO WH-PICK-ENTRY(WH-PICK-SORT-J)
                   SUBTRACT 1 FROM WH-PICK-SORT-J
               END-PERFORM
               MOVE WH-PICK-HOLD-AREA TO WH-PICK-ENTRY(WH-PICK-SORT-J)
           END-PERFORM.

       WRITE-PICK-LOCATION-HEADER.
           ADD 1 TO WH-PICK-LOC-COUNT
           MOVE WH-PICK-LOC-T(WH-PICK-IDX) TO WH-PICK-PREV-LOC
           MOVE SPACES TO WH-PICK-PREV-ZONE
           MOVE ZERO TO WH-PICK-LOC-LINES
           MOVE ZERO TO WH-PICK-LOC-QTY
           MOVE SPACES TO WH-PICK-LINE-WORK
           STRING 'PICK LIST - LOCATION=' DELIMITED BY SIZE
                  WH-PICK-PREV-LOC DELIMITED BY SIZE
                  ' DATE=' DELIMITED BY SIZE
                  WH-TODAY DELIMITED BY SIZE
               INTO WH-PICK-LINE-WORK
           MOVE WH-PICK-LINE-WORK TO WH-PICK-LIST-LINE
           WRITE WH-PICK-LIST-LINE
           MOVE SPACES TO WH-PICK-LIST-LINE
           MOVE '  ITEM   DESCRIPTION          LOT        EXPIRY   '
               TO WH-PICK-LIST-LINE
           MOVE '        QTY UOM  ORDER    CUSTOMER'
               TO WH-PICK-LIST-LINE(51:)
           WRITE WH-PICK-LIST-LINE.

       WRITE-PICK-ZONE-HEADER.
           MOVE WH-PICK-ZONE-T(WH-PICK-IDX) TO WH-PICK-PREV-ZONE
           MOVE SPACES TO WH-PICK-LINE-WORK
           STRING ' ZONE ' DELIMITED BY SIZE
                  WH-PICK-PREV-ZONE DELIMITED BY SIZE
               INTO WH-PICK-LINE-WORK
           MOVE WH-PICK-LINE-WORK TO WH-PICK-LIST-LINE
           WRITE WH-PICK-LIST-LINE.

       WRITE-ONE-PICK-LINE.
           ADD 1 TO WH-PICK-LOC-LINES
           ADD WH-PICK-QTY-T(WH-PICK-IDX) TO WH-PICK-LOC-QTY
           MOVE WH-PICK-QTY-T(WH-PICK-IDX) TO WH-EDIT-PICK-QTY
           MOVE SPACES TO WH-PICK-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  WH-PICK-ITEM-T(WH-PICK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WH-PICK-DESC-T(WH-PICK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WH-PICK-LOT-T(WH-PICK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WH-PICK-EXPIRY-T(WH-PICK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WH-EDIT-PICK-QTY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WH-PICK-UOM-T(WH-PICK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WH-PICK-ORDER-T(WH-PICK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WH-PICK-CUST-T(WH-PICK-IDX) DELIMITED BY SIZE
               INTO WH-PICK-LINE-WORK
           MOVE WH-PICK-LINE-WORK TO WH-PICK-LIST-LINE
           WRITE WH-PICK-LIST-LINE.

       WRITE-PICK-LOCATION-FOOTER.
           MOVE WH-PICK-LOC-LINES TO WH-EDIT-PICK-LINES
           MOVE WH-PICK-LOC-QTY TO WH-EDIT-PICK-QTY
           MOVE SPACES TO WH-PICK-LINE-WORK
           STRING '  PICKS=' DELIMITED BY SIZE
                  WH-EDIT-PICK-LINES DELIMITED BY SIZE
                  ' TOTAL-QTY=' DELIMITED BY SIZE
                  WH-EDIT-PICK-QTY DELIMITED BY SIZE
               INTO WH-PICK-LINE-WORK
           MOVE WH-PICK-LINE-WORK TO WH-PICK-LIST-LINE
           WRITE WH-PICK-LIST-LINE
           MOVE SPACES TO WH-PICK-LIST-LINE
           WRITE WH-PICK-LIST-LINE.

      *> Packing slips: the pack rows in order-number sequence (lines
      *> within an order in the sequence they allocated), one slip
      *> per order with ordered, shipped and backordered per line and
      *> an order total.
       WRITE-PACKING-SLIPS.
           PERFORM SORT-PACK-TABLE
           OPEN OUTPUT WH-PACK-SLIP-OUT
           IF WH-PACK-COUNT = ZERO
               MOVE SPACES TO WH-PACK-SLIP-LINE
               MOVE 'PACKING SLIPS - NO ORDER LINES ALLOCATED TODAY'
                   TO WH-PACK-SLIP-LINE
               WRITE WH-PACK-SLIP-LINE
           ELSE
               MOVE ZERO TO WH-PACK-PREV-ORDER
               PERFORM VARYING WH-PACK-IDX FROM 1 BY 1
                       UNTIL WH-PACK-IDX > WH-PACK-COUNT
                   IF WH-PACK-IDX = 1
                       OR WH-PACK-ORDER-T(WH-PACK-IDX)
                          NOT = WH-PACK-PREV-ORDER
                       IF WH-PACK-IDX > 1
                           PERFORM WRITE-PACK-SLIP-FOOTER
                       END-IF
                       PERFORM WRITE-PACK-SLIP-HEADER
                   END-IF
                   PERFORM WRITE-PACK-SLIP-LINE
               END-PERFORM
               PERFORM WRITE-PACK-SLIP-FOOTER
           END-IF
           CLOSE WH-PACK-SLIP-OUT.

       SORT-PACK-TABLE.
           PERFORM VARYING WH-PACK-SORT-I FROM 2 BY 1
                   UNTIL WH-PACK-SORT-I > WH-PACK-COUNT
               MOVE WH-PACK-ENTRY(WH-PACK-SORT-I) TO WH-PACK-HOLD-AREA
               MOVE WH-PACK-SORT-I TO WH-PACK-SORT-J
               PERFORM UNTIL WH-PACK-SORT-J < 2
                   OR WH-PACK-ENTRY(WH-PACK-SORT-J - 1)(1:12)
                      <= WH-PACK-HOLD-AREA(1:12)
                   MOVE WH-PACK-ENTRY(WH-PACK-SORT-J - 1)
                       TO WH-PACK-ENTRY(WH-PACK-SORT-J)
                   SUBTRACT 1 FROM WH-PACK-SORT-J
               END-PERFORM
               MOVE WH-PACK-HOLD-AREA TO WH-PACK-ENTRY(WH-PACK-SORT-J)
           END-PERFORM.

       WRITE-PACK-SLIP-HEADER.
           ADD 1 TO WH-PACK-SLIP-COUNT
           MOVE WH-PACK-ORDER-T(WH-PACK-IDX) TO WH-PACK-PREV-ORDER
           MOVE ZERO TO WH-PACK-ORD-ORDERED
           MOVE ZERO TO WH-PACK-ORD-SHIPPED
           MOVE ZERO TO WH-PACK-ORD-BACKORD
           MOVE SPACES TO WH-PACK-LINE-WORK
           STRING 'PACKING SLIP - ORDER=' DELIMITED BY SIZE
                  WH-PACK-PREV-ORDER DELIMITED BY SIZE
                  ' CUSTOMER=' DELIMITED BY SIZE
                  WH-PACK-CUST-T(WH-PACK-IDX) DELIMITED BY SIZE
                  ' ORDERED=' DELIMITED BY SIZE
                  WH-PACK-ORD-DATE-T(WH-PACK-IDX) DELIMITED BY SIZE
                  ' SHIPPED=' DELIMITED BY SIZE
                  WH-TODAY DELIMITED BY SIZE
               INTO WH-PACK-LINE-WORK
           MOVE WH-PACK-LINE-WORK TO WH-PACK-SLIP-LINE
           WRITE WH-PACK-SLIP-LINE
           MOVE SPACES TO WH-PACK-SLIP-LINE
           MOVE '  ITEM   LOC     ORDERED      SHIPPED  BACKORDERED'
               TO WH-PACK-SLIP-LINE
           WRITE WH-PACK-SLIP-LINE.

       WRITE-PACK-SLIP-LINE.
           ADD WH-PACK-ORDERED-T(WH-PACK-IDX) TO WH-PACK-ORD-ORDERED
           ADD WH-PACK-SHIPPED-T(WH-PACK-IDX) TO WH-PACK-ORD-SHIPPED
           ADD WH-PACK-BACKORD-T(WH-PACK-IDX) TO WH-PACK-ORD-BACKORD
           MOVE WH-PACK-ORDERED-T(WH-PACK-IDX) TO WH-EDIT-PACK-ORDERED
           MOVE WH-PACK-SHIPPED-T(WH-PACK-IDX) TO WH-EDIT-PACK-SHIPPED
           MOVE WH-PACK-BACKORD-T(WH-PACK-IDX) TO WH-EDIT-PACK-BACKORD
           MOVE SPACES TO WH-PACK-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  WH-PACK-ITEM-T(WH-PACK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WH-PACK-LOC-T(WH-PACK-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WH-EDIT-PACK-ORDERED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WH-EDIT-PACK-SHIPPED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WH-EDIT-PACK-BACKORD DELIMITED BY SIZE
               INTO WH-PACK-LINE-WORK
           MOVE WH-PACK-LINE-WORK TO WH-PACK-SLIP-LINE
           WRITE WH-PACK-SLIP-LINE.

       WRITE-PACK-SLIP-FOOTER.
           MOVE WH-PACK-ORD-ORDERED TO WH-EDIT-PACK-ORDERED
           MOVE WH-PACK-ORD-SHIPPED TO WH-EDIT-PACK-SHIPPED
           MOVE WH-PACK-ORD-BACKORD TO WH-EDIT-PACK-BACKORD
           MOVE SPACES TO WH-PACK-LINE-WORK
           STRING '  ORDER TOTAL' DELIMITED BY SIZE
                  WH-EDIT-PACK-ORDERED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WH-EDIT-PACK-SHIPPED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WH-EDIT-PACK-BACKORD DELIMITED BY SIZE
               INTO WH-PACK-LINE-WORK
           MOVE WH-PACK-LINE-WORK TO WH-PACK-SLIP-LINE
           WRITE WH-PACK-SLIP-LINE
           MOVE SPACES TO WH-PACK-SLIP-LINE
           WRITE WH-PACK-SLIP-LINE.

       ADD-SHIPMENT-TO-STORE.
           SET WH-SHIP-IX TO 1
           SEARCH WH-SHIP-ENTRY
               MOVE 'C'      TO GL-TRANS-OP-CODE
               PERFORM WRITE-GL-FEED-ENTRY
           END-IF
      *> A 'B' return, or a quarantine release back to the vendor,
      *> carries a debit memo, so the vendor owes us:
      *> the payable comes down against inventory at receipt cost.
           IF WH-GL-RTV-VALUE NOT = ZERO
               MOVE WH-GL-RTV-VALUE TO WH-GL-WORK-VALUE
               MOVE 'ACCT02' TO GL-TRANS-ACCT-ID
               MOVE 'D'      TO GL-TRANS-OP-CODE
               PERFORM WRITE-GL-FEED-ENTRY
               MOVE 'ACCT50' TO GL-TRANS-ACCT-ID
               MOVE 'C'      TO GL-TRANS-OP-CODE
               PERFORM WRITE-GL-FEED-ENTRY
           END-IF
      *> Landed cost accrues against received-not-invoiced until the
      *> carrier's or broker's invoice arrives: the capitalized share
      *> into inventory, the share on stock already gone to COGS
      *> variance.
           IF WH-GL-LANDED-VALUE NOT = ZERO
               MOVE WH-GL-LANDED-VALUE TO WH-GL-WORK-VALUE
               MOVE 'ACCT50' TO GL-TRANS-ACCT-ID
               MOVE 'D'      TO GL-TRANS-OP-CODE
               PERFORM WRITE-GL-FEED-ENTRY
               MOVE 'ACCT51' TO GL-TRANS-ACCT-ID
               MOVE 'C'      TO GL-TRANS-OP-CODE
               PERFORM WRITE-GL-FEED-ENTRY
           END-IF
           IF WH-GL-LANDED-VAR-VALUE NOT = ZERO
               MOVE WH-GL-LANDED-VAR-VALUE TO WH-GL-WORK-VALUE
               MOVE 'ACCT56' TO GL-TRANS-ACCT-ID
               MOVE 'D'      TO GL-TRANS-OP-CODE
               PERFORM WRITE-GL-FEED-ENTRY
               MOVE 'ACCT51' TO GL-TRANS-ACCT-ID
               MOVE 'C'      TO GL-TRANS-OP-CODE
               PERFORM WRITE-GL-FEED-ENTRY
           END-IF
           MOVE '*TRL*' TO BCT-RECORD-TYPE
           MOVE WH-GL-FEED-COUNT TO BCT-RECORD-COUNT
           MOVE WH-GL-FEED-HASH  TO BCT-HASH-TOTAL
           MOVE 200 TO WH-CAP-LIMIT
           MOVE WH-FILL-OVERFLOW TO WH-CAP-OVERFLOWED
           PERFORM WRITE-ONE-CAPACITY-LINE
           MOVE 'PICK-LIST ROWS' TO WH-CAP-NAME
           MOVE WH-PICK-COUNT TO WH-CAP-USED
           MOVE WH-PICK-MAX TO WH-CAP-LIMIT
           MOVE WH-PICK-OVERFLOW TO WH-CAP-OVERFLOWED
           PERFORM WRITE-ONE-CAPACITY-LINE
           MOVE 'PACKING-SLIP LINES' TO WH-CAP-NAME
           MOVE WH-PACK-COUNT TO WH-CAP-USED
           MOVE WH-PACK-MAX TO WH-CAP-LIMIT
           MOVE WH-PACK-OVERFLOW TO WH-CAP-OVERFLOWED
           PERFORM WRITE-ONE-CAPACITY-LINE
           MOVE 'SUSPENSE RE-CLEAR' TO WH-CAP-NAME
           MOVE WH-SUSP-TABLE-COUNT TO WH-CAP-USED
           MOVE 2000 TO WH-CAP-LIMIT
