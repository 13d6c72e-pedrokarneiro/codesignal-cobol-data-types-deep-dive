       IDENTIFICATION DIVISION.
       PROGRAM-ID. WarehouseVendorScore.
      *> Monthly vendor delivery scorecard for the buyers' supplier
      *> reviews. Every receipt, return to vendor and receiving-
      *> inspection hold posted against a purchase order is read off
      *> the history archive and tied back to its order on the PO
      *> master, and each vendor is scored for the month on:
      *>   - on-time receipt rate (receipt posted on or before the
      *>     order's expected date, plus any grace days) and the
      *>     average days late of the late ones;
      *>   - fill rate of the order lines that fell due in the month
      *>     (received against ordered, capped at ordered) and the
      *>     over-shipments among them;
      *>   - quantity sent back ('B') or held in quarantine at
      *>     receiving ('H' naming the order) against the quantity
      *>     received in the month.
      *> The same figures for the three months before are printed
      *> under each vendor with the change against their average, so
      *> a slipping supplier shows as a trend and not a bad month.
      *> The measured lead time (receipt date less order date) per
      *> item, from its most recent supplier, goes out on
      *> WHLEADTM.DAT for the reorder recalculation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WH-PO-MASTER-IN ASSIGN TO "data/WHPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WVS-PO-STATUS.
           SELECT WH-TRANS-HIST-IN ASSIGN TO "data/WHTRANS-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WVS-HIST-STATUS.
           SELECT VENDOR-MASTER-IN ASSIGN TO "data/APVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WVS-VEND-STATUS.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WVS-RUNPARM-STATUS.
           SELECT SCORECARD-OUT ASSIGN TO "data/WH-VENDSCORE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEAD-TIME-OUT ASSIGN TO "data/WHLEADTM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WH-PO-MASTER-IN.
       COPY WHPO.

       FD  WH-TRANS-HIST-IN.
       COPY WHHIST.

       FD  VENDOR-MASTER-IN.
       COPY APVEND.

       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  SCORECARD-OUT.
       01  SCORECARD-LINE                PIC X(132).

       FD  LEAD-TIME-OUT.
       COPY WHLEAD.

       WORKING-STORAGE SECTION.
       01 WVS-EOF-SWITCHES.
           05 WVS-PO-EOF                PIC X VALUE 'N'.
           05 WVS-HIST-EOF              PIC X VALUE 'N'.
           05 WVS-VEND-EOF              PIC X VALUE 'N'.
           05 WVS-RUNPARM-EOF           PIC X VALUE 'N'.

       01 WVS-FILE-STATUSES.
           05 WVS-PO-STATUS             PIC XX.
           05 WVS-HIST-STATUS           PIC XX.
           05 WVS-VEND-STATUS           PIC XX.
           05 WVS-RUNPARM-STATUS        PIC XX.

       01 WVS-TODAY                     PIC X(8).

      *> Tunables: the month scored (YYYYMM; zero scores the month
      *> before the run date) and the grace days a receipt may land
      *> after its expected date and still count as on time.
       01 WVS-PARM-FIELDS.
           05 WVS-SCORE-MONTH           PIC 9(6) VALUE ZERO.
           05 WVS-GRACE-DAYS            PIC 9(3) VALUE ZERO.
           05 WVS-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> Month arithmetic: months are numbered year * 12 + month so
      *> "three months back" crosses a year end without special cases.
       01 WVS-MONTH-FIELDS.
           05 WVS-SCORE-YYYYMM.
               10 WVS-SCORE-YYYY        PIC 9(4).
               10 WVS-SCORE-MM          PIC 9(2).
           05 WVS-SCORE-SERIAL          PIC 9(6).
           05 WVS-ROW-YYYYMM.
               10 WVS-ROW-YYYY          PIC 9(4).
               10 WVS-ROW-MM            PIC 9(2).
           05 WVS-ROW-SERIAL            PIC 9(6).
           05 WVS-MONTHS-BACK           PIC S9(6).
           05 WVS-BKT                   PIC 9(1).
           05 WVS-BKT-SERIAL            PIC 9(6).
           05 WVS-BKT-LABEL             PIC X(7).

      *> Purchase-order lines, with the gross quantity the history
      *> shows received against each (returns are scored separately,
      *> so they do not reduce the fill).
       01 WVS-PO-CONTROL.
           05 WVS-PO-COUNT              PIC 9(4) VALUE ZERO.
           05 WVS-PO-IDX                PIC 9(4).
           05 WVS-PO-FOUND              PIC X VALUE 'N'.
           05 WVS-PO-MATCH-IX           PIC 9(4).

       01 WVS-PO-TABLE.
           05 WVS-PO-ENTRY OCCURS 500 TIMES
                           INDEXED BY WVS-PO-IX.
               10 WVS-PO-NUMBER-T       PIC 9(8).
               10 WVS-PO-ITEM-T         PIC X(6).
               10 WVS-PO-LOC-T          PIC X(3).
               10 WVS-PO-VENDOR-T       PIC X(6).
               10 WVS-PO-ORDER-QTY-T    PIC 9(6)V999.
               10 WVS-PO-EXPECTED-T     PIC X(8).
               10 WVS-PO-ORDER-DATE-T   PIC X(8).
               10 WVS-PO-GROSS-RCVD-T   PIC S9(7)V999.

      *> One row per vendor seen on the PO master, four monthly
      *> buckets each: 1 = the month scored, 2-4 = the three before.
       01 WVS-VEND-CONTROL.
           05 WVS-VEND-COUNT            PIC 9(3) VALUE ZERO.
           05 WVS-VEND-IDX              PIC 9(3).
           05 WVS-VEND-FOUND            PIC X VALUE 'N'.
           05 WVS-VEND-MATCH-IX         PIC 9(3).

       01 WVS-VEND-TABLE.
           05 WVS-VEND-ENTRY OCCURS 200 TIMES
                             INDEXED BY WVS-VEND-IX.
               10 WVS-VEND-ID-T         PIC X(6).
               10 WVS-VEND-NAME-T       PIC X(20).
               10 WVS-VEND-BUCKET OCCURS 4 TIMES.
                   15 WVS-B-RECEIPTS    PIC 9(5).
                   15 WVS-B-ON-TIME     PIC 9(5).
                   15 WVS-B-LATE        PIC 9(5).
                   15 WVS-B-LATE-DAYS   PIC 9(7).
                   15 WVS-B-RCVD-QTY    PIC S9(8)V999.
                   15 WVS-B-DUE-ORDERED PIC S9(8)V999.
                   15 WVS-B-DUE-FILLED  PIC S9(8)V999.
                   15 WVS-B-OVER-COUNT  PIC 9(5).
                   15 WVS-B-OVER-QTY    PIC S9(8)V999.
                   15 WVS-B-RETURN-QTY  PIC S9(8)V999.
                   15 WVS-B-QUAR-QTY    PIC S9(8)V999.

      *> Measured lead time per (item, vendor), from every receipt on
      *> the history whose order carries an order date.
       01 WVS-LEAD-CONTROL.
           05 WVS-LEAD-COUNT            PIC 9(4) VALUE ZERO.
           05 WVS-LEAD-IDX              PIC 9(4).
           05 WVS-LEAD-SCAN             PIC 9(4).
           05 WVS-LEAD-BEST             PIC 9(4).
           05 WVS-LEAD-WRITTEN          PIC 9(4) VALUE ZERO.
           05 WVS-LEAD-DAYS             PIC S9(5).

       01 WVS-LEAD-TABLE.
           05 WVS-LEAD-ENTRY OCCURS 500 TIMES
                             INDEXED BY WVS-LEAD-IX.
               10 WVS-LEAD-ITEM-T       PIC X(6).
               10 WVS-LEAD-VENDOR-T     PIC X(6).
               10 WVS-LEAD-TOTAL-T      PIC 9(7).
               10 WVS-LEAD-MAX-T        PIC 9(4).
               10 WVS-LEAD-COUNT-T      PIC 9(5).
               10 WVS-LEAD-LAST-T       PIC X(8).
               10 WVS-LEAD-DONE-T       PIC X(1).

       01 WVS-CALC-FIELDS.
           05 WVS-HIST-READ-COUNT       PIC 9(8) VALUE ZERO.
           05 WVS-HIST-NO-PO-COUNT      PIC 9(8) VALUE ZERO.
           05 WVS-DAYS-LATE             PIC S9(5).
           05 WVS-ABS-QTY               PIC S9(7)V999.
           05 WVS-FILL-QTY              PIC S9(7)V999.
           05 WVS-PCT-ON-TIME           PIC S9(3)V9.
           05 WVS-PCT-FILL              PIC S9(3)V9.
           05 WVS-PCT-RETURN            PIC S9(3)V9.
           05 WVS-AVG-LATE              PIC S9(4)V9.
           05 WVS-PRIOR-ON-TIME-SUM     PIC S9(5)V9.
           05 WVS-PRIOR-FILL-SUM        PIC S9(5)V9.
           05 WVS-PRIOR-MONTHS          PIC 9(1).
           05 WVS-TREND-ON-TIME         PIC S9(4)V9.
           05 WVS-TREND-FILL            PIC S9(4)V9.
           05 WVS-VENDORS-SCORED        PIC 9(3) VALUE ZERO.

       01 WVS-EDIT-FIELDS.
           05 WVS-EDIT-COUNT            PIC ZZZZ9.
           05 WVS-EDIT-COUNT2           PIC ZZZZ9.
           05 WVS-EDIT-PCT              PIC ZZ9.9.
           05 WVS-EDIT-PCT2             PIC ZZ9.9.
           05 WVS-EDIT-PCT3             PIC ZZ9.9.
           05 WVS-EDIT-DAYS             PIC ZZZ9.9.
           05 WVS-EDIT-QTY              PIC ZZ,ZZZ,ZZ9.999.
           05 WVS-EDIT-QTY2             PIC ZZ,ZZZ,ZZ9.999.
           05 WVS-EDIT-QTY3             PIC ZZ,ZZZ,ZZ9.999.
           05 WVS-EDIT-TREND            PIC +ZZZ9.9.
           05 WVS-EDIT-TREND2           PIC +ZZZ9.9.

       01 WVS-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO WVS-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SET-SCORE-MONTH
           PERFORM LOAD-PO-TABLE
           PERFORM LOAD-VENDOR-NAMES
           PERFORM SCORE-HISTORY
           PERFORM SCORE-DUE-ORDER-LINES
           PERFORM WRITE-SCORECARD
           PERFORM WRITE-LEAD-TIMES
           DISPLAY 'Month scored         = ' WVS-SCORE-YYYYMM
           DISPLAY 'History rows read    = ' WVS-HIST-READ-COUNT
           DISPLAY 'Vendors scored       = ' WVS-VENDORS-SCORED
           DISPLAY 'Lead times written   = ' WVS-LEAD-WRITTEN
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF WVS-RUNPARM-STATUS = '00'
               PERFORM UNTIL WVS-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO WVS-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       WVS-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF WVS-PARMS-FOUND < 2
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           DISPLAY 'PARM IN EFFECT: SCORE-MONTH = ' WVS-SCORE-MONTH
           DISPLAY 'PARM IN EFFECT: GRACE-DAYS = ' WVS-GRACE-DAYS.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'WAREHOUSEVENDORSCORE'
               EVALUATE RP-PARM-NAME
                   WHEN 'SCORE-MONTH'
                       MOVE RP-VALUE TO WVS-SCORE-MONTH
                       ADD 1 TO WVS-PARMS-FOUND
                   WHEN 'GRACE-DAYS'
                       MOVE RP-VALUE TO WVS-GRACE-DAYS
                       ADD 1 TO WVS-PARMS-FOUND
               END-EVALUATE
           END-IF.

      *> No month on the parameter master scores last month -- the
      *> normal run is early in the month for the month just closed.
       SET-SCORE-MONTH.
           IF WVS-SCORE-MONTH = ZERO
               MOVE WVS-TODAY(1:6) TO WVS-SCORE-YYYYMM
               IF WVS-SCORE-MM = 1
                   MOVE 12 TO WVS-SCORE-MM
                   SUBTRACT 1 FROM WVS-SCORE-YYYY
               ELSE
                   SUBTRACT 1 FROM WVS-SCORE-MM
               END-IF
           ELSE
               MOVE WVS-SCORE-MONTH TO WVS-SCORE-YYYYMM
           END-IF
           COMPUTE WVS-SCORE-SERIAL =
                   WVS-SCORE-YYYY * 12 + WVS-SCORE-MM.

       LOAD-PO-TABLE.
           OPEN INPUT WH-PO-MASTER-IN
           IF WVS-PO-STATUS = '00'
               PERFORM UNTIL WVS-PO-EOF = 'Y'
                   READ WH-PO-MASTER-IN
                       AT END MOVE 'Y' TO WVS-PO-EOF
                       NOT AT END PERFORM STORE-PO-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WH-PO-MASTER-IN
           ELSE
               DISPLAY 'PURCHASE-ORDER MASTER NOT FOUND: '
                       WVS-PO-STATUS
           END-IF.

       STORE-PO-ENTRY.
           IF WVS-PO-COUNT >= 500
               DISPLAY 'PO TABLE FULL -- ORDER ' WH-PO-NUMBER
                       ' NOT SCORED'
           ELSE
               ADD 1 TO WVS-PO-COUNT
               MOVE WH-PO-NUMBER    TO WVS-PO-NUMBER-T(WVS-PO-COUNT)
               MOVE WH-PO-ITEM-CODE TO WVS-PO-ITEM-T(WVS-PO-COUNT)
               MOVE WH-PO-LOCATION  TO WVS-PO-LOC-T(WVS-PO-COUNT)
               MOVE WH-PO-VENDOR-ID TO WVS-PO-VENDOR-T(WVS-PO-COUNT)
               MOVE WH-PO-ORDER-QTY
                   TO WVS-PO-ORDER-QTY-T(WVS-PO-COUNT)
               MOVE WH-PO-EXPECTED-DATE
                   TO WVS-PO-EXPECTED-T(WVS-PO-COUNT)
               MOVE WH-PO-ORDER-DATE
                   TO WVS-PO-ORDER-DATE-T(WVS-PO-COUNT)
               MOVE ZERO TO WVS-PO-GROSS-RCVD-T(WVS-PO-COUNT)
               PERFORM NOTE-PO-VENDOR
           END-IF.

      *> Every vendor with an order on the master gets a scorecard
      *> row, even one with no activity in the window -- a supplier
      *> that shipped nothing is itself a finding.
       NOTE-PO-VENDOR.
           IF WH-PO-VENDOR-ID NOT = SPACES
               PERFORM LOOKUP-VENDOR-ROW
               IF WVS-VEND-FOUND = 'N' AND WVS-VEND-COUNT < 200
                   ADD 1 TO WVS-VEND-COUNT
                   MOVE WVS-VEND-COUNT TO WVS-VEND-MATCH-IX
                   MOVE WH-PO-VENDOR-ID
                       TO WVS-VEND-ID-T(WVS-VEND-COUNT)
                   MOVE 'NOT ON VENDOR MASTER'
                       TO WVS-VEND-NAME-T(WVS-VEND-COUNT)
                   PERFORM VARYING WVS-BKT FROM 1 BY 1
                           UNTIL WVS-BKT > 4
                       INITIALIZE WVS-VEND-BUCKET(WVS-VEND-COUNT,
                                                  WVS-BKT)
                   END-PERFORM
               END-IF
           END-IF.

       LOOKUP-VENDOR-ROW.
           MOVE 'N' TO WVS-VEND-FOUND
           IF WVS-VEND-COUNT > ZERO
               SET WVS-VEND-IX TO 1
               SEARCH WVS-VEND-ENTRY
                   AT END
                       MOVE 'N' TO WVS-VEND-FOUND
                   WHEN WVS-VEND-IX > WVS-VEND-COUNT
                       MOVE 'N' TO WVS-VEND-FOUND
                   WHEN WVS-VEND-ID-T(WVS-VEND-IX) = WH-PO-VENDOR-ID
                       MOVE 'Y' TO WVS-VEND-FOUND
                       SET WVS-VEND-MATCH-IX TO WVS-VEND-IX
               END-SEARCH
           END-IF.

       LOAD-VENDOR-NAMES.
           OPEN INPUT VENDOR-MASTER-IN
           IF WVS-VEND-STATUS = '00'
               PERFORM UNTIL WVS-VEND-EOF = 'Y'
                   READ VENDOR-MASTER-IN
                       AT END MOVE 'Y' TO WVS-VEND-EOF
                       NOT AT END PERFORM NAME-ONE-VENDOR
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-IN
           ELSE
               DISPLAY 'Vendor master not found: ' WVS-VEND-STATUS
           END-IF.

       NAME-ONE-VENDOR.
           MOVE AP-VEND-ID TO WH-PO-VENDOR-ID
           PERFORM LOOKUP-VENDOR-ROW
           IF WVS-VEND-FOUND = 'Y'
               MOVE AP-VEND-NAME TO WVS-VEND-NAME-T(WVS-VEND-MATCH-IX)
           END-IF.

       SCORE-HISTORY.
           OPEN INPUT WH-TRANS-HIST-IN
           IF WVS-HIST-STATUS = '00'
               PERFORM UNTIL WVS-HIST-EOF = 'Y'
                   READ WH-TRANS-HIST-IN
                       AT END MOVE 'Y' TO WVS-HIST-EOF
                       NOT AT END PERFORM SCORE-ONE-HIST-ROW
                   END-READ
               END-PERFORM
               CLOSE WH-TRANS-HIST-IN
           ELSE
               DISPLAY 'Movement history not found: ' WVS-HIST-STATUS
           END-IF.

      *> Only rows that name an order can be scored; history written
      *> before orders were archived on it carries spaces here.
       SCORE-ONE-HIST-ROW.
           ADD 1 TO WVS-HIST-READ-COUNT
           IF WH-HIST-PO-NO IS NOT NUMERIC
               OR WH-HIST-PO-NO = ZERO
               OR WH-HIST-POST-DATE IS NOT NUMERIC
               ADD 1 TO WVS-HIST-NO-PO-COUNT
           ELSE
               IF WH-HIST-TYPE = 'R' OR 'B' OR 'H'
                   PERFORM LOOKUP-HIST-PO-LINE
                   IF WVS-PO-FOUND = 'Y'
                       PERFORM APPLY-HIST-ROW-TO-VENDOR
                   ELSE
                       ADD 1 TO WVS-HIST-NO-PO-COUNT
                   END-IF
               END-IF
           END-IF.

       LOOKUP-HIST-PO-LINE.
           MOVE 'N' TO WVS-PO-FOUND
           IF WVS-PO-COUNT > ZERO
               SET WVS-PO-IX TO 1
               SEARCH WVS-PO-ENTRY
                   AT END
                       MOVE 'N' TO WVS-PO-FOUND
                   WHEN WVS-PO-IX > WVS-PO-COUNT
                       MOVE 'N' TO WVS-PO-FOUND
                   WHEN WVS-PO-NUMBER-T(WVS-PO-IX) = WH-HIST-PO-NO
                       AND WVS-PO-ITEM-T(WVS-PO-IX) = WH-HIST-ITEM-CODE
                       AND WVS-PO-LOC-T(WVS-PO-IX) = WH-HIST-LOCATION
                       MOVE 'Y' TO WVS-PO-FOUND
                       SET WVS-PO-MATCH-IX TO WVS-PO-IX
               END-SEARCH
           END-IF.

       APPLY-HIST-ROW-TO-VENDOR.
           MOVE WVS-PO-VENDOR-T(WVS-PO-MATCH-IX) TO WH-PO-VENDOR-ID
           PERFORM LOOKUP-VENDOR-ROW
           IF WH-HIST-QUANTITY < ZERO
               COMPUTE WVS-ABS-QTY = 0 - WH-HIST-QUANTITY
           ELSE
               MOVE WH-HIST-QUANTITY TO WVS-ABS-QTY
           END-IF
           IF WH-HIST-TYPE = 'R'
               ADD WVS-ABS-QTY TO WVS-PO-GROSS-RCVD-T(WVS-PO-MATCH-IX)
               PERFORM NOTE-RECEIPT-LEAD-TIME
           END-IF
           MOVE WH-HIST-POST-DATE(1:6) TO WVS-ROW-YYYYMM
           PERFORM FIND-MONTH-BUCKET
           IF WVS-BKT > ZERO AND WVS-VEND-FOUND = 'Y'
               EVALUATE WH-HIST-TYPE
                   WHEN 'R'
                       PERFORM SCORE-RECEIPT-TIMING
                   WHEN 'B'
                       ADD WVS-ABS-QTY TO
                           WVS-B-RETURN-QTY(WVS-VEND-MATCH-IX, WVS-BKT)
                   WHEN 'H'
                       ADD WVS-ABS-QTY TO
                           WVS-B-QUAR-QTY(WVS-VEND-MATCH-IX, WVS-BKT)
               END-EVALUATE
           END-IF.

      *> Bucket 1 is the month scored, 2-4 the three months before;
      *> zero means the date falls outside the window.
       FIND-MONTH-BUCKET.
           MOVE ZERO TO WVS-BKT
           IF WVS-ROW-YYYYMM IS NUMERIC
               COMPUTE WVS-ROW-SERIAL =
                       WVS-ROW-YYYY * 12 + WVS-ROW-MM
               COMPUTE WVS-MONTHS-BACK =
                       WVS-SCORE-SERIAL - WVS-ROW-SERIAL
               IF WVS-MONTHS-BACK >= ZERO AND WVS-MONTHS-BACK <= 3
                   COMPUTE WVS-BKT = WVS-MONTHS-BACK + 1
               END-IF
           END-IF.

       SCORE-RECEIPT-TIMING.
           ADD 1 TO WVS-B-RECEIPTS(WVS-VEND-MATCH-IX, WVS-BKT)
           ADD WVS-ABS-QTY TO WVS-B-RCVD-QTY(WVS-VEND-MATCH-IX, WVS-BKT)
           MOVE ZERO TO WVS-DAYS-LATE
           IF WVS-PO-EXPECTED-T(WVS-PO-MATCH-IX) IS NUMERIC
               COMPUTE WVS-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WH-HIST-POST-DATE))
                     - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL
                               (WVS-PO-EXPECTED-T(WVS-PO-MATCH-IX)))
           END-IF
           IF WVS-DAYS-LATE > WVS-GRACE-DAYS
               ADD 1 TO WVS-B-LATE(WVS-VEND-MATCH-IX, WVS-BKT)
               ADD WVS-DAYS-LATE
                   TO WVS-B-LATE-DAYS(WVS-VEND-MATCH-IX, WVS-BKT)
           ELSE
               ADD 1 TO WVS-B-ON-TIME(WVS-VEND-MATCH-IX, WVS-BKT)
           END-IF.

      *> Lead time is measured on every receipt in the history, not
      *> just the window -- the more receipts behind the average, the
      *> more the reorder point can trust it.
       NOTE-RECEIPT-LEAD-TIME.
           IF WVS-PO-ORDER-DATE-T(WVS-PO-MATCH-IX) IS NUMERIC
               COMPUTE WVS-LEAD-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WH-HIST-POST-DATE))
                     - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL
                               (WVS-PO-ORDER-DATE-T(WVS-PO-MATCH-IX)))
               IF WVS-LEAD-DAYS >= ZERO
                   PERFORM ADD-LEAD-TIME-SAMPLE
               END-IF
           END-IF.

       ADD-LEAD-TIME-SAMPLE.
           SET WVS-LEAD-IX TO 1
           SEARCH WVS-LEAD-ENTRY
               AT END
                   PERFORM CREATE-LEAD-ROW
               WHEN WVS-LEAD-IX > WVS-LEAD-COUNT
                   PERFORM CREATE-LEAD-ROW
               WHEN WVS-LEAD-ITEM-T(WVS-LEAD-IX) = WH-HIST-ITEM-CODE
                   AND WVS-LEAD-VENDOR-T(WVS-LEAD-IX)
                       = WVS-PO-VENDOR-T(WVS-PO-MATCH-IX)
                   PERFORM ADD-TO-LEAD-ROW
           END-SEARCH.

       CREATE-LEAD-ROW.
           IF WVS-LEAD-COUNT < 500
               ADD 1 TO WVS-LEAD-COUNT
               SET WVS-LEAD-IX TO WVS-LEAD-COUNT
               MOVE WH-HIST-ITEM-CODE TO WVS-LEAD-ITEM-T(WVS-LEAD-IX)
               MOVE WVS-PO-VENDOR-T(WVS-PO-MATCH-IX)
                   TO WVS-LEAD-VENDOR-T(WVS-LEAD-IX)
               MOVE ZERO TO WVS-LEAD-TOTAL-T(WVS-LEAD-IX)
               MOVE ZERO TO WVS-LEAD-MAX-T(WVS-LEAD-IX)
               MOVE ZERO TO WVS-LEAD-COUNT-T(WVS-LEAD-IX)
               MOVE SPACES TO WVS-LEAD-LAST-T(WVS-LEAD-IX)
               MOVE 'N' TO WVS-LEAD-DONE-T(WVS-LEAD-IX)
               PERFORM ADD-TO-LEAD-ROW
           END-IF.

       ADD-TO-LEAD-ROW.
           ADD WVS-LEAD-DAYS TO WVS-LEAD-TOTAL-T(WVS-LEAD-IX)
           ADD 1 TO WVS-LEAD-COUNT-T(WVS-LEAD-IX)
           IF WVS-LEAD-DAYS > WVS-LEAD-MAX-T(WVS-LEAD-IX)
               MOVE WVS-LEAD-DAYS TO WVS-LEAD-MAX-T(WVS-LEAD-IX)
           END-IF
           IF WH-HIST-POST-DATE > WVS-LEAD-LAST-T(WVS-LEAD-IX)
               MOVE WH-HIST-POST-DATE TO WVS-LEAD-LAST-T(WVS-LEAD-IX)
           END-IF.

      *> Fill rate and over-shipment are judged on the order lines
      *> that fell due in each month: what was received against them
      *> (at any time) against what was ordered.
       SCORE-DUE-ORDER-LINES.
           PERFORM VARYING WVS-PO-IDX FROM 1 BY 1
                   UNTIL WVS-PO-IDX > WVS-PO-COUNT
               MOVE WVS-PO-EXPECTED-T(WVS-PO-IDX)(1:6)
                   TO WVS-ROW-YYYYMM
               PERFORM FIND-MONTH-BUCKET
               MOVE WVS-PO-VENDOR-T(WVS-PO-IDX) TO WH-PO-VENDOR-ID
               PERFORM LOOKUP-VENDOR-ROW
               IF WVS-BKT > ZERO AND WVS-VEND-FOUND = 'Y'
                   PERFORM SCORE-ONE-DUE-LINE
               END-IF
           END-PERFORM.

       SCORE-ONE-DUE-LINE.
           ADD WVS-PO-ORDER-QTY-T(WVS-PO-IDX)
               TO WVS-B-DUE-ORDERED(WVS-VEND-MATCH-IX, WVS-BKT)
           IF WVS-PO-GROSS-RCVD-T(WVS-PO-IDX) >
                   WVS-PO-ORDER-QTY-T(WVS-PO-IDX)
               MOVE WVS-PO-ORDER-QTY-T(WVS-PO-IDX) TO WVS-FILL-QTY
               ADD 1 TO WVS-B-OVER-COUNT(WVS-VEND-MATCH-IX, WVS-BKT)
               COMPUTE WVS-B-OVER-QTY(WVS-VEND-MATCH-IX, WVS-BKT) =
                       WVS-B-OVER-QTY(WVS-VEND-MATCH-IX, WVS-BKT)
                     + WVS-PO-GROSS-RCVD-T(WVS-PO-IDX)
                     - WVS-PO-ORDER-QTY-T(WVS-PO-IDX)
           ELSE
               MOVE WVS-PO-GROSS-RCVD-T(WVS-PO-IDX) TO WVS-FILL-QTY
           END-IF
           ADD WVS-FILL-QTY
               TO WVS-B-DUE-FILLED(WVS-VEND-MATCH-IX, WVS-BKT).

       WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD-OUT
           MOVE SPACES TO SCORECARD-LINE
           STRING 'VENDOR DELIVERY SCORECARD - MONTH '
                   DELIMITED BY SIZE
                  WVS-SCORE-YYYYMM DELIMITED BY SIZE
                  ' - RUN ' DELIMITED BY SIZE
                  WVS-TODAY DELIMITED BY SIZE
               INTO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE SPACES TO SCORECARD-LINE
           STRING '  MONTH   RCPTS ON-TIME% AVG-LATE  FILL%'
                   DELIMITED BY SIZE
                  ' OVERS       OVER-QTY   RETURNED-QTY'
                   DELIMITED BY SIZE
                  '    QUARANT-QTY RTN/QUAR%'
                   DELIMITED BY SIZE
               INTO SCORECARD-LINE
           WRITE SCORECARD-LINE
           PERFORM VARYING WVS-VEND-IDX FROM 1 BY 1
                   UNTIL WVS-VEND-IDX > WVS-VEND-COUNT
               PERFORM WRITE-ONE-VENDOR
           END-PERFORM
           IF WVS-VEND-COUNT = ZERO
               MOVE 'NO VENDORS ON THE PURCHASE-ORDER MASTER'
                   TO SCORECARD-LINE
               WRITE SCORECARD-LINE
           END-IF
           MOVE SPACES TO SCORECARD-LINE
           MOVE WVS-HIST-NO-PO-COUNT TO WVS-EDIT-COUNT
           STRING 'HISTORY ROWS WITH NO ORDER TO SCORE: '
                   DELIMITED BY SIZE
                  WVS-EDIT-COUNT DELIMITED BY SIZE
               INTO SCORECARD-LINE
           WRITE SCORECARD-LINE
           CLOSE SCORECARD-OUT.

       WRITE-ONE-VENDOR.
           ADD 1 TO WVS-VENDORS-SCORED
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE SPACES TO SCORECARD-LINE
           STRING 'VENDOR ' DELIMITED BY SIZE
                  WVS-VEND-ID-T(WVS-VEND-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WVS-VEND-NAME-T(WVS-VEND-IDX) DELIMITED BY SIZE
               INTO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE ZERO TO WVS-PRIOR-ON-TIME-SUM
           MOVE ZERO TO WVS-PRIOR-FILL-SUM
           MOVE ZERO TO WVS-PRIOR-MONTHS
           PERFORM VARYING WVS-BKT FROM 1 BY 1 UNTIL WVS-BKT > 4
               PERFORM WRITE-VENDOR-MONTH-LINE
           END-PERFORM
           PERFORM WRITE-VENDOR-TREND-LINE.

      *> One line per month, the scored month first. The rates of
      *> the prior months are summed for the trend line underneath.
       WRITE-VENDOR-MONTH-LINE.
           COMPUTE WVS-BKT-SERIAL = WVS-SCORE-SERIAL - WVS-BKT + 1
           COMPUTE WVS-ROW-YYYY = (WVS-BKT-SERIAL - 1) / 12
           COMPUTE WVS-ROW-MM = WVS-BKT-SERIAL - WVS-ROW-YYYY * 12
           MOVE SPACES TO WVS-BKT-LABEL
           STRING WVS-ROW-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WVS-ROW-MM DELIMITED BY SIZE
               INTO WVS-BKT-LABEL
           MOVE ZERO TO WVS-PCT-ON-TIME
           MOVE ZERO TO WVS-AVG-LATE
           MOVE ZERO TO WVS-PCT-FILL
           MOVE ZERO TO WVS-PCT-RETURN
           IF WVS-B-RECEIPTS(WVS-VEND-IDX, WVS-BKT) > ZERO
               COMPUTE WVS-PCT-ON-TIME ROUNDED =
                       WVS-B-ON-TIME(WVS-VEND-IDX, WVS-BKT) * 100
                     / WVS-B-RECEIPTS(WVS-VEND-IDX, WVS-BKT)
           END-IF
           IF WVS-B-LATE(WVS-VEND-IDX, WVS-BKT) > ZERO
               COMPUTE WVS-AVG-LATE ROUNDED =
                       WVS-B-LATE-DAYS(WVS-VEND-IDX, WVS-BKT)
                     / WVS-B-LATE(WVS-VEND-IDX, WVS-BKT)
           END-IF
           IF WVS-B-DUE-ORDERED(WVS-VEND-IDX, WVS-BKT) > ZERO
               COMPUTE WVS-PCT-FILL ROUNDED =
                       WVS-B-DUE-FILLED(WVS-VEND-IDX, WVS-BKT) * 100
                     / WVS-B-DUE-ORDERED(WVS-VEND-IDX, WVS-BKT)
           END-IF
           IF WVS-B-RCVD-QTY(WVS-VEND-IDX, WVS-BKT) > ZERO
               COMPUTE WVS-PCT-RETURN ROUNDED =
                       (WVS-B-RETURN-QTY(WVS-VEND-IDX, WVS-BKT)
                      + WVS-B-QUAR-QTY(WVS-VEND-IDX, WVS-BKT)) * 100
                     / WVS-B-RCVD-QTY(WVS-VEND-IDX, WVS-BKT)
           END-IF
           IF WVS-BKT > 1
               IF WVS-B-RECEIPTS(WVS-VEND-IDX, WVS-BKT) > ZERO
                   OR WVS-B-DUE-ORDERED(WVS-VEND-IDX, WVS-BKT) > ZERO
                   ADD 1 TO WVS-PRIOR-MONTHS
                   ADD WVS-PCT-ON-TIME TO WVS-PRIOR-ON-TIME-SUM
                   ADD WVS-PCT-FILL TO WVS-PRIOR-FILL-SUM
               END-IF
           ELSE
               MOVE WVS-PCT-ON-TIME TO WVS-TREND-ON-TIME
               MOVE WVS-PCT-FILL TO WVS-TREND-FILL
           END-IF
           MOVE WVS-B-RECEIPTS(WVS-VEND-IDX, WVS-BKT) TO WVS-EDIT-COUNT
           MOVE WVS-PCT-ON-TIME TO WVS-EDIT-PCT
           MOVE WVS-AVG-LATE TO WVS-EDIT-DAYS
           MOVE WVS-PCT-FILL TO WVS-EDIT-PCT2
           MOVE WVS-B-OVER-COUNT(WVS-VEND-IDX, WVS-BKT)
               TO WVS-EDIT-COUNT2
           MOVE WVS-B-OVER-QTY(WVS-VEND-IDX, WVS-BKT) TO WVS-EDIT-QTY
           MOVE WVS-B-RETURN-QTY(WVS-VEND-IDX, WVS-BKT)
               TO WVS-EDIT-QTY2
           MOVE WVS-B-QUAR-QTY(WVS-VEND-IDX, WVS-BKT)
               TO WVS-EDIT-QTY3
           MOVE WVS-PCT-RETURN TO WVS-EDIT-PCT3
           MOVE SPACES TO WVS-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  WVS-BKT-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WVS-EDIT-COUNT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WVS-EDIT-PCT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WVS-EDIT-DAYS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WVS-EDIT-PCT2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WVS-EDIT-COUNT2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WVS-EDIT-QTY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WVS-EDIT-QTY2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WVS-EDIT-QTY3 DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  WVS-EDIT-PCT3 DELIMITED BY SIZE
               INTO WVS-LINE-WORK
           MOVE WVS-LINE-WORK TO SCORECARD-LINE
           WRITE SCORECARD-LINE.

      *> The scored month against the average of the prior months
      *> that had any activity, in percentage points.
       WRITE-VENDOR-TREND-LINE.
           MOVE SPACES TO SCORECARD-LINE
           IF WVS-PRIOR-MONTHS = ZERO
               MOVE '  TREND: NO ACTIVITY IN THE PRIOR THREE MONTHS'
                   TO SCORECARD-LINE
           ELSE
               COMPUTE WVS-TREND-ON-TIME ROUNDED =
                       WVS-TREND-ON-TIME
                     - WVS-PRIOR-ON-TIME-SUM / WVS-PRIOR-MONTHS
               COMPUTE WVS-TREND-FILL ROUNDED =
                       WVS-TREND-FILL
                     - WVS-PRIOR-FILL-SUM / WVS-PRIOR-MONTHS
               MOVE WVS-TREND-ON-TIME TO WVS-EDIT-TREND
               MOVE WVS-TREND-FILL TO WVS-EDIT-TREND2
               STRING '  TREND VS PRIOR-MONTH AVERAGE: ON-TIME '
                       DELIMITED BY SIZE
                      WVS-EDIT-TREND DELIMITED BY SIZE
                      ' PTS  FILL ' DELIMITED BY SIZE
                      WVS-EDIT-TREND2 DELIMITED BY SIZE
                      ' PTS' DELIMITED BY SIZE
                   INTO SCORECARD-LINE
           END-IF
           WRITE SCORECARD-LINE.

      *> One row per item: the (item, vendor) pair with the latest
      *> receipt wins, since that is who the next order goes to.
       WRITE-LEAD-TIMES.
           OPEN OUTPUT LEAD-TIME-OUT
           PERFORM VARYING WVS-LEAD-IDX FROM 1 BY 1
                   UNTIL WVS-LEAD-IDX > WVS-LEAD-COUNT
               IF WVS-LEAD-DONE-T(WVS-LEAD-IDX) = 'N'
                   PERFORM WRITE-ONE-ITEM-LEAD-TIME
               END-IF
           END-PERFORM
           CLOSE LEAD-TIME-OUT.

       WRITE-ONE-ITEM-LEAD-TIME.
           MOVE WVS-LEAD-IDX TO WVS-LEAD-BEST
           PERFORM VARYING WVS-LEAD-SCAN FROM WVS-LEAD-IDX BY 1
                   UNTIL WVS-LEAD-SCAN > WVS-LEAD-COUNT
               IF WVS-LEAD-ITEM-T(WVS-LEAD-SCAN)
                       = WVS-LEAD-ITEM-T(WVS-LEAD-IDX)
                   MOVE 'Y' TO WVS-LEAD-DONE-T(WVS-LEAD-SCAN)
                   IF WVS-LEAD-LAST-T(WVS-LEAD-SCAN) >
                           WVS-LEAD-LAST-T(WVS-LEAD-BEST)
                       MOVE WVS-LEAD-SCAN TO WVS-LEAD-BEST
                   END-IF
               END-IF
           END-PERFORM
           MOVE WVS-LEAD-ITEM-T(WVS-LEAD-BEST)   TO WH-LT-ITEM-CODE
           MOVE WVS-LEAD-VENDOR-T(WVS-LEAD-BEST) TO WH-LT-VENDOR-ID
           COMPUTE WH-LT-AVG-DAYS ROUNDED =
                   WVS-LEAD-TOTAL-T(WVS-LEAD-BEST)
                 / WVS-LEAD-COUNT-T(WVS-LEAD-BEST)
           MOVE WVS-LEAD-MAX-T(WVS-LEAD-BEST)    TO WH-LT-MAX-DAYS
           MOVE WVS-LEAD-COUNT-T(WVS-LEAD-BEST)  TO WH-LT-RECEIPTS
           MOVE WVS-TODAY                        TO WH-LT-COMPUTED-DATE
           WRITE WH-LEAD-TIME-RECORD
           ADD 1 TO WVS-LEAD-WRITTEN.
