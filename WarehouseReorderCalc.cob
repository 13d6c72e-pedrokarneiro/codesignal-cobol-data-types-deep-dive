      *> unsigned WHRPADJ.cpy proposal records; the buyer approves a
      *> line by carrying it to the approved-changes file with their
      *> initials, and WarehouseReorderApply.cob moves the master.
      *> Where the vendor scorecard has measured an item's real lead
      *> time off enough receipts, that replaces the assumed one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-OUT ASSIGN TO "data/WHRPPROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEAD-TIME-IN ASSIGN TO "data/WHLEADTM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRC-LEAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-OUT.
       COPY WHRPADJ.

       FD  LEAD-TIME-IN.
       COPY WHLEAD.

       WORKING-STORAGE SECTION.
       01 WRC-EOF-SWITCHES.
           05 WRC-HIST-EOF              PIC X VALUE 'N'.
           05 WRC-ITEM-EOF              PIC X VALUE 'N'.
           05 WRC-RUNPARM-EOF           PIC X VALUE 'N'.
           05 WRC-LEAD-EOF              PIC X VALUE 'N'.

       01 WRC-FILE-STATUSES.
           05 WRC-HIST-STATUS           PIC XX.
           05 WRC-ITEM-STATUS           PIC XX.
           05 WRC-RUNPARM-STATUS        PIC XX.
           05 WRC-LEAD-STATUS           PIC XX.

       01 WRC-TODAY                     PIC X(8).
      *> Oldest posting date inside the demand window -- the
      *> Tunables, from the runtime-parameter master with loud
      *> compiled fallbacks: the demand window the history is spread
      *> over, the vendor lead time the reorder point must cover,
      *> and the order cycle an order quantity should last; and the
      *> receipts a measured lead time needs behind it before it is
      *> trusted over the assumed one.
       01 WRC-PARM-FIELDS.
           05 WRC-HISTORY-DAYS          PIC 9(4) VALUE 30.
           05 WRC-LEAD-TIME-DAYS        PIC 9(4) VALUE 7.
           05 WRC-ORDER-CYCLE-DAYS      PIC 9(4) VALUE 14.
           05 WRC-MIN-LEAD-RECEIPTS     PIC 9(4) VALUE 3.
           05 WRC-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> Per item/location demand accumulation off the posted 'I'
               10 WRC-ITEM-ORDQTY-T     PIC 9(6)V999.
               10 WRC-ITEM-DEMAND-T     PIC S9(9)V999.
               10 WRC-ITEM-PEAK-T       PIC S9(7)V999.
      *> Lead time this item's reorder point covers, and 'M' when it
      *> is the measured one or 'P' when it is the parameter.
               10 WRC-ITEM-LEAD-T       PIC 9(4).
               10 WRC-ITEM-LEAD-SRC-T   PIC X(1).

       01 WRC-CALC-FIELDS.
           05 WRC-AVG-DAILY             PIC S9(7)V999.
           05 WRC-EDIT-SUG-ROP          PIC ZZZ,ZZ9.999.
           05 WRC-EDIT-CUR-OQ           PIC ZZZ,ZZ9.999.
           05 WRC-EDIT-SUG-OQ           PIC ZZZ,ZZ9.999.
           05 WRC-EDIT-LEAD             PIC ZZZ9.

       01 WRC-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO WRC-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           COMPUTE WRC-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE
           COMPUTE WRC-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WRC-CUTOFF-INT)
           PERFORM LOAD-ITEM-MASTER
           PERFORM LOAD-MEASURED-LEAD-TIMES
           PERFORM ACCUMULATE-ISSUE-DEMAND
           PERFORM CLOSE-OPEN-DAY-BUCKETS
           PERFORM SUM-DEMAND-PER-ITEM
                       WRC-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF WRC-PARMS-FOUND < 4
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           DISPLAY 'PARM IN EFFECT: LEAD-TIME-DAYS = '
                   WRC-LEAD-TIME-DAYS
           DISPLAY 'PARM IN EFFECT: ORDER-CYCLE-DAYS = '
                   WRC-ORDER-CYCLE-DAYS
           DISPLAY 'PARM IN EFFECT: MIN-LEAD-RECEIPTS = '
                   WRC-MIN-LEAD-RECEIPTS.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'WAREHOUSEREORDERCALC'
                   WHEN 'ORDER-CYCLE-DAYS'
                       MOVE RP-VALUE TO WRC-ORDER-CYCLE-DAYS
                       ADD 1 TO WRC-PARMS-FOUND
                   WHEN 'MIN-LEAD-RECEIPTS'
                       MOVE RP-VALUE TO WRC-MIN-LEAD-RECEIPTS
                       ADD 1 TO WRC-PARMS-FOUND
               END-EVALUATE
           END-IF.

           MOVE WH-IM-ORDER-QUANTITY
               TO WRC-ITEM-ORDQTY-T(WRC-ITEM-COUNT)
           MOVE ZERO TO WRC-ITEM-DEMAND-T(WRC-ITEM-COUNT)
           MOVE ZERO TO WRC-ITEM-PEAK-T(WRC-ITEM-COUNT)
           MOVE WRC-LEAD-TIME-DAYS TO WRC-ITEM-LEAD-T(WRC-ITEM-COUNT)
           MOVE 'P' TO WRC-ITEM-LEAD-SRC-T(WRC-ITEM-COUNT).

      *> The scorecard's measured lead times. No file yet (the
      *> scorecard has never run) leaves every item on the parameter.
       LOAD-MEASURED-LEAD-TIMES.
           OPEN INPUT LEAD-TIME-IN
           IF WRC-LEAD-STATUS = '00'
               PERFORM UNTIL WRC-LEAD-EOF = 'Y'
                   READ LEAD-TIME-IN
                       AT END MOVE 'Y' TO WRC-LEAD-EOF
                       NOT AT END PERFORM APPLY-MEASURED-LEAD-TIME
                   END-READ
               END-PERFORM
               CLOSE LEAD-TIME-IN
           ELSE
               DISPLAY 'No measured lead times on file: '
                       WRC-LEAD-STATUS
                       ' -- LEAD-TIME-DAYS USED FOR EVERY ITEM'
           END-IF.

       APPLY-MEASURED-LEAD-TIME.
           IF WH-LT-RECEIPTS >= WRC-MIN-LEAD-RECEIPTS
               AND WH-LT-AVG-DAYS > ZERO
               SET WRC-ITEM-IX TO 1
               SEARCH WRC-ITEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRC-ITEM-CODE-T(WRC-ITEM-IX) = WH-LT-ITEM-CODE
                       MOVE WH-LT-AVG-DAYS
                           TO WRC-ITEM-LEAD-T(WRC-ITEM-IX)
                       MOVE 'M' TO WRC-ITEM-LEAD-SRC-T(WRC-ITEM-IX)
               END-SEARCH
           END-IF.

       ACCUMULATE-ISSUE-DEMAND.
           OPEN INPUT WH-TRANS-HIST-IN
                       WRC-ITEM-DEMAND-T(WRC-ITEM-IDX)
                       / WRC-HISTORY-DAYS
               COMPUTE WRC-CALC-WORK ROUNDED =
                       WRC-AVG-DAILY * WRC-ITEM-LEAD-T(WRC-ITEM-IDX)
                       + WRC-ITEM-PEAK-T(WRC-ITEM-IDX)
                       - WRC-AVG-DAILY
               IF WRC-CALC-WORK < ZERO
           MOVE WRC-SUGG-REORDER TO WRC-EDIT-SUG-ROP
           MOVE WRC-ITEM-ORDQTY-T(WRC-ITEM-IDX) TO WRC-EDIT-CUR-OQ
           MOVE WRC-SUGG-ORDER-QTY TO WRC-EDIT-SUG-OQ
           MOVE WRC-ITEM-LEAD-T(WRC-ITEM-IDX) TO WRC-EDIT-LEAD
           MOVE SPACES TO WRC-LINE-WORK
           STRING '  ITEM=' DELIMITED BY SIZE
                  WRC-ITEM-CODE-T(WRC-ITEM-IDX) DELIMITED BY SIZE
                  WRC-EDIT-CUR-OQ DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WRC-EDIT-SUG-OQ DELIMITED BY SIZE
                  ' LT=' DELIMITED BY SIZE
                  WRC-EDIT-LEAD DELIMITED BY SIZE
                  WRC-ITEM-LEAD-SRC-T(WRC-ITEM-IDX) DELIMITED BY SIZE
               INTO WRC-LINE-WORK
           MOVE WRC-LINE-WORK TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE.
