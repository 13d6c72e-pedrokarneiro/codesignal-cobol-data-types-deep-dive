      *> excepted) flips to selected and lists on the proposal
      *> report with per-vendor and run totals -- what the payment
      *> run will actually move money for. Nothing pays that was
      *> not first proposed here. Open debit memos list after the
      *> invoices so the proposal shows what the payment run will
      *> net off each vendor. A vendor whose bank details changed
      *> and have not yet been verified by call-back is held the
      *> same way as a vendor on hold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY APOPEN.

       FD  OPEN-LEDGER-OUT.
       01  OPEN-LEDGER-OUT-RECORD       PIC X(80).

       FD  VENDOR-IN.
       COPY APVEND.
               10 APS-VEND-ID-T         PIC X(6).
               10 APS-VEND-NAME-T       PIC X(20).
               10 APS-VEND-STATUS-T     PIC X(1).
               10 APS-VEND-BANK-HOLD-T  PIC X(1).

       01 APS-OPEN-CONTROL.
           05 APS-OPEN-COUNT            PIC 9(4) VALUE ZERO.

       01 APS-OPEN-TABLE.
           05 APS-OPEN-ENTRY OCCURS 2000 TIMES.
               10 APS-ROW-RAW-T         PIC X(80).
               10 APS-ROW-RAW-R REDEFINES APS-ROW-RAW-T.
                   15 APS-ROW-VEND      PIC X(6).
                   15 APS-ROW-INVNO     PIC X(10).
                   15 FILLER            PIC X(6).
                   15 APS-ROW-STATUS    PIC X(1).
                   15 FILLER            PIC X(8).
                   15 FILLER            PIC X(24).

       01 APS-WORK-FIELDS.
           05 APS-SELECTED-COUNT        PIC 9(4) VALUE ZERO.
           05 APS-HELD-COUNT            PIC 9(4) VALUE ZERO.
           05 APS-MEMO-COUNT            PIC 9(4) VALUE ZERO.
           05 APS-SELECTED-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05 APS-VEND-NAME             PIC X(20).
           05 APS-VEND-HOLD             PIC X.
           05 APS-HOLD-REASON           PIC X(40).
           05 APS-EDIT-AMOUNT           PIC ZZZ,ZZ9.99.
           05 APS-EDIT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.

       01 APS-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO APS-TODAY
           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-OPEN-LEDGER
           OPEN OUTPUT PROPOSAL-OUT
               INTO PROPOSAL-LINE
           WRITE PROPOSAL-LINE
           PERFORM SELECT-DUE-INVOICES
           PERFORM LIST-OPEN-DEBIT-MEMOS
           MOVE APS-SELECTED-TOTAL TO APS-EDIT-TOTAL
           MOVE SPACES TO APS-LINE-WORK
           STRING 'TOTAL PROPOSED: ' DELIMITED BY SIZE
           PERFORM WRITE-OPEN-LEDGER
           DISPLAY 'Open rows on ledger  = ' APS-OPEN-COUNT
           DISPLAY 'Invoices selected    = ' APS-SELECTED-COUNT
           DISPLAY 'Held (vendor/bank)   = ' APS-HELD-COUNT
           DISPLAY 'Open debit memos     = ' APS-MEMO-COUNT
           STOP RUN.

       LOAD-VENDOR-TABLE.
                               TO APS-VEND-NAME-T(APS-VEND-COUNT)
                           MOVE AP-VEND-STATUS
                               TO APS-VEND-STATUS-T(APS-VEND-COUNT)
                           MOVE AP-VEND-BANK-HOLD
                               TO APS-VEND-BANK-HOLD-T(APS-VEND-COUNT)
                   END-READ
               END-PERFORM
               CLOSE VENDOR-IN
                       TO APS-VEND-NAME
                   IF APS-VEND-STATUS-T(APS-VEND-IX) = 'H'
                       MOVE 'Y' TO APS-VEND-HOLD
                       MOVE ' DUE BUT VENDOR ON HOLD'
                           TO APS-HOLD-REASON
                   ELSE IF APS-VEND-BANK-HOLD-T(APS-VEND-IX) = 'Y'
                       MOVE 'Y' TO APS-VEND-HOLD
                       MOVE ' DUE BUT BANK CHANGE NOT VERIFIED'
                           TO APS-HOLD-REASON
                   END-IF
                   END-IF
           END-SEARCH
           IF APS-VEND-HOLD = 'Y'
                  APS-VEND-NAME DELIMITED BY SIZE
                  ' INV ' DELIMITED BY SIZE
                  APS-ROW-INVNO(APS-OPEN-IDX) DELIMITED BY SIZE
                  APS-HOLD-REASON DELIMITED BY SIZE
               INTO APS-LINE-WORK
           MOVE APS-LINE-WORK TO PROPOSAL-LINE
           WRITE PROPOSAL-LINE.

       LIST-OPEN-DEBIT-MEMOS.
           PERFORM VARYING APS-OPEN-IDX FROM 1 BY 1
                   UNTIL APS-OPEN-IDX > APS-OPEN-COUNT
               IF APS-ROW-STATUS(APS-OPEN-IDX) = 'D'
                   ADD 1 TO APS-MEMO-COUNT
                   PERFORM WRITE-MEMO-LINE
               END-IF
           END-PERFORM.

       WRITE-MEMO-LINE.
           MOVE APS-ROW-AMT(APS-OPEN-IDX) TO APS-EDIT-AMOUNT
           MOVE SPACES TO APS-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  APS-ROW-VEND(APS-OPEN-IDX) DELIMITED BY SIZE
                  ' DEBIT MEMO ' DELIMITED BY SIZE
                  APS-ROW-INVNO(APS-OPEN-IDX) DELIMITED BY SIZE
                  ' NETS AT PAYMENT RUN ' DELIMITED BY SIZE
                  APS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO APS-LINE-WORK
           MOVE APS-LINE-WORK TO PROPOSAL-LINE
           WRITE PROPOSAL-LINE.
