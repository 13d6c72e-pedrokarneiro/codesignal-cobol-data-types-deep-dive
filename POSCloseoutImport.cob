      *> and a register that has come up over or short on three or
      *> more days in the accumulated history flags as a repeat
      *> offender. Keying revenue by hand stops entirely.
      *> Each register also reports its taxable and exempt sales and
      *> the sales tax it collected, all inside gross. The tax is
      *> taken out of the revenue appended to STEXP.DAT, kept per
      *> store day on the sales-tax history for the monthly return,
      *> and booked as a liability on its own framed GL feed.
      *> Counted cash per store day goes onto the store deposit
      *> register as outstanding, for the deposit reconciliation
      *> to find on the bank statement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERSHORT-REPORT-OUT
               ASSIGN TO "data/POS-OVERSHORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALES-TAX-HIST-OUT ASSIGN TO "data/STTAXHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POS-TAXHST-STATUS.
           SELECT GL-FEED-OUT ASSIGN TO "data/POSTAX-GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-REGISTER-OUT ASSIGN TO "data/STDEPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POS-DEPOSIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PCL-CASH-TENDER            PIC 9(7)V99.
           05 PCL-CARD-TENDER            PIC 9(7)V99.
           05 PCL-COUNTED-CASH           PIC 9(7)V99.
           05 PCL-TAXABLE-SALES          PIC 9(7)V99.
           05 PCL-EXEMPT-SALES           PIC 9(7)V99.
           05 PCL-TAX-COLLECTED          PIC 9(7)V99.

       FD  POS-VFY-IN.
       01  POS-VFY-LINE                  PIC X(80).

       FD  STEXP-OUT.
       01  STEXP-OUT-RECORD.
       FD  OVERSHORT-REPORT-OUT.
       01  OVERSHORT-REPORT-LINE         PIC X(100).

       FD  SALES-TAX-HIST-OUT.
       COPY STTAXHST.

       FD  GL-FEED-OUT.
       COPY GLTRANS.

       FD  DEPOSIT-REGISTER-OUT.
       COPY STDEPOS.

       WORKING-STORAGE SECTION.
       COPY BATCHCTL.

           05 POS-STEXP-STATUS          PIC XX.
           05 POS-HIST-IN-STATUS        PIC XX.
           05 POS-HIST-OUT-STATUS       PIC XX.
           05 POS-TAXHST-STATUS         PIC XX.
           05 POS-DEPOSIT-STATUS        PIC XX.

       01 POS-TODAY                     PIC X(8).

               10 POS-ST-CODE-T         PIC X(3).
               10 POS-ST-DATE-T         PIC X(8).
               10 POS-ST-GROSS-T        PIC 9(8)V99.
               10 POS-ST-TAXABLE-T      PIC 9(8)V99.
               10 POS-ST-EXEMPT-T       PIC 9(8)V99.
               10 POS-ST-TAX-T          PIC 9(8)V99.
               10 POS-ST-COUNTED-T      PIC 9(8)V99.

      *> Tax collected is cash held for the taxing authority: it
      *> grows operating cash and the sales-tax payable account the
      *> monthly return is paid out of, so both legs post 'C' (the
      *> posting job adds a 'C' and subtracts a 'D' on any account).
       01 POS-TAX-ACCOUNTS.
           05 POS-CASH-ACCT             PIC X(6) VALUE 'ACCT01'.
           05 POS-TAX-PAYABLE-ACCT      PIC X(6) VALUE 'ACCT11'.

       01 POS-GL-FEED-FIELDS.
           05 POS-GL-FEED-COUNT         PIC 9(8) VALUE ZERO.
           05 POS-GL-FEED-HASH          PIC S9(10)V999 VALUE ZERO.
           05 POS-GL-FEED-REF           PIC X(8).

      *> Over/short history rows (old plus tonight's), plus the
      *> per-register nonzero-day tallies behind the repeat flag.
           05 POS-REGISTER-KEY          PIC X(6).
           05 POS-OFFENSE-TALLY         PIC 9(4).
           05 POS-DAYS-APPENDED         PIC 9(3) VALUE ZERO.
           05 POS-NO-TAX-SPLIT          PIC 9(6) VALUE ZERO.
           05 POS-SPLIT-OFF             PIC 9(6) VALUE ZERO.
           05 POS-SPLIT-TOTAL           PIC 9(8)V99.
           05 POS-NET-REVENUE           PIC 9(8)V99.
           05 POS-EDIT-AMOUNT           PIC -ZZZ,ZZ9.99.
           05 POS-EDIT-GROSS            PIC Z,ZZZ,ZZ9.99.

       01 POS-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO POS-TODAY
           PERFORM VALIDATE-CLOSEOUT-BATCH
           PERFORM LOAD-OVERSHORT-HISTORY
           OPEN OUTPUT OVERSHORT-REPORT-OUT
           PERFORM IMPORT-CLOSEOUTS
           CLOSE OVERSHORT-REPORT-OUT
           PERFORM APPEND-STORE-DAYS
           PERFORM APPEND-SALES-TAX-HISTORY
           PERFORM APPEND-DEPOSITS-DUE
           PERFORM WRITE-SALES-TAX-GL-FEED
           PERFORM WRITE-OVERSHORT-HISTORY
           DISPLAY 'Register close-outs  = ' POS-READ-COUNT
           DISPLAY 'Store days appended  = ' POS-DAYS-APPENDED
           DISPLAY 'No tax split on feed = ' POS-NO-TAX-SPLIT
           DISPLAY 'Tax split off gross  = ' POS-SPLIT-OFF
           STOP RUN.

      *> Framing: a truncated transfer from the registers must

       IMPORT-ONE-REGISTER.
           ADD 1 TO POS-READ-COUNT
           PERFORM CHECK-TAX-SPLIT
           SET POS-STORE-IX TO 1
           SEARCH POS-STORE-ENTRY
               AT END
                       TO POS-ST-DATE-T(POS-STORE-COUNT)
                   MOVE PCL-GROSS-SALES
                       TO POS-ST-GROSS-T(POS-STORE-COUNT)
                   MOVE PCL-TAXABLE-SALES
                       TO POS-ST-TAXABLE-T(POS-STORE-COUNT)
                   MOVE PCL-EXEMPT-SALES
                       TO POS-ST-EXEMPT-T(POS-STORE-COUNT)
                   MOVE PCL-TAX-COLLECTED
                       TO POS-ST-TAX-T(POS-STORE-COUNT)
                   MOVE PCL-COUNTED-CASH
                       TO POS-ST-COUNTED-T(POS-STORE-COUNT)
               WHEN POS-ST-CODE-T(POS-STORE-IX) = PCL-STORE-CODE
                   AND POS-ST-DATE-T(POS-STORE-IX)
                       = PCL-BUSINESS-DATE
                   ADD PCL-GROSS-SALES
                       TO POS-ST-GROSS-T(POS-STORE-IX)
                   ADD PCL-TAXABLE-SALES
                       TO POS-ST-TAXABLE-T(POS-STORE-IX)
                   ADD PCL-EXEMPT-SALES
                       TO POS-ST-EXEMPT-T(POS-STORE-IX)
                   ADD PCL-TAX-COLLECTED
                       TO POS-ST-TAX-T(POS-STORE-IX)
                   ADD PCL-COUNTED-CASH
                       TO POS-ST-COUNTED-T(POS-STORE-IX)
           END-SEARCH
      *> The drawer against the tape: counted cash versus cash
      *> sales recorded.
           END-IF
           PERFORM WRITE-OVERSHORT-LINE.

      *> A register still on the old close-out layout sends no tax
      *> split: its gross is carried as taxable with no tax
      *> collected, so the monthly return shows the shortfall
      *> against computed instead of the tax silently vanishing
      *> into revenue. A split that does not add back to gross is
      *> imported as sent and noted on the over/short report.
       CHECK-TAX-SPLIT.
           IF PCL-TAXABLE-SALES NOT NUMERIC
               OR PCL-EXEMPT-SALES NOT NUMERIC
               OR PCL-TAX-COLLECTED NOT NUMERIC
               ADD 1 TO POS-NO-TAX-SPLIT
               MOVE PCL-GROSS-SALES TO PCL-TAXABLE-SALES
               MOVE ZERO TO PCL-EXEMPT-SALES
               MOVE ZERO TO PCL-TAX-COLLECTED
           ELSE
               COMPUTE POS-SPLIT-TOTAL = PCL-TAXABLE-SALES
                       + PCL-EXEMPT-SALES + PCL-TAX-COLLECTED
               IF POS-SPLIT-TOTAL NOT = PCL-GROSS-SALES
                   ADD 1 TO POS-SPLIT-OFF
                   MOVE PCL-GROSS-SALES TO POS-EDIT-GROSS
                   MOVE SPACES TO POS-LINE-WORK
                   STRING '  REGISTER ' DELIMITED BY SIZE
                          PCL-STORE-CODE DELIMITED BY SIZE
                          PCL-REGISTER-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PCL-BUSINESS-DATE DELIMITED BY SIZE
                          ' TAX SPLIT DOES NOT ADD TO GROSS '
                              DELIMITED BY SIZE
                          POS-EDIT-GROSS DELIMITED BY SIZE
                       INTO POS-LINE-WORK
                   MOVE POS-LINE-WORK TO OVERSHORT-REPORT-LINE
                   WRITE OVERSHORT-REPORT-LINE
               END-IF
           END-IF.

       WRITE-OVERSHORT-LINE.
           MOVE POS-OVERSHORT TO POS-EDIT-AMOUNT
           MOVE SPACES TO POS-LINE-WORK
           END-PERFORM.

      *> The store-day roll-up appends to the daily expense feed:
      *> the REVN figure arrives from the registers, net of the
      *> sales tax collected (which is owed, not earned), the cost
      *> columns stay with the keyed expense stream.
       APPEND-STORE-DAYS.
           OPEN EXTEND STEXP-OUT
               ADD 1 TO POS-DAYS-APPENDED
               MOVE POS-ST-CODE-T(POS-STORE-IDX) TO SEO-STORE-CODE
               MOVE POS-ST-DATE-T(POS-STORE-IDX) TO SEO-DATE
               COMPUTE POS-NET-REVENUE =
                       POS-ST-GROSS-T(POS-STORE-IDX)
                       - POS-ST-TAX-T(POS-STORE-IDX)
               MOVE POS-NET-REVENUE TO SEO-REVENUE
               MOVE ZERO TO SEO-COST-RENT
               MOVE ZERO TO SEO-COST-UTILITIES
               MOVE ZERO TO SEO-COST-PAYROLL
           END-PERFORM
           CLOSE STEXP-OUT.

       APPEND-SALES-TAX-HISTORY.
           OPEN EXTEND SALES-TAX-HIST-OUT
           IF POS-TAXHST-STATUS = '35'
               OPEN OUTPUT SALES-TAX-HIST-OUT
           END-IF
           PERFORM VARYING POS-STORE-IDX FROM 1 BY 1
                   UNTIL POS-STORE-IDX > POS-STORE-COUNT
               MOVE POS-ST-CODE-T(POS-STORE-IDX) TO STH-STORE-CODE
               MOVE POS-ST-DATE-T(POS-STORE-IDX)
                   TO STH-BUSINESS-DATE
               MOVE POS-ST-TAXABLE-T(POS-STORE-IDX)
                   TO STH-TAXABLE-SALES
               MOVE POS-ST-EXEMPT-T(POS-STORE-IDX)
                   TO STH-EXEMPT-SALES
               MOVE POS-ST-TAX-T(POS-STORE-IDX) TO STH-TAX-COLLECTED
               MOVE POS-TODAY TO STH-IMPORT-DATE
               WRITE SALES-TAX-HIST-RECORD
           END-PERFORM
           CLOSE SALES-TAX-HIST-OUT.

       APPEND-DEPOSITS-DUE.
           OPEN EXTEND DEPOSIT-REGISTER-OUT
           IF POS-DEPOSIT-STATUS = '35'
               OPEN OUTPUT DEPOSIT-REGISTER-OUT
           END-IF
           PERFORM VARYING POS-STORE-IDX FROM 1 BY 1
                   UNTIL POS-STORE-IDX > POS-STORE-COUNT
               MOVE POS-ST-CODE-T(POS-STORE-IDX) TO SDP-STORE-CODE
               MOVE POS-ST-DATE-T(POS-STORE-IDX)
                   TO SDP-BUSINESS-DATE
               MOVE POS-ST-COUNTED-T(POS-STORE-IDX)
                   TO SDP-COUNTED-CASH
               MOVE 'O' TO SDP-STATUS
               MOVE SPACES TO SDP-BANK-DATE
               MOVE ZERO TO SDP-BANK-AMOUNT
               WRITE STORE-DEPOSIT-RECORD
           END-PERFORM
           CLOSE DEPOSIT-REGISTER-OUT.

      *> One debit/credit pair per store day, dated the business
      *> day, under the SALESTAX source tag. The ref carries the
      *> store and month-day, the same shape as the store revenue
      *> feed's, so a rerun of the same night is caught by the
      *> posting journal's rerun register.
       WRITE-SALES-TAX-GL-FEED.
           OPEN OUTPUT GL-FEED-OUT
           MOVE '*HDR*' TO BCH-RECORD-TYPE
           MOVE 'SALESTAX' TO BCH-SOURCE
           MOVE POS-TODAY TO BCH-BUSINESS-DATE
           MOVE SPACES TO GL-TRANS-RECORD
           MOVE BATCH-HEADER-RECORD TO GL-TRANS-RECORD(1:21)
           WRITE GL-TRANS-RECORD
           PERFORM VARYING POS-STORE-IDX FROM 1 BY 1
                   UNTIL POS-STORE-IDX > POS-STORE-COUNT
               IF POS-ST-TAX-T(POS-STORE-IDX) > ZERO
                   PERFORM WRITE-ONE-TAX-FEED-PAIR
               END-IF
           END-PERFORM
           MOVE '*TRL*' TO BCT-RECORD-TYPE
           MOVE POS-GL-FEED-COUNT TO BCT-RECORD-COUNT
           MOVE POS-GL-FEED-HASH TO BCT-HASH-TOTAL
           MOVE SPACES TO GL-TRANS-RECORD
           MOVE BATCH-TRAILER-RECORD TO GL-TRANS-RECORD(1:27)
           WRITE GL-TRANS-RECORD
           CLOSE GL-FEED-OUT.

       WRITE-ONE-TAX-FEED-PAIR.
           MOVE SPACES TO POS-GL-FEED-REF
           STRING 'X' DELIMITED BY SIZE
                  POS-ST-CODE-T(POS-STORE-IDX) DELIMITED BY SIZE
                  POS-ST-DATE-T(POS-STORE-IDX)(5:4) DELIMITED BY SIZE
               INTO POS-GL-FEED-REF
           MOVE SPACES TO GL-TRANS-RECORD
           MOVE POS-CASH-ACCT TO GL-TRANS-ACCT-ID
           MOVE 'C' TO GL-TRANS-OP-CODE
           MOVE POS-ST-TAX-T(POS-STORE-IDX) TO GL-TRANS-AMOUNT
           MOVE POS-GL-FEED-REF TO GL-TRANS-REF
           MOVE POS-ST-DATE-T(POS-STORE-IDX) TO GL-TRANS-DATE
           WRITE GL-TRANS-RECORD
           ADD 1 TO POS-GL-FEED-COUNT
           ADD GL-TRANS-AMOUNT TO POS-GL-FEED-HASH
           MOVE POS-TAX-PAYABLE-ACCT TO GL-TRANS-ACCT-ID
           WRITE GL-TRANS-RECORD
           ADD 1 TO POS-GL-FEED-COUNT
           ADD GL-TRANS-AMOUNT TO POS-GL-FEED-HASH.

       WRITE-OVERSHORT-HISTORY.
           OPEN OUTPUT OVERSHORT-HIST-OUT
           PERFORM VARYING POS-HIST-IDX FROM 1 BY 1
