      *> numbered check on the AP check register (PAYCHK.cpy shape,
      *> numbers from their own control file), the paid invoices
      *> flip to 'P' with the paid date, and the payable and cash
      *> legs go to the GL chain under source APPAY. Open debit
      *> memos (warehouse returns to vendor) net off the vendor's
      *> selected total before any money moves; a memo bigger than
      *> what the vendor is owed today waits for a later run.
      *> ACH vendors go through the payroll export's prenote cycle:
      *> verified bank details never prenoted get a zero-dollar
      *> prenote in this run's batch, and a credit is held -- its
      *> invoices left selected for a later run and listed on the
      *> held report -- while the prenote is missing or younger
      *> than the waiting period, or while a bank change still
      *> waits for its call-back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS APR-VEND-STATUS.
           SELECT ACH-FILE-OUT ASSIGN TO "data/APVEND-ACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Every file built for the bank is entered on the
      *> transmission register for acknowledgment matching.
           SELECT XMIT-REGISTER-OUT ASSIGN TO "data/XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-XMIT-STATUS.
           SELECT CHECK-REGISTER-OUT ASSIGN TO "data/APCHKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-CHKREG-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FEED-OUT ASSIGN TO "data/APPAY-GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRENOTE-IN ASSIGN TO "data/APVPRENOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-PRENOTE-STATUS.
           SELECT PRENOTE-OUT ASSIGN TO "data/APVPRENOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-HELD-OUT ASSIGN TO "data/AP-ACH-HELD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY APOPEN.

       FD  OPEN-LEDGER-OUT.
       01  OPEN-LEDGER-OUT-RECORD       PIC X(80).

       FD  VENDOR-IN.
       COPY APVEND.
       FD  ACH-FILE-OUT.
       01  ACH-LINE                      PIC X(94).

       FD  XMIT-REGISTER-OUT.
       COPY XMITREG.

       FD  CHECK-REGISTER-OUT.
       01  AP-CHECK-REGISTER-RECORD.
           05 APC-NUMBER                 PIC 9(6).
       FD  GL-FEED-OUT.
       COPY GLTRANS.

       FD  PRENOTE-IN.
       COPY APVPRE.

       FD  PRENOTE-OUT.
       01  PRENOTE-OUT-RECORD.
           05 VPN-OUT-VEND-ID            PIC X(6).
           05 VPN-OUT-ROUTING            PIC X(9).
           05 VPN-OUT-ACCOUNT            PIC X(17).
           05 VPN-OUT-DATE-SENT          PIC X(8).
           05 VPN-OUT-STATUS             PIC X(1).

       FD  ACH-HELD-OUT.
       01  ACH-HELD-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY BATCHCTL.

       01 APR-EOF-SWITCHES.
           05 APR-OPEN-EOF              PIC X VALUE 'N'.
           05 APR-VEND-EOF              PIC X VALUE 'N'.
           05 APR-PRENOTE-EOF           PIC X VALUE 'N'.

       01 APR-FILE-STATUSES.
           05 APR-OPEN-STATUS           PIC XX.
           05 APR-VEND-STATUS           PIC XX.
           05 APR-CHKREG-STATUS         PIC XX.
           05 APR-CHKCTL-STATUS         PIC XX.
           05 APR-PRENOTE-STATUS        PIC XX.
           05 APR-XMIT-STATUS           PIC XX.

       01 APR-TODAY                     PIC X(8).
       01 APR-TODAY-YYMMDD              PIC X(6).
               10 APR-VEND-ROUTING-T    PIC X(9).
               10 APR-VEND-ACCOUNT-T    PIC X(17).
               10 APR-VEND-DUE-T        PIC 9(9)V99.
               10 APR-VEND-STATUS-T     PIC X(1).
               10 APR-VEND-BANK-HOLD-T  PIC X(1).
               10 APR-VEND-HELD-T       PIC X(1).

      *> Prenote cycle, as the payroll export runs it.
       01 APR-PRENOTE-CONTROL.
           05 APR-PRENOTE-COUNT         PIC 9(4) VALUE ZERO.
           05 APR-PRENOTE-IDX           PIC 9(4).
           05 APR-PRENOTE-MATCH-IX      PIC 9(4).
           05 APR-PRENOTES-SENT         PIC 9(4) VALUE ZERO.
           05 APR-ACH-HELD-COUNT        PIC 9(4) VALUE ZERO.

       01 APR-PRENOTE-TABLE.
           05 APR-PRENOTE-ENTRY OCCURS 500 TIMES.
               10 APR-PRN-VEND-ID-T     PIC X(6).
               10 APR-PRN-ROUTING-T     PIC X(9).
               10 APR-PRN-ACCOUNT-T     PIC X(17).
               10 APR-PRN-DATE-T        PIC X(8).

      *> Days a prenote has to age at the bank before the payment
      *> run trusts the details and pays through them.
       01 APR-PRENOTE-WAIT-DAYS         PIC 9(3) VALUE 10.
       01 APR-TODAY-NUM                 PIC 9(8).
       01 APR-PRENOTE-DATE-NUM          PIC 9(8).
       01 APR-PRENOTE-AGE-DAYS          PIC S9(8).
       01 APR-HOLD-REASON               PIC X(30).
       01 APR-HELD-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
       01 APR-HELD-LINE-WORK            PIC X(100).

       01 APR-OPEN-CONTROL.
           05 APR-OPEN-COUNT            PIC 9(4) VALUE ZERO.

       01 APR-OPEN-TABLE.
           05 APR-OPEN-ENTRY OCCURS 2000 TIMES.
               10 APR-ROW-RAW-T         PIC X(80).
               10 APR-ROW-RAW-R REDEFINES APR-ROW-RAW-T.
                   15 APR-ROW-VEND      PIC X(6).
                   15 FILLER            PIC X(26).
                   15 FILLER            PIC X(6).
                   15 APR-ROW-STATUS    PIC X(1).
                   15 APR-ROW-PAIDDT    PIC X(8).
                   15 FILLER            PIC X(24).

       01 APR-WORK-FIELDS.
           05 APR-PAID-COUNT            PIC 9(4) VALUE ZERO.
           05 APR-ACH-VENDORS           PIC 9(4) VALUE ZERO.
           05 APR-CHECKS-WRITTEN        PIC 9(4) VALUE ZERO.
           05 APR-PAID-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05 APR-MEMO-COUNT            PIC 9(4) VALUE ZERO.
           05 APR-MEMO-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05 APR-NEXT-CHECK            PIC 9(6) VALUE 500001.
           05 APR-FEED-COUNT            PIC 9(8) VALUE ZERO.
           05 APR-FEED-HASH             PIC S9(10)V999 VALUE ZERO.
           05 APR-IMM-ORIG-NAME         PIC X(23)
                                         VALUE 'ACME PAYABLES DEPT'.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           SET ENVIRONMENT "COB_LS_FIXED" TO "Y"
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO APR-TODAY
           MOVE APR-TODAY(3:6) TO APR-TODAY-YYMMDD
           MOVE APR-TODAY TO APR-TODAY-NUM
           MOVE FUNCTION CURRENT-DATE(9:4) TO APR-NOW-HHMM
           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-PRENOTE-TABLE
           PERFORM LOAD-OPEN-LEDGER
           PERFORM READ-CHECK-CONTROL
           PERFORM SUM-SELECTED-PER-VENDOR
           PERFORM JUDGE-ACH-READINESS
           PERFORM NET-DEBIT-MEMOS
           OPEN OUTPUT ACH-FILE-OUT
           PERFORM WRITE-FILE-HEADER
           PERFORM WRITE-BATCH-HEADER
           END-IF
           PERFORM PAY-EACH-VENDOR
           CLOSE CHECK-REGISTER-OUT
           PERFORM SEND-VENDOR-PRENOTES
           PERFORM WRITE-BATCH-CONTROL
           PERFORM WRITE-FILE-CONTROL
           CLOSE ACH-FILE-OUT
           PERFORM WRITE-TRANSMISSION-REGISTER
           PERFORM WRITE-PRENOTE-FILE
           PERFORM WRITE-CHECK-CONTROL
           PERFORM MARK-INVOICES-PAID
           PERFORM WRITE-OPEN-LEDGER
           DISPLAY 'Invoices paid        = ' APR-PAID-COUNT
           DISPLAY 'ACH vendor credits   = ' APR-ACH-VENDORS
           DISPLAY 'Checks written       = ' APR-CHECKS-WRITTEN
           DISPLAY 'Debit memos netted   = ' APR-MEMO-COUNT
           DISPLAY 'Debit memo total     = ' APR-MEMO-TOTAL
           DISPLAY 'ACH credits held     = ' APR-ACH-HELD-COUNT
           DISPLAY 'Vendor prenotes sent = ' APR-PRENOTES-SENT
           STOP RUN.

       LOAD-VENDOR-TABLE.
                               TO APR-VEND-ACCOUNT-T(APR-VEND-COUNT)
                           MOVE ZERO
                               TO APR-VEND-DUE-T(APR-VEND-COUNT)
                           MOVE AP-VEND-STATUS
                               TO APR-VEND-STATUS-T(APR-VEND-COUNT)
                           MOVE AP-VEND-BANK-HOLD
                               TO APR-VEND-BANK-HOLD-T(APR-VEND-COUNT)
                           MOVE 'N'
                               TO APR-VEND-HELD-T(APR-VEND-COUNT)
                   END-READ
               END-PERFORM
               CLOSE VENDOR-IN
               DISPLAY 'VENDOR MASTER NOT FOUND: ' APR-VEND-STATUS
           END-IF.

       LOAD-PRENOTE-TABLE.
           OPEN INPUT PRENOTE-IN
           IF APR-PRENOTE-STATUS = '00'
               PERFORM UNTIL APR-PRENOTE-EOF = 'Y'
                   READ PRENOTE-IN
                       AT END MOVE 'Y' TO APR-PRENOTE-EOF
                       NOT AT END PERFORM STORE-PRENOTE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PRENOTE-IN
           END-IF.

       STORE-PRENOTE-ENTRY.
           IF APR-PRENOTE-COUNT >= 500
               DISPLAY 'PRENOTE TABLE FULL AT 500 -- '
                       'FILE NOT REWRITTEN'
               STOP RUN
           END-IF
           ADD 1 TO APR-PRENOTE-COUNT
           MOVE VPN-VEND-ID TO APR-PRN-VEND-ID-T(APR-PRENOTE-COUNT)
           MOVE VPN-ROUTING TO APR-PRN-ROUTING-T(APR-PRENOTE-COUNT)
           MOVE VPN-ACCOUNT TO APR-PRN-ACCOUNT-T(APR-PRENOTE-COUNT)
           MOVE VPN-DATE-SENT TO APR-PRN-DATE-T(APR-PRENOTE-COUNT).

       LOAD-OPEN-LEDGER.
           OPEN INPUT OPEN-LEDGER-IN
           IF APR-OPEN-STATUS = '00'
               END-IF
           END-PERFORM.

      *> An ACH vendor whose money cannot safely move today keeps
      *> its invoices selected and drops out of this run: the due
      *> total goes to zero so nothing nets, pays or posts for it.
       JUDGE-ACH-READINESS.
           OPEN OUTPUT ACH-HELD-OUT
           MOVE SPACES TO ACH-HELD-LINE
           STRING 'AP ACH CREDITS HELD - RUN OF ' DELIMITED BY SIZE
                  APR-TODAY DELIMITED BY SIZE
               INTO ACH-HELD-LINE
           WRITE ACH-HELD-LINE
           PERFORM VARYING APR-VEND-IDX FROM 1 BY 1
                   UNTIL APR-VEND-IDX > APR-VEND-COUNT
               IF APR-VEND-DUE-T(APR-VEND-IDX) > ZERO
                   AND APR-VEND-METHOD-T(APR-VEND-IDX) = 'A'
                   PERFORM CHECK-PRENOTE-FOR-VENDOR
                   IF APR-VEND-HELD-T(APR-VEND-IDX) = 'Y'
                       PERFORM WRITE-ACH-HELD-LINE
                       MOVE ZERO TO APR-VEND-DUE-T(APR-VEND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACH-HELD-OUT.

       CHECK-PRENOTE-FOR-VENDOR.
           MOVE SPACES TO APR-HOLD-REASON
           IF APR-VEND-BANK-HOLD-T(APR-VEND-IDX) = 'Y'
               MOVE 'Y' TO APR-VEND-HELD-T(APR-VEND-IDX)
               MOVE 'BANK CHANGE NOT VERIFIED' TO APR-HOLD-REASON
           ELSE
               PERFORM FIND-VENDOR-PRENOTE
               IF APR-PRENOTE-MATCH-IX = ZERO
                   MOVE 'Y' TO APR-VEND-HELD-T(APR-VEND-IDX)
                   MOVE 'NO PRENOTE ON FILE' TO APR-HOLD-REASON
               ELSE
                   MOVE APR-PRN-DATE-T(APR-PRENOTE-MATCH-IX)
                       TO APR-PRENOTE-DATE-NUM
                   COMPUTE APR-PRENOTE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(APR-TODAY-NUM)
                       - FUNCTION INTEGER-OF-DATE(APR-PRENOTE-DATE-NUM)
                   IF APR-PRENOTE-AGE-DAYS < APR-PRENOTE-WAIT-DAYS
                       MOVE 'Y' TO APR-VEND-HELD-T(APR-VEND-IDX)
                       MOVE 'PRENOTE IN WAITING PERIOD'
                           TO APR-HOLD-REASON
                   END-IF
               END-IF
           END-IF.

       FIND-VENDOR-PRENOTE.
           MOVE ZERO TO APR-PRENOTE-MATCH-IX
           PERFORM VARYING APR-PRENOTE-IDX FROM 1 BY 1
                   UNTIL APR-PRENOTE-IDX > APR-PRENOTE-COUNT
               IF APR-PRN-VEND-ID-T(APR-PRENOTE-IDX)
                       = APR-VEND-ID-T(APR-VEND-IDX)
                   AND APR-PRN-ROUTING-T(APR-PRENOTE-IDX)
                       = APR-VEND-ROUTING-T(APR-VEND-IDX)
                   AND APR-PRN-ACCOUNT-T(APR-PRENOTE-IDX)
                       = APR-VEND-ACCOUNT-T(APR-VEND-IDX)
                   MOVE APR-PRENOTE-IDX TO APR-PRENOTE-MATCH-IX
               END-IF
           END-PERFORM.

       WRITE-ACH-HELD-LINE.
           ADD 1 TO APR-ACH-HELD-COUNT
           MOVE APR-VEND-DUE-T(APR-VEND-IDX) TO APR-HELD-EDIT-AMOUNT
           MOVE SPACES TO APR-HELD-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  APR-VEND-ID-T(APR-VEND-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APR-VEND-NAME-T(APR-VEND-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APR-HELD-EDIT-AMOUNT DELIMITED BY SIZE
                  ' REASON=' DELIMITED BY SIZE
                  APR-HOLD-REASON DELIMITED BY SIZE
               INTO APR-HELD-LINE-WORK
           MOVE APR-HELD-LINE-WORK TO ACH-HELD-LINE
           WRITE ACH-HELD-LINE.

      *> Debit memos come off the selected total of the vendor
      *> they were raised against, oldest first (ledger order). The
      *> memo already took the payable down when it was raised, so
      *> only the net amount pays and posts here.
       NET-DEBIT-MEMOS.
           PERFORM VARYING APR-OPEN-IDX FROM 1 BY 1
                   UNTIL APR-OPEN-IDX > APR-OPEN-COUNT
               IF APR-ROW-STATUS(APR-OPEN-IDX) = 'D'
                   PERFORM NET-ONE-DEBIT-MEMO
               END-IF
           END-PERFORM.

       NET-ONE-DEBIT-MEMO.
           PERFORM VARYING APR-VEND-IDX FROM 1 BY 1
                   UNTIL APR-VEND-IDX > APR-VEND-COUNT
               IF APR-VEND-ID-T(APR-VEND-IDX)
                       = APR-ROW-VEND(APR-OPEN-IDX)
                   AND APR-VEND-DUE-T(APR-VEND-IDX) > ZERO
                   AND APR-ROW-AMT(APR-OPEN-IDX)
                       <= APR-VEND-DUE-T(APR-VEND-IDX)
                   SUBTRACT APR-ROW-AMT(APR-OPEN-IDX)
                       FROM APR-VEND-DUE-T(APR-VEND-IDX)
                   ADD APR-ROW-AMT(APR-OPEN-IDX) TO APR-MEMO-TOTAL
                   ADD 1 TO APR-MEMO-COUNT
                   MOVE 'P' TO APR-ROW-STATUS(APR-OPEN-IDX)
                   MOVE APR-TODAY TO APR-ROW-PAIDDT(APR-OPEN-IDX)
               END-IF
           END-PERFORM.

       PAY-EACH-VENDOR.
           PERFORM VARYING APR-VEND-IDX FROM 1 BY 1
                   UNTIL APR-VEND-IDX > APR-VEND-COUNT
           PERFORM VARYING APR-OPEN-IDX FROM 1 BY 1
                   UNTIL APR-OPEN-IDX > APR-OPEN-COUNT
               IF APR-ROW-STATUS(APR-OPEN-IDX) = 'S'
                   PERFORM MARK-ONE-ROW-PAID
               END-IF
           END-PERFORM.

      *> A held vendor's invoices stay selected for a later run.
       MARK-ONE-ROW-PAID.
           PERFORM VARYING APR-VEND-IDX FROM 1 BY 1
                   UNTIL APR-VEND-IDX > APR-VEND-COUNT
               IF APR-VEND-ID-T(APR-VEND-IDX)
                       = APR-ROW-VEND(APR-OPEN-IDX)
                   AND APR-VEND-HELD-T(APR-VEND-IDX) = 'N'
                   ADD 1 TO APR-PAID-COUNT
                   MOVE 'P' TO APR-ROW-STATUS(APR-OPEN-IDX)
                   MOVE APR-TODAY TO APR-ROW-PAIDDT(APR-OPEN-IDX)
               END-IF
           END-PERFORM.

      *> Prenote pass: zero-dollar entry details for every open ACH
      *> vendor whose verified bank details have never been
      *> prenoted, in the same batch as the day's credits.
       SEND-VENDOR-PRENOTES.
           PERFORM VARYING APR-VEND-IDX FROM 1 BY 1
                   UNTIL APR-VEND-IDX > APR-VEND-COUNT
               IF APR-VEND-METHOD-T(APR-VEND-IDX) = 'A'
                   AND APR-VEND-STATUS-T(APR-VEND-IDX) NOT = 'C'
                   AND APR-VEND-BANK-HOLD-T(APR-VEND-IDX) NOT = 'Y'
                   AND APR-VEND-ROUTING-T(APR-VEND-IDX) NUMERIC
                   AND APR-VEND-ROUTING-T(APR-VEND-IDX) NOT = ZEROS
                   PERFORM FIND-VENDOR-PRENOTE
                   IF APR-PRENOTE-MATCH-IX = ZERO
                       AND APR-PRENOTE-COUNT >= 500
                       DISPLAY 'PRENOTE TABLE FULL -- NOT PRENOTED: '
                               APR-VEND-ID-T(APR-VEND-IDX)
                   END-IF
                   IF APR-PRENOTE-MATCH-IX = ZERO
                       AND APR-PRENOTE-COUNT < 500
                       PERFORM WRITE-PRENOTE-ENTRY-DETAIL
                       ADD 1 TO APR-PRENOTE-COUNT
                       MOVE APR-VEND-ID-T(APR-VEND-IDX)
                           TO APR-PRN-VEND-ID-T(APR-PRENOTE-COUNT)
                       MOVE APR-VEND-ROUTING-T(APR-VEND-IDX)
                           TO APR-PRN-ROUTING-T(APR-PRENOTE-COUNT)
                       MOVE APR-VEND-ACCOUNT-T(APR-VEND-IDX)
                           TO APR-PRN-ACCOUNT-T(APR-PRENOTE-COUNT)
                       MOVE APR-TODAY
                           TO APR-PRN-DATE-T(APR-PRENOTE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *> Prenote Entry Detail (Type 6, transaction code 23 --
      *> zero-dollar prenotification of a credit to checking).
       WRITE-PRENOTE-ENTRY-DETAIL.
           ADD 1 TO APR-PRENOTES-SENT
           ADD 1 TO APR-ENTRY-COUNT
           ADD 1 TO APR-TRACE-NUMBER
           MOVE APR-VEND-ROUTING-T(APR-VEND-IDX)(1:8)
               TO APR-ROUTING-BASE
           ADD APR-ROUTING-BASE TO APR-ENTRY-HASH
           MOVE ZERO TO APR-EDIT-AMOUNT
           MOVE APR-TRACE-NUMBER TO APR-EDIT-TRACE
           MOVE SPACES TO ACH-LINE
           STRING '6'                    DELIMITED BY SIZE
                  '23'                   DELIMITED BY SIZE
                  APR-VEND-ROUTING-T(APR-VEND-IDX) DELIMITED BY SIZE
                  APR-VEND-ACCOUNT-T(APR-VEND-IDX) DELIMITED BY SIZE
                  APR-EDIT-AMOUNT        DELIMITED BY SIZE
                  APR-VEND-ID-T(APR-VEND-IDX) DELIMITED BY SIZE
                  APR-BLANK-9            DELIMITED BY SIZE
                  APR-VEND-NAME-T(APR-VEND-IDX) DELIMITED BY SIZE
                  APR-BLANK-2            DELIMITED BY SIZE
                  APR-BLANK-2            DELIMITED BY SIZE
                  '0'                    DELIMITED BY SIZE
                  APR-EDIT-TRACE         DELIMITED BY SIZE
               INTO ACH-LINE
           WRITE ACH-LINE.

       WRITE-PRENOTE-FILE.
           OPEN OUTPUT PRENOTE-OUT
           PERFORM VARYING APR-PRENOTE-IDX FROM 1 BY 1
                   UNTIL APR-PRENOTE-IDX > APR-PRENOTE-COUNT
               MOVE APR-PRN-VEND-ID-T(APR-PRENOTE-IDX)
                   TO VPN-OUT-VEND-ID
               MOVE APR-PRN-ROUTING-T(APR-PRENOTE-IDX)
                   TO VPN-OUT-ROUTING
               MOVE APR-PRN-ACCOUNT-T(APR-PRENOTE-IDX)
                   TO VPN-OUT-ACCOUNT
               MOVE APR-PRN-DATE-T(APR-PRENOTE-IDX)
                   TO VPN-OUT-DATE-SENT
               MOVE 'S' TO VPN-OUT-STATUS
               WRITE PRENOTE-OUT-RECORD
           END-PERFORM
           CLOSE PRENOTE-OUT.

       WRITE-OPEN-LEDGER.
           OPEN OUTPUT OPEN-LEDGER-OUT
           PERFORM VARYING APR-OPEN-IDX FROM 1 BY 1
           ADD 1 TO APR-FEED-COUNT
           ADD GL-TRANS-AMOUNT TO APR-FEED-HASH
           MOVE SPACES TO GL-TRANS-RECORD.

      *> One row on the transmission register for the file just
      *> closed, carrying the totals BankAckMatch.cob expects the
      *> bank's acknowledgment to report back.
       WRITE-TRANSMISSION-REGISTER.
           OPEN EXTEND XMIT-REGISTER-OUT
           IF APR-XMIT-STATUS = '35'
               OPEN OUTPUT XMIT-REGISTER-OUT
           END-IF
           MOVE SPACES TO TRANSMISSION-REGISTER-RECORD
           MOVE 'APVEND-ACH.DAT' TO XMT-FILE-NAME
           MOVE 'APACH' TO XMT-FILE-TYPE
           MOVE 'APPAYMENTRUN' TO XMT-JOB-NAME
           MOVE APR-TODAY TO XMT-CREATE-DATE
           MOVE APR-NOW-HHMM TO XMT-CREATE-TIME(1:4)
           MOVE '00' TO XMT-CREATE-TIME(5:2)
           MOVE APR-ENTRY-COUNT TO XMT-ENTRY-COUNT
           COMPUTE XMT-CREDIT-TOTAL = APR-TOTAL-CREDIT-CENTS / 100
           MOVE ZERO TO XMT-DEBIT-TOTAL
           MOVE APR-ENTRY-HASH TO XMT-FILE-HASH
           MOVE 'P' TO XMT-ACK-STATUS
           WRITE TRANSMISSION-REGISTER-RECORD
           CLOSE XMIT-REGISTER-OUT.
