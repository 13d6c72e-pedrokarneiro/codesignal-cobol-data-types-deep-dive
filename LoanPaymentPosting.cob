      *> the updated master plus a payment journal, and suspends
      *> unmatched or overpaying transactions in the reject-file
      *> style the warehouse job uses. Every downstream report is
      *> only as good as this balance. An escrow disbursement pays
      *> the tax or insurance bill through accounts payable: the
      *> draw raises an open-payables invoice to the bill's payee on
      *> the escrow disbursement schedule, and the payment run pays
      *> it like any other vendor's.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-REPORT-OUT
               ASSIGN TO "data/LOAN-CLOSURES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDR-RESEARCH-OUT ASSIGN TO "data/ADDRRSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPP-ARW-STATUS.
      *> Recovery sub-ledger: a payment on a charged-off account
      *> posts here as recovery income instead of suspending.
           SELECT RECOVERY-IN ASSIGN TO "data/LNRECOV.DAT"
           SELECT RECOVERY-GL-FEED-OUT
               ASSIGN TO "data/LNRECOV-GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Unapplied-funds sub-ledger: a payment short of the
      *> installment is held here, not posted, until what is held
      *> plus the next payment makes a full installment. Read
      *> whole, rewritten at end of run.
           SELECT UNAPPLIED-IN ASSIGN TO "data/LNUNAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPP-UA-STATUS.
           SELECT UNAPPLIED-OUT ASSIGN TO "data/LNUNAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Unidentified-cash queue: a payment keyed to an account id
      *> the master does not know waits here for an operator to
      *> assign it on an assignment card (item id, account,
      *> initials), which the next run applies before the day's
      *> payments.
           SELECT UNIDENT-IN ASSIGN TO "data/LNUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPP-UI-STATUS.
           SELECT UNIDENT-OUT ASSIGN TO "data/LNUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNID-ASSIGN-IN ASSIGN TO "data/LNUIDASN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPP-ASN-STATUS.
           SELECT UNAPPLIED-GL-FEED-OUT
               ASSIGN TO "data/LNUNAPP-GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Escrow disbursements through AP: the schedule names the
      *> payee and due date of each bill, the vendor master proves
      *> the payee, the invoice is appended to the open-payables
      *> ledger, and the escrow-to-payable move feeds the GL.
           SELECT ESCROW-SCHED-IN ASSIGN TO "data/LNESCDISB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPP-ESD-STATUS.
           SELECT AP-VENDOR-IN ASSIGN TO "data/APVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPP-EAP-VEND-STATUS.
           SELECT AP-OPEN-OUT ASSIGN TO "data/APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPP-EAP-OPEN-STATUS.
           SELECT ESCROW-AP-GL-FEED-OUT
               ASSIGN TO "data/LNESCAP-GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Batch-window log: one start/end/record-count line
      *> per run, written only at clean end-of-job -- the generation
      *> manager reads it as proof before promoting this job's -NEW
           05 LPP-OUT-NEXT-RESET         PIC X(8).
           05 LPP-OUT-TERM-REMAIN        PIC 9(3).
           05 LPP-OUT-FEE-BAL            PIC 9(5)V99.
           05 LPP-OUT-ORIG-DATE          PIC X(8).
           05 LPP-OUT-ORIG-BALANCE       PIC 9(7)V99.

       FD  LOAN-PAY-JOURNAL-OUT.
       COPY LNPAYJ.
       FD  CLOSURE-REPORT-OUT.
       01  CLOSURE-REPORT-LINE           PIC X(80).

       FD  ADDR-RESEARCH-OUT.
       COPY ADDRRSCH.

       FD  RECOVERY-IN.
       COPY LNRECOV.

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.

       FD  UNAPPLIED-IN.
       COPY LNUNAPP.

       FD  UNAPPLIED-OUT.
       01  UNAPPLIED-OUT-RECORD.
           05 LPU-ACCT-ID                PIC X(6).
           05 LPU-BALANCE                PIC 9(7)V99.
           05 LPU-FIRST-HELD-DATE        PIC X(8).
           05 LPU-LAST-ACTIVITY-DATE     PIC X(8).

       FD  UNIDENT-IN.
       COPY LNUNID.

       FD  UNIDENT-OUT.
       01  UNIDENT-OUT-RECORD.
           05 LPI-ITEM-ID                PIC 9(6).
           05 LPI-RECEIVED-DATE          PIC X(8).
           05 LPI-PAYMENT-DATE           PIC X(8).
           05 LPI-AMOUNT                 PIC 9(7)V99.
           05 LPI-CHANNEL                PIC X(3).
           05 LPI-KEYED-ACCT-ID          PIC X(6).
           05 LPI-STATUS                 PIC X(1).
           05 LPI-ASSIGNED-ACCT-ID       PIC X(6).
           05 LPI-ASSIGNED-BY            PIC X(3).
           05 LPI-ASSIGNED-DATE          PIC X(8).

       FD  UNID-ASSIGN-IN.
       01  UNID-ASSIGN-RECORD.
           05 LUS-ITEM-ID                PIC 9(6).
           05 LUS-ACCT-ID                PIC X(6).
           05 LUS-INITIALS               PIC X(3).

       FD  UNAPPLIED-GL-FEED-OUT.
       01  UNAPPLIED-GL-FEED-RECORD      PIC X(45).

       FD  ESCROW-SCHED-IN.
       COPY LNESCD.

       FD  AP-VENDOR-IN.
       COPY APVEND.

       FD  AP-OPEN-OUT.
       COPY APOPEN.

       FD  ESCROW-AP-GL-FEED-OUT.
       01  ESCROW-AP-GL-FEED-RECORD      PIC X(45).

       WORKING-STORAGE SECTION.
       01 LPP-EOF-SWITCHES.
           05 LPP-ENR-EOF                PIC X.
               10 LPP-NEXT-RESET-T       PIC X(8).
               10 LPP-TERM-REMAIN-T      PIC 9(3).
               10 LPP-FEE-BAL-T          PIC 9(5)V99.
               10 LPP-ORIG-DATE-T        PIC X(8).
               10 LPP-ORIG-BALANCE-T     PIC 9(7)V99.

       01 LPP-POSTING-WORK.
           05 LPP-INTEREST-DUE           PIC 9(7)V99.
           05 LPP-REFUND-STATUS          PIC XX.
           05 LPP-ENR-STATUS             PIC XX.
           05 LPP-BORR-STATUS            PIC XX.
           05 LPP-ARW-STATUS             PIC XX.
           05 LPP-BORR-EOF               PIC X VALUE 'N'.
           05 LPP-BORR-COUNT             PIC 9(4) VALUE ZERO.
           05 LPP-BORR-OVERFLOW          PIC X VALUE 'N'.
           05 LPP-LETTER-WITHHELD        PIC 9(4) VALUE ZERO.
           05 LPP-CLOSE-ADDR-STATUS      PIC X(1).
           05 LPP-CLOSE-RET-DATE         PIC X(8).
           05 LPP-CLOSE-RET-REASON       PIC X(20).
           05 LPP-CLOSED-COUNT           PIC 9(4) VALUE ZERO.
           05 LPP-REFUND-COUNT           PIC 9(4) VALUE ZERO.
           05 LPP-CLOSE-NAME             PIC X(20).
                             INDEXED BY LPP-BORR-IX.
               10 LPP-BORR-ACCT-T        PIC X(6).
               10 LPP-BORR-NAME-T        PIC X(20).
               10 LPP-BORR-ADDR-STATUS-T PIC X(1).
               10 LPP-BORR-RET-DATE-T    PIC X(8).
               10 LPP-BORR-RET-REASON-T  PIC X(20).

       COPY BATCHCTL.

               10 LPP-RC-RECOVERED-T     PIC 9(7)V99.
               10 LPP-RC-STATUS-T        PIC X(1).

      *> Unapplied-funds sub-ledger and unidentified-cash queue,
      *> with the run's money into and out of their shared GL
      *> suspense account for the feed.
       01 LPP-UNAPP-CONTROL.
           05 LPP-UA-STATUS              PIC XX.
           05 LPP-UA-EOF                 PIC X VALUE 'N'.
           05 LPP-UA-COUNT               PIC 9(4) VALUE ZERO.
           05 LPP-UA-IDX                 PIC 9(4).
           05 LPP-UA-MATCH               PIC 9(4).
           05 LPP-UA-COMBINED            PIC 9(8)V99.
           05 LPP-UA-HELD-COUNT          PIC 9(4) VALUE ZERO.
           05 LPP-UA-APPLIED-COUNT       PIC 9(4) VALUE ZERO.
           05 LPP-UA-IN-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05 LPP-UA-OUT-TOTAL           PIC 9(9)V99 VALUE ZERO.
           05 LPP-UA-NET-AMOUNT          PIC 9(9)V99 VALUE ZERO.
           05 LPP-UGL-FEED-COUNT         PIC 9(8) VALUE ZERO.
           05 LPP-UGL-FEED-HASH          PIC S9(10)V999 VALUE ZERO.
           05 LPP-GL-UNAPP-ACCT          PIC X(6) VALUE 'ACCT64'.

       01 LPP-UNAPP-TABLE.
           05 LPP-UA-ENTRY OCCURS 500 TIMES
                           INDEXED BY LPP-UA-IX.
               10 LPP-UA-ACCT-T          PIC X(6).
               10 LPP-UA-BALANCE-T       PIC 9(7)V99.
               10 LPP-UA-FIRST-T         PIC X(8).
               10 LPP-UA-LAST-T          PIC X(8).

       01 LPP-UNID-CONTROL.
           05 LPP-UI-STATUS              PIC XX.
           05 LPP-UI-EOF                 PIC X VALUE 'N'.
           05 LPP-UI-COUNT               PIC 9(4) VALUE ZERO.
           05 LPP-UI-IDX                 PIC 9(4).
           05 LPP-UI-MATCH               PIC 9(4).
           05 LPP-UI-NEXT-ID             PIC 9(6) VALUE ZERO.
           05 LPP-UI-QUEUED-COUNT        PIC 9(4) VALUE ZERO.
           05 LPP-ASN-STATUS             PIC XX.
           05 LPP-ASN-EOF                PIC X VALUE 'N'.
           05 LPP-ASN-ASSIGNED-COUNT     PIC 9(4) VALUE ZERO.
           05 LPP-ASN-REJECTED-COUNT     PIC 9(4) VALUE ZERO.

       01 LPP-UNID-TABLE.
           05 LPP-UI-ENTRY OCCURS 1000 TIMES
                           INDEXED BY LPP-UI-IX.
               10 LPP-UI-ID-T            PIC 9(6).
               10 LPP-UI-RECEIVED-T      PIC X(8).
               10 LPP-UI-PAY-DATE-T      PIC X(8).
               10 LPP-UI-AMOUNT-T        PIC 9(7)V99.
               10 LPP-UI-CHANNEL-T       PIC X(3).
               10 LPP-UI-KEYED-T         PIC X(6).
               10 LPP-UI-STATUS-T        PIC X(1).
               10 LPP-UI-ASSIGNED-T      PIC X(6).
               10 LPP-UI-BY-T            PIC X(3).
               10 LPP-UI-ASSIGN-DATE-T   PIC X(8).

      *> Escrow disbursement schedule and the AP vendors it pays,
      *> with the run's escrow-to-payable total for the GL feed.
       01 LPP-ESCAP-CONTROL.
           05 LPP-ESD-STATUS             PIC XX.
           05 LPP-ESD-EOF                PIC X VALUE 'N'.
           05 LPP-ESD-COUNT              PIC 9(4) VALUE ZERO.
           05 LPP-ESD-IDX                PIC 9(4).
           05 LPP-ESD-MATCH              PIC 9(4).
           05 LPP-ESD-AMOUNT-HIT         PIC X(1).
           05 LPP-EAP-VEND-STATUS        PIC XX.
           05 LPP-EAP-VEND-EOF           PIC X VALUE 'N'.
           05 LPP-EAP-VEND-COUNT         PIC 9(4) VALUE ZERO.
           05 LPP-EAP-VEND-MATCH         PIC 9(4).
           05 LPP-EAP-OPEN-STATUS        PIC XX.
           05 LPP-EAP-DUE-DATE           PIC X(8).
           05 LPP-EAP-INVOICE-COUNT      PIC 9(4) VALUE ZERO.
           05 LPP-EAP-TOTAL              PIC 9(9)V99 VALUE ZERO.
           05 LPP-EGL-FEED-COUNT         PIC 9(8) VALUE ZERO.
           05 LPP-EGL-FEED-HASH          PIC S9(10)V999 VALUE ZERO.
           05 LPP-GL-ESCROW-ACCT         PIC X(6) VALUE 'ACCT65'.
           05 LPP-GL-PAYABLE-ACCT        PIC X(6) VALUE 'ACCT02'.

       01 LPP-ESD-TABLE.
           05 LPP-ESD-ENTRY OCCURS 1000 TIMES.
               10 LPP-ESD-ACCT-T         PIC X(6).
               10 LPP-ESD-DATE-T         PIC X(8).
               10 LPP-ESD-AMOUNT-T       PIC 9(7)V99.
               10 LPP-ESD-PAYEE-T        PIC X(6).

       01 LPP-EAP-VEND-TABLE.
           05 LPP-EAP-VEND-ENTRY OCCURS 500 TIMES
                                 INDEXED BY LPP-EAP-VEND-IX.
               10 LPP-EAP-VEND-ID-T      PIC X(6).
               10 LPP-EAP-VEND-STATUS-T  PIC X(1).

       01 LPP-COUNTS.
           05 LPP-PAYMENT-COUNT          PIC 9(6) VALUE ZERO.
           05 LPP-POSTED-COUNT           PIC 9(6) VALUE ZERO.
           05 LPP-SUSPENDED-COUNT        PIC 9(6) VALUE ZERO.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LPP-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO LPP-BRL-START-TIME
           PERFORM LOAD-LOAN-ACCOUNTS
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-BORROWER-NAMES
           PERFORM LOAD-RECOVERY-LEDGER
           PERFORM LOAD-UNAPPLIED-LEDGER
           PERFORM LOAD-UNIDENT-QUEUE
           PERFORM LOAD-ESCROW-SCHEDULE
           PERFORM LOAD-AP-VENDORS
           OPEN EXTEND AP-OPEN-OUT
           IF LPP-EAP-OPEN-STATUS = '35'
               OPEN OUTPUT AP-OPEN-OUT
           END-IF
           OPEN EXTEND LOAN-PAY-JOURNAL-OUT
           IF LPP-JOURNAL-STATUS = '35'
               OPEN OUTPUT LOAN-PAY-JOURNAL-OUT
                  LPP-TODAY DELIMITED BY SIZE
               INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           PERFORM APPLY-UNID-ASSIGNMENTS
           PERFORM APPLY-PAYMENTS
           CLOSE LOAN-PAY-JOURNAL-OUT
           CLOSE LOAN-SUSPENSE-OUT
           CLOSE LOAN-REFUND-OUT
           CLOSE PAIDOFF-LETTER-OUT
           CLOSE CLOSURE-REPORT-OUT
           CLOSE AP-OPEN-OUT
           PERFORM WRITE-UPDATED-MASTER
           PERFORM WRITE-RECOVERY-LEDGER
           PERFORM WRITE-RECOVERY-GL-FEED
           PERFORM WRITE-UNAPPLIED-LEDGER
           PERFORM WRITE-UNIDENT-QUEUE
           PERFORM WRITE-UNAPPLIED-GL-FEED
           PERFORM WRITE-ESCROW-AP-GL-FEED
           DISPLAY 'Payments read       = ' LPP-PAYMENT-COUNT
           DISPLAY 'Payments posted     = ' LPP-POSTED-COUNT
           DISPLAY 'Payments suspended  = ' LPP-SUSPENDED-COUNT
           DISPLAY 'Accounts closed     = ' LPP-CLOSED-COUNT
           DISPLAY 'Escrow refunds      = ' LPP-REFUND-COUNT
           DISPLAY 'Letters withheld    = ' LPP-LETTER-WITHHELD
           DISPLAY 'Recovery payments   = ' LPP-RECOVERY-COUNT
           DISPLAY 'Held as unapplied   = ' LPP-UA-HELD-COUNT
           DISPLAY 'Unapplied released  = ' LPP-UA-APPLIED-COUNT
           DISPLAY 'Unidentified queued = ' LPP-UI-QUEUED-COUNT
           DISPLAY 'Unidentified assign = ' LPP-ASN-ASSIGNED-COUNT
           DISPLAY 'Assignments refused = ' LPP-ASN-REJECTED-COUNT
           DISPLAY 'Escrow AP invoices  = ' LPP-EAP-INVOICE-COUNT
           PERFORM WRITE-BATCH-RUN-LOG
           STOP RUN.

               MOVE LOAN-ACCT-FEE-BAL TO LPP-FEE-BAL-T(LPP-COUNT)
           ELSE
               MOVE ZERO TO LPP-FEE-BAL-T(LPP-COUNT)
           END-IF
           MOVE LOAN-ACCT-ORIG-DATE TO LPP-ORIG-DATE-T(LPP-COUNT)
           IF LOAN-ACCT-ORIG-BALANCE NUMERIC
               MOVE LOAN-ACCT-ORIG-BALANCE
                   TO LPP-ORIG-BALANCE-T(LPP-COUNT)
           ELSE
               MOVE ZERO TO LPP-ORIG-BALANCE-T(LPP-COUNT)
           END-IF.

       LOAD-PRODUCT-TABLE.
                   MOVE LPP-IX TO LPP-MATCH-IX
           END-SEARCH
           IF LPP-MATCH-IX = ZERO
             IF LP-TYPE = 'P'
               PERFORM QUEUE-UNIDENTIFIED-PAYMENT
             ELSE
               MOVE 'ACCOUNT NOT ON LOAN MASTER' TO LNS-REASON
               PERFORM WRITE-LOAN-SUSPENSE
             END-IF
           ELSE
             IF LPP-STATUS-T(LPP-MATCH-IX) = 'C'
               MOVE 'ACCOUNT IS CLOSED' TO LNS-REASON
              ELSE
               EVALUATE LP-TYPE
                   WHEN 'P'
                       PERFORM HOLD-OR-APPLY-PAYMENT
                   WHEN 'D'
                       PERFORM POST-ESCROW-DISBURSEMENT
                   WHEN OTHER
           ADD GL-TRANS-AMOUNT TO LPP-RGL-FEED-HASH
           MOVE SPACES TO GL-TRANS-RECORD.

      *> A payment that, with whatever the account already holds
      *> unapplied, still falls short of the installment is held
      *> on the sub-ledger and not posted. Once the two together
      *> reach the installment the held money rides along with
      *> the payment through the normal split and the hold clears.
       HOLD-OR-APPLY-PAYMENT.
           MOVE ZERO TO LPP-UA-MATCH
           SET LPP-UA-IX TO 1
           SEARCH LPP-UA-ENTRY
               AT END
                   CONTINUE
               WHEN LPP-UA-IX > LPP-UA-COUNT
                   CONTINUE
               WHEN LPP-UA-ACCT-T(LPP-UA-IX) = LP-ACCT-ID
                   SET LPP-UA-MATCH TO LPP-UA-IX
           END-SEARCH
           MOVE LP-AMOUNT TO LPP-UA-COMBINED
           IF LPP-UA-MATCH > ZERO
               ADD LPP-UA-BALANCE-T(LPP-UA-MATCH) TO LPP-UA-COMBINED
           END-IF
           IF LPP-UA-COMBINED < LPP-PAYMENT-T(LPP-MATCH-IX)
               PERFORM HOLD-UNAPPLIED-FUNDS
           ELSE
               IF LPP-UA-MATCH > ZERO
                   AND LPP-UA-BALANCE-T(LPP-UA-MATCH) > ZERO
                   ADD 1 TO LPP-UA-APPLIED-COUNT
                   ADD LPP-UA-BALANCE-T(LPP-UA-MATCH)
                       TO LPP-UA-OUT-TOTAL
                   MOVE ZERO TO LPP-UA-BALANCE-T(LPP-UA-MATCH)
                   MOVE LPP-TODAY TO LPP-UA-LAST-T(LPP-UA-MATCH)
                   MOVE LPP-UA-COMBINED TO LP-AMOUNT
               END-IF
               PERFORM VALIDATE-AND-POST-PAYMENT
           END-IF.

       HOLD-UNAPPLIED-FUNDS.
           IF LPP-UA-MATCH = ZERO
               IF LPP-UA-COUNT >= 500
                   DISPLAY 'UNAPPLIED TABLE FULL -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO LPP-UA-COUNT
               MOVE LPP-UA-COUNT TO LPP-UA-MATCH
               MOVE LP-ACCT-ID TO LPP-UA-ACCT-T(LPP-UA-MATCH)
               MOVE ZERO TO LPP-UA-BALANCE-T(LPP-UA-MATCH)
           END-IF
           IF LPP-UA-BALANCE-T(LPP-UA-MATCH) = ZERO
               MOVE LPP-TODAY TO LPP-UA-FIRST-T(LPP-UA-MATCH)
           END-IF
           ADD LP-AMOUNT TO LPP-UA-BALANCE-T(LPP-UA-MATCH)
           MOVE LPP-TODAY TO LPP-UA-LAST-T(LPP-UA-MATCH)
           ADD LP-AMOUNT TO LPP-UA-IN-TOTAL
           ADD 1 TO LPP-UA-HELD-COUNT.

      *> A payment for an account id the master does not know is
      *> real money with no home yet: it joins the unidentified
      *> queue under the next item number rather than suspending.
       QUEUE-UNIDENTIFIED-PAYMENT.
           IF LPP-UI-COUNT >= 1000
               DISPLAY 'UNIDENTIFIED TABLE FULL -- RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO LPP-UI-COUNT
           ADD 1 TO LPP-UI-NEXT-ID
           MOVE LPP-UI-NEXT-ID TO LPP-UI-ID-T(LPP-UI-COUNT)
           MOVE LPP-TODAY TO LPP-UI-RECEIVED-T(LPP-UI-COUNT)
           MOVE LP-PAYMENT-DATE TO LPP-UI-PAY-DATE-T(LPP-UI-COUNT)
           MOVE LP-AMOUNT TO LPP-UI-AMOUNT-T(LPP-UI-COUNT)
           MOVE LP-CHANNEL TO LPP-UI-CHANNEL-T(LPP-UI-COUNT)
           MOVE LP-ACCT-ID TO LPP-UI-KEYED-T(LPP-UI-COUNT)
           MOVE 'O' TO LPP-UI-STATUS-T(LPP-UI-COUNT)
           MOVE SPACES TO LPP-UI-ASSIGNED-T(LPP-UI-COUNT)
           MOVE SPACES TO LPP-UI-BY-T(LPP-UI-COUNT)
           MOVE SPACES TO LPP-UI-ASSIGN-DATE-T(LPP-UI-COUNT)
           ADD LP-AMOUNT TO LPP-UA-IN-TOTAL
           ADD 1 TO LPP-UI-QUEUED-COUNT.

      *> Operator assignments of unidentified items. An item that
      *> is open and an account on the master turn the item into an
      *> ordinary payment for that account, which then takes the
      *> same path as the day's payments (held, posted, or
      *> suspended); anything else is refused and the item stays
      *> open.
       APPLY-UNID-ASSIGNMENTS.
           OPEN INPUT UNID-ASSIGN-IN
           IF LPP-ASN-STATUS = '00'
               PERFORM UNTIL LPP-ASN-EOF = 'Y'
                   READ UNID-ASSIGN-IN
                       AT END MOVE 'Y' TO LPP-ASN-EOF
                       NOT AT END PERFORM APPLY-ONE-ASSIGNMENT
                   END-READ
               END-PERFORM
               CLOSE UNID-ASSIGN-IN
           END-IF.

       APPLY-ONE-ASSIGNMENT.
           MOVE ZERO TO LPP-UI-MATCH
           SET LPP-UI-IX TO 1
           SEARCH LPP-UI-ENTRY
               AT END
                   CONTINUE
               WHEN LPP-UI-IX > LPP-UI-COUNT
                   CONTINUE
               WHEN LPP-UI-ID-T(LPP-UI-IX) = LUS-ITEM-ID
                   SET LPP-UI-MATCH TO LPP-UI-IX
           END-SEARCH
           MOVE ZERO TO LPP-MATCH-IX
           SET LPP-IX TO 1
           SEARCH LPP-ENTRY
               AT END
                   CONTINUE
               WHEN LPP-IX > LPP-COUNT
                   CONTINUE
               WHEN LPP-ACCT-ID-T(LPP-IX) = LUS-ACCT-ID
                   MOVE LPP-IX TO LPP-MATCH-IX
           END-SEARCH
           EVALUATE TRUE
               WHEN LPP-UI-MATCH = ZERO
                   DISPLAY 'ASSIGNMENT REFUSED, NO SUCH ITEM: '
                           LUS-ITEM-ID
                   ADD 1 TO LPP-ASN-REJECTED-COUNT
               WHEN LPP-UI-STATUS-T(LPP-UI-MATCH) NOT = 'O'
                   DISPLAY 'ASSIGNMENT REFUSED, ITEM NOT OPEN: '
                           LUS-ITEM-ID
                   ADD 1 TO LPP-ASN-REJECTED-COUNT
               WHEN LPP-MATCH-IX = ZERO
                   DISPLAY 'ASSIGNMENT REFUSED, ACCOUNT NOT ON '
                           'MASTER: ' LUS-ITEM-ID ' ' LUS-ACCT-ID
                   ADD 1 TO LPP-ASN-REJECTED-COUNT
               WHEN LUS-INITIALS = SPACES
                   DISPLAY 'ASSIGNMENT REFUSED, NO OPERATOR '
                           'INITIALS: ' LUS-ITEM-ID
                   ADD 1 TO LPP-ASN-REJECTED-COUNT
               WHEN OTHER
                   PERFORM ASSIGN-UNIDENTIFIED-ITEM
           END-EVALUATE.

       ASSIGN-UNIDENTIFIED-ITEM.
           ADD 1 TO LPP-ASN-ASSIGNED-COUNT
           MOVE 'A' TO LPP-UI-STATUS-T(LPP-UI-MATCH)
           MOVE LUS-ACCT-ID TO LPP-UI-ASSIGNED-T(LPP-UI-MATCH)
           MOVE LUS-INITIALS TO LPP-UI-BY-T(LPP-UI-MATCH)
           MOVE LPP-TODAY TO LPP-UI-ASSIGN-DATE-T(LPP-UI-MATCH)
           ADD LPP-UI-AMOUNT-T(LPP-UI-MATCH) TO LPP-UA-OUT-TOTAL
           MOVE LUS-ACCT-ID TO LP-ACCT-ID
           MOVE 'P' TO LP-TYPE
           MOVE LPP-UI-PAY-DATE-T(LPP-UI-MATCH) TO LP-PAYMENT-DATE
           MOVE LPP-UI-AMOUNT-T(LPP-UI-MATCH) TO LP-AMOUNT
           MOVE LPP-UI-CHANNEL-T(LPP-UI-MATCH) TO LP-CHANNEL
           PERFORM APPLY-ONE-PAYMENT.

       LOAD-UNAPPLIED-LEDGER.
           OPEN INPUT UNAPPLIED-IN
           IF LPP-UA-STATUS = '00'
               PERFORM UNTIL LPP-UA-EOF = 'Y'
                   READ UNAPPLIED-IN
                       AT END MOVE 'Y' TO LPP-UA-EOF
                       NOT AT END
                           ADD 1 TO LPP-UA-COUNT
                           MOVE LUA-ACCT-ID
                               TO LPP-UA-ACCT-T(LPP-UA-COUNT)
                           MOVE LUA-BALANCE
                               TO LPP-UA-BALANCE-T(LPP-UA-COUNT)
                           MOVE LUA-FIRST-HELD-DATE
                               TO LPP-UA-FIRST-T(LPP-UA-COUNT)
                           MOVE LUA-LAST-ACTIVITY-DATE
                               TO LPP-UA-LAST-T(LPP-UA-COUNT)
                   END-READ
               END-PERFORM
               CLOSE UNAPPLIED-IN
           END-IF.

       LOAD-UNIDENT-QUEUE.
           OPEN INPUT UNIDENT-IN
           IF LPP-UI-STATUS = '00'
               PERFORM UNTIL LPP-UI-EOF = 'Y'
                   READ UNIDENT-IN
                       AT END MOVE 'Y' TO LPP-UI-EOF
                       NOT AT END
                           ADD 1 TO LPP-UI-COUNT
                           MOVE LUI-ITEM-ID
                               TO LPP-UI-ID-T(LPP-UI-COUNT)
                           MOVE LUI-RECEIVED-DATE
                               TO LPP-UI-RECEIVED-T(LPP-UI-COUNT)
                           MOVE LUI-PAYMENT-DATE
                               TO LPP-UI-PAY-DATE-T(LPP-UI-COUNT)
                           MOVE LUI-AMOUNT
                               TO LPP-UI-AMOUNT-T(LPP-UI-COUNT)
                           MOVE LUI-CHANNEL
                               TO LPP-UI-CHANNEL-T(LPP-UI-COUNT)
                           MOVE LUI-KEYED-ACCT-ID
                               TO LPP-UI-KEYED-T(LPP-UI-COUNT)
                           MOVE LUI-STATUS
                               TO LPP-UI-STATUS-T(LPP-UI-COUNT)
                           MOVE LUI-ASSIGNED-ACCT-ID
                               TO LPP-UI-ASSIGNED-T(LPP-UI-COUNT)
                           MOVE LUI-ASSIGNED-BY
                               TO LPP-UI-BY-T(LPP-UI-COUNT)
                           MOVE LUI-ASSIGNED-DATE
                               TO LPP-UI-ASSIGN-DATE-T(LPP-UI-COUNT)
                           IF LUI-ITEM-ID > LPP-UI-NEXT-ID
                               MOVE LUI-ITEM-ID TO LPP-UI-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNIDENT-IN
           END-IF.

      *> Accounts whose hold was applied drop off the sub-ledger;
      *> the queue keeps its assigned items as the audit trail of
      *> who put the money where.
       WRITE-UNAPPLIED-LEDGER.
           OPEN OUTPUT UNAPPLIED-OUT
           PERFORM VARYING LPP-UA-IDX FROM 1 BY 1
                   UNTIL LPP-UA-IDX > LPP-UA-COUNT
               IF LPP-UA-BALANCE-T(LPP-UA-IDX) > ZERO
                   MOVE LPP-UA-ACCT-T(LPP-UA-IDX) TO LPU-ACCT-ID
                   MOVE LPP-UA-BALANCE-T(LPP-UA-IDX) TO LPU-BALANCE
                   MOVE LPP-UA-FIRST-T(LPP-UA-IDX)
                       TO LPU-FIRST-HELD-DATE
                   MOVE LPP-UA-LAST-T(LPP-UA-IDX)
                       TO LPU-LAST-ACTIVITY-DATE
                   WRITE UNAPPLIED-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE UNAPPLIED-OUT.

       WRITE-UNIDENT-QUEUE.
           OPEN OUTPUT UNIDENT-OUT
           PERFORM VARYING LPP-UI-IDX FROM 1 BY 1
                   UNTIL LPP-UI-IDX > LPP-UI-COUNT
               MOVE LPP-UI-ID-T(LPP-UI-IDX) TO LPI-ITEM-ID
               MOVE LPP-UI-RECEIVED-T(LPP-UI-IDX) TO LPI-RECEIVED-DATE
               MOVE LPP-UI-PAY-DATE-T(LPP-UI-IDX) TO LPI-PAYMENT-DATE
               MOVE LPP-UI-AMOUNT-T(LPP-UI-IDX) TO LPI-AMOUNT
               MOVE LPP-UI-CHANNEL-T(LPP-UI-IDX) TO LPI-CHANNEL
               MOVE LPP-UI-KEYED-T(LPP-UI-IDX) TO LPI-KEYED-ACCT-ID
               MOVE LPP-UI-STATUS-T(LPP-UI-IDX) TO LPI-STATUS
               MOVE LPP-UI-ASSIGNED-T(LPP-UI-IDX)
                   TO LPI-ASSIGNED-ACCT-ID
               MOVE LPP-UI-BY-T(LPP-UI-IDX) TO LPI-ASSIGNED-BY
               MOVE LPP-UI-ASSIGN-DATE-T(LPP-UI-IDX)
                   TO LPI-ASSIGNED-DATE
               WRITE UNIDENT-OUT-RECORD
           END-PERFORM
           CLOSE UNIDENT-OUT.

      *> The day's net movement of held money: cash received into
      *> the suspense account grows both sides, money released to
      *> the loans shrinks them -- the late-fee feed's net shape.
       WRITE-UNAPPLIED-GL-FEED.
           IF LPP-UA-IN-TOTAL NOT = LPP-UA-OUT-TOTAL
               OPEN OUTPUT UNAPPLIED-GL-FEED-OUT
               MOVE '*HDR*'  TO BCH-RECORD-TYPE
               MOVE 'LNUNAPP ' TO BCH-SOURCE
               MOVE LPP-TODAY TO BCH-BUSINESS-DATE
               MOVE SPACES TO GL-TRANS-RECORD
               MOVE BATCH-HEADER-RECORD TO GL-TRANS-RECORD(1:21)
               PERFORM WRITE-UNAPPLIED-FEED-RECORD
               IF LPP-UA-IN-TOTAL > LPP-UA-OUT-TOTAL
                   COMPUTE LPP-UA-NET-AMOUNT =
                           LPP-UA-IN-TOTAL - LPP-UA-OUT-TOTAL
                   MOVE LPP-GL-CASH-ACCT TO GL-TRANS-ACCT-ID
                   MOVE 'C' TO GL-TRANS-OP-CODE
                   PERFORM WRITE-UNAPPLIED-FEED-LEG
                   MOVE LPP-GL-UNAPP-ACCT TO GL-TRANS-ACCT-ID
                   MOVE 'C' TO GL-TRANS-OP-CODE
                   PERFORM WRITE-UNAPPLIED-FEED-LEG
               ELSE
                   COMPUTE LPP-UA-NET-AMOUNT =
                           LPP-UA-OUT-TOTAL - LPP-UA-IN-TOTAL
                   MOVE LPP-GL-CASH-ACCT TO GL-TRANS-ACCT-ID
                   MOVE 'D' TO GL-TRANS-OP-CODE
                   PERFORM WRITE-UNAPPLIED-FEED-LEG
                   MOVE LPP-GL-UNAPP-ACCT TO GL-TRANS-ACCT-ID
                   MOVE 'D' TO GL-TRANS-OP-CODE
                   PERFORM WRITE-UNAPPLIED-FEED-LEG
               END-IF
               MOVE '*TRL*' TO BCT-RECORD-TYPE
               MOVE LPP-UGL-FEED-COUNT TO BCT-RECORD-COUNT
               MOVE LPP-UGL-FEED-HASH  TO BCT-HASH-TOTAL
               MOVE SPACES TO GL-TRANS-RECORD
               MOVE BATCH-TRAILER-RECORD TO GL-TRANS-RECORD(1:27)
               PERFORM WRITE-UNAPPLIED-FEED-RECORD
               CLOSE UNAPPLIED-GL-FEED-OUT
           END-IF.

       WRITE-UNAPPLIED-FEED-LEG.
           MOVE LPP-UA-NET-AMOUNT TO GL-TRANS-AMOUNT
           MOVE SPACES TO GL-TRANS-REF
           STRING 'UA' DELIMITED BY SIZE
                  LPP-TODAY(3:6) DELIMITED BY SIZE
               INTO GL-TRANS-REF
           MOVE LPP-TODAY TO GL-TRANS-DATE
           PERFORM WRITE-UNAPPLIED-FEED-RECORD
           ADD 1 TO LPP-UGL-FEED-COUNT
           ADD GL-TRANS-AMOUNT TO LPP-UGL-FEED-HASH
           MOVE SPACES TO GL-TRANS-RECORD.

       WRITE-UNAPPLIED-FEED-RECORD.
           MOVE GL-TRANS-RECORD TO UNAPPLIED-GL-FEED-RECORD
           WRITE UNAPPLIED-GL-FEED-RECORD.

      *> Escrow disbursement: we pay the tax or insurance bill;
      *> the escrow balance funds it. A draw the balance cannot
      *> cover suspends rather than going negative, and so does one
      *> with no payee to pay -- no schedule row for the account,
      *> or a payee that is not an open vendor on the AP master.
       POST-ESCROW-DISBURSEMENT.
           PERFORM FIND-ESCROW-PAYEE
           IF LP-AMOUNT > LPP-ESCROW-BAL-T(LPP-MATCH-IX)
               MOVE 'OVERDRAWS ESCROW BALANCE' TO LNS-REASON
               PERFORM WRITE-LOAN-SUSPENSE
           ELSE IF LPP-ESD-MATCH = ZERO
               MOVE 'NO ESCROW PAYEE SCHEDULED' TO LNS-REASON
               PERFORM WRITE-LOAN-SUSPENSE
           ELSE IF LPP-EAP-VEND-MATCH = ZERO
               MOVE 'ESCROW PAYEE NOT ON AP MASTER' TO LNS-REASON
               PERFORM WRITE-LOAN-SUSPENSE
           ELSE IF LPP-EAP-VEND-STATUS-T(LPP-EAP-VEND-MATCH) = 'C'
               MOVE 'ESCROW PAYEE VENDOR CLOSED' TO LNS-REASON
               PERFORM WRITE-LOAN-SUSPENSE
           ELSE
               PERFORM RAISE-ESCROW-AP-INVOICE
               SUBTRACT LP-AMOUNT
                   FROM LPP-ESCROW-BAL-T(LPP-MATCH-IX)
               ADD 1 TO LPP-POSTED-COUNT
      *> (delinquency aging, late fees) must not count it.
               MOVE 'DSB' TO LP-CHANNEL
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           END-IF
           END-IF
           END-IF.

      *> The account's bill this draw pays: the schedule row for the
      *> same amount if there is one, otherwise the account's
      *> earliest scheduled bill. Its payee must be on the vendor
      *> master.
       FIND-ESCROW-PAYEE.
           MOVE ZERO TO LPP-ESD-MATCH
           MOVE 'N' TO LPP-ESD-AMOUNT-HIT
           PERFORM VARYING LPP-ESD-IDX FROM 1 BY 1
                   UNTIL LPP-ESD-IDX > LPP-ESD-COUNT
               IF LPP-ESD-ACCT-T(LPP-ESD-IDX) = LP-ACCT-ID
                   PERFORM WEIGH-ESCROW-SCHED-ROW
               END-IF
           END-PERFORM
           MOVE ZERO TO LPP-EAP-VEND-MATCH
           IF LPP-ESD-MATCH > ZERO
               SET LPP-EAP-VEND-IX TO 1
               SEARCH LPP-EAP-VEND-ENTRY
                   AT END
                       CONTINUE
                   WHEN LPP-EAP-VEND-IX > LPP-EAP-VEND-COUNT
                       CONTINUE
                   WHEN LPP-EAP-VEND-ID-T(LPP-EAP-VEND-IX)
                           = LPP-ESD-PAYEE-T(LPP-ESD-MATCH)
                       SET LPP-EAP-VEND-MATCH TO LPP-EAP-VEND-IX
               END-SEARCH
           END-IF.

       WEIGH-ESCROW-SCHED-ROW.
           IF LPP-ESD-AMOUNT-T(LPP-ESD-IDX) = LP-AMOUNT
               IF LPP-ESD-AMOUNT-HIT = 'N'
                   MOVE LPP-ESD-IDX TO LPP-ESD-MATCH
                   MOVE 'Y' TO LPP-ESD-AMOUNT-HIT
               ELSE IF LPP-ESD-DATE-T(LPP-ESD-IDX)
                       < LPP-ESD-DATE-T(LPP-ESD-MATCH)
                   MOVE LPP-ESD-IDX TO LPP-ESD-MATCH
               END-IF
               END-IF
           ELSE IF LPP-ESD-AMOUNT-HIT = 'N'
               IF LPP-ESD-MATCH = ZERO
                   MOVE LPP-ESD-IDX TO LPP-ESD-MATCH
               ELSE IF LPP-ESD-DATE-T(LPP-ESD-IDX)
                       < LPP-ESD-DATE-T(LPP-ESD-MATCH)
                   MOVE LPP-ESD-IDX TO LPP-ESD-MATCH
               END-IF
               END-IF
           END-IF
           END-IF.

      *> One open invoice per draw, payable to the scheduled payee
      *> on the bill's due date. Force-placed cover is the
      *> exception: its schedule row is next year's renewal, and the
      *> premium for the cover placed now is owed now. The invoice
      *> number is the account id and the due year-month.
       RAISE-ESCROW-AP-INVOICE.
           IF LP-CHANNEL = 'FPI'
               MOVE LP-PAYMENT-DATE TO LPP-EAP-DUE-DATE
           ELSE
               MOVE LPP-ESD-DATE-T(LPP-ESD-MATCH) TO LPP-EAP-DUE-DATE
           END-IF
           MOVE SPACES TO AP-OPEN-RECORD
           MOVE LPP-ESD-PAYEE-T(LPP-ESD-MATCH) TO AP-OPN-VEND-ID
           STRING LP-ACCT-ID DELIMITED BY SIZE
                  LPP-EAP-DUE-DATE(3:4) DELIMITED BY SIZE
               INTO AP-OPN-INV-NUMBER
           MOVE LP-PAYMENT-DATE TO AP-OPN-INV-DATE
           MOVE LPP-EAP-DUE-DATE TO AP-OPN-DUE-DATE
           MOVE LP-AMOUNT TO AP-OPN-AMOUNT
           MOVE LPP-GL-ESCROW-ACCT TO AP-OPN-EXPENSE-ACCT
           MOVE 'O' TO AP-OPN-STATUS
           MOVE ZERO TO AP-OPN-QUANTITY
           MOVE ZERO TO AP-OPN-UNIT-PRICE
           WRITE AP-OPEN-RECORD
           ADD 1 TO LPP-EAP-INVOICE-COUNT
           ADD LP-AMOUNT TO LPP-EAP-TOTAL.

       LOAD-ESCROW-SCHEDULE.
           OPEN INPUT ESCROW-SCHED-IN
           IF LPP-ESD-STATUS = '00'
               PERFORM UNTIL LPP-ESD-EOF = 'Y'
                   READ ESCROW-SCHED-IN
                       AT END MOVE 'Y' TO LPP-ESD-EOF
                       NOT AT END
                           ADD 1 TO LPP-ESD-COUNT
                           MOVE ESD-ACCT-ID
                               TO LPP-ESD-ACCT-T(LPP-ESD-COUNT)
                           MOVE ESD-NEXT-DATE
                               TO LPP-ESD-DATE-T(LPP-ESD-COUNT)
                           MOVE ESD-AMOUNT
                               TO LPP-ESD-AMOUNT-T(LPP-ESD-COUNT)
                           MOVE ESD-PAYEE-VEND-ID
                               TO LPP-ESD-PAYEE-T(LPP-ESD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ESCROW-SCHED-IN
           END-IF.

       LOAD-AP-VENDORS.
           OPEN INPUT AP-VENDOR-IN
           IF LPP-EAP-VEND-STATUS = '00'
               PERFORM UNTIL LPP-EAP-VEND-EOF = 'Y'
                   READ AP-VENDOR-IN
                       AT END MOVE 'Y' TO LPP-EAP-VEND-EOF
                       NOT AT END
                           ADD 1 TO LPP-EAP-VEND-COUNT
                           MOVE AP-VEND-ID TO
                               LPP-EAP-VEND-ID-T(LPP-EAP-VEND-COUNT)
                           MOVE AP-VEND-STATUS TO
                               LPP-EAP-VEND-STATUS-T(LPP-EAP-VEND-COUNT)
                   END-READ
               END-PERFORM
               CLOSE AP-VENDOR-IN
           ELSE
               DISPLAY 'VENDOR MASTER NOT FOUND: ' LPP-EAP-VEND-STATUS
           END-IF.

      *> The day's escrow bills move from the borrowers' escrow
      *> liability to accounts payable: escrow shrinks ('D'), the
      *> payable grows ('C'). The payment run then takes both the
      *> payable and cash down for the same amount.
       WRITE-ESCROW-AP-GL-FEED.
           IF LPP-EAP-TOTAL > ZERO
               OPEN OUTPUT ESCROW-AP-GL-FEED-OUT
               MOVE '*HDR*'  TO BCH-RECORD-TYPE
               MOVE 'LNESCAP ' TO BCH-SOURCE
               MOVE LPP-TODAY TO BCH-BUSINESS-DATE
               MOVE SPACES TO GL-TRANS-RECORD
               MOVE BATCH-HEADER-RECORD TO GL-TRANS-RECORD(1:21)
               PERFORM WRITE-ESCROW-AP-FEED-RECORD
               MOVE LPP-GL-ESCROW-ACCT TO GL-TRANS-ACCT-ID
               MOVE 'D' TO GL-TRANS-OP-CODE
               PERFORM WRITE-ESCROW-AP-FEED-LEG
               MOVE LPP-GL-PAYABLE-ACCT TO GL-TRANS-ACCT-ID
               MOVE 'C' TO GL-TRANS-OP-CODE
               PERFORM WRITE-ESCROW-AP-FEED-LEG
               MOVE '*TRL*' TO BCT-RECORD-TYPE
               MOVE LPP-EGL-FEED-COUNT TO BCT-RECORD-COUNT
               MOVE LPP-EGL-FEED-HASH  TO BCT-HASH-TOTAL
               MOVE SPACES TO GL-TRANS-RECORD
               MOVE BATCH-TRAILER-RECORD TO GL-TRANS-RECORD(1:27)
               PERFORM WRITE-ESCROW-AP-FEED-RECORD
               CLOSE ESCROW-AP-GL-FEED-OUT
           END-IF.

       WRITE-ESCROW-AP-FEED-LEG.
           MOVE LPP-EAP-TOTAL TO GL-TRANS-AMOUNT
           MOVE SPACES TO GL-TRANS-REF
           STRING 'EA' DELIMITED BY SIZE
                  LPP-TODAY(3:6) DELIMITED BY SIZE
               INTO GL-TRANS-REF
           MOVE LPP-TODAY TO GL-TRANS-DATE
           PERFORM WRITE-ESCROW-AP-FEED-RECORD
           ADD 1 TO LPP-EGL-FEED-COUNT
           ADD GL-TRANS-AMOUNT TO LPP-EGL-FEED-HASH
           MOVE SPACES TO GL-TRANS-RECORD.

       WRITE-ESCROW-AP-FEED-RECORD.
           MOVE GL-TRANS-RECORD TO ESCROW-AP-GL-FEED-RECORD
           WRITE ESCROW-AP-GL-FEED-RECORD.

      *> The month's interest accrues the way the amortization
      *> schedule computes it; the payment covers interest first,
      *> the remainder retires principal. A payment larger than the
               PERFORM SET-REFUND-METHOD
               WRITE LOAN-REFUND-RECORD
           END-IF
      *> A borrower whose address is flagged bad by returned mail
      *> gets no paper letter; it goes on the address-research
      *> worklist instead.
           IF LPP-CLOSE-ADDR-STATUS = 'B'
               PERFORM REGISTER-LETTER-WITHHELD
           ELSE
               PERFORM WRITE-PAIDOFF-LETTER
           END-IF
           MOVE ZERO TO LPP-ESCROW-BAL-T(LPP-MATCH-IX)
           MOVE SPACES TO LPP-CLOSE-LINE-WORK
           STRING '  ' DELIMITED BY SIZE

       FIND-BORROWER-NAME.
           MOVE 'UNKNOWN BORROWER    ' TO LPP-CLOSE-NAME
           MOVE SPACE TO LPP-CLOSE-ADDR-STATUS
           MOVE SPACES TO LPP-CLOSE-RET-DATE
           MOVE SPACES TO LPP-CLOSE-RET-REASON
           SET LPP-BORR-IX TO 1
           SEARCH LPP-BORR-ENTRY
               AT END
                   CONTINUE
               WHEN LPP-BORR-IX > LPP-BORR-COUNT
                   CONTINUE
               WHEN LPP-BORR-ACCT-T(LPP-BORR-IX)
                       = LPP-ACCT-ID-T(LPP-MATCH-IX)
                   MOVE LPP-BORR-NAME-T(LPP-BORR-IX)
                       TO LPP-CLOSE-NAME
                   MOVE LPP-BORR-ADDR-STATUS-T(LPP-BORR-IX)
                       TO LPP-CLOSE-ADDR-STATUS
                   MOVE LPP-BORR-RET-DATE-T(LPP-BORR-IX)
                       TO LPP-CLOSE-RET-DATE
                   MOVE LPP-BORR-RET-REASON-T(LPP-BORR-IX)
                       TO LPP-CLOSE-RET-REASON
           END-SEARCH.

       REGISTER-LETTER-WITHHELD.
           ADD 1 TO LPP-LETTER-WITHHELD
           DISPLAY 'ADDRESS FLAGGED BAD ON '
                   LPP-ACCT-ID-T(LPP-MATCH-IX)
                   ' -- PAID-IN-FULL LETTER WITHHELD'
           OPEN EXTEND ADDR-RESEARCH-OUT
           IF LPP-ARW-STATUS = '35'
               OPEN OUTPUT ADDR-RESEARCH-OUT
           END-IF
           MOVE 'L' TO ARW-SUBJECT-TYPE
           MOVE LPP-ACCT-ID-T(LPP-MATCH-IX) TO ARW-SUBJECT-ID
           MOVE 'PAID' TO ARW-DOC-TYPE
           MOVE 'LOANPAYMENTPOSTING  ' TO ARW-JOB-NAME
           MOVE LPP-TODAY TO ARW-RUN-DATE
           MOVE 'W' TO ARW-ACTION
           MOVE LPP-CLOSE-RET-DATE TO ARW-RETURN-DATE
           MOVE LPP-CLOSE-RET-REASON TO ARW-RETURN-REASON
           WRITE ADDRESS-RESEARCH-RECORD
           CLOSE ADDR-RESEARCH-OUT.

       WRITE-PAIDOFF-LETTER.
           MOVE SPACES TO PAIDOFF-LETTER-LINE
           STRING 'RE: LOAN ' DELIMITED BY SIZE
                   READ LOAN-BORROWER-IN
                       AT END MOVE 'Y' TO LPP-BORR-EOF
                       NOT AT END
                           IF LPP-BORR-COUNT < 500
                               PERFORM STORE-BORROWER-NAME
                           ELSE
                               MOVE 'Y' TO LPP-BORR-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-BORROWER-IN
           END-IF
           IF LPP-BORR-OVERFLOW = 'Y'
               DISPLAY 'BORROWER FILE OVER 500 ROWS -- LATER '
                       'BORROWERS NOT NAMED ON CLOSURE LETTERS'
           END-IF.

       STORE-BORROWER-NAME.
           ADD 1 TO LPP-BORR-COUNT
           MOVE LB-ACCT-ID TO LPP-BORR-ACCT-T(LPP-BORR-COUNT)
           MOVE LB-NAME TO LPP-BORR-NAME-T(LPP-BORR-COUNT)
           MOVE LB-ADDR-STATUS TO LPP-BORR-ADDR-STATUS-T(LPP-BORR-COUNT)
           MOVE LB-MAIL-RETURN-DATE
               TO LPP-BORR-RET-DATE-T(LPP-BORR-COUNT)
           MOVE LB-MAIL-RETURN-REASON
               TO LPP-BORR-RET-REASON-T(LPP-BORR-COUNT).

       WRITE-JOURNAL-RECORD.
           MOVE LP-ACCT-ID        TO LPJ-ACCT-ID
           MOVE LP-PAYMENT-DATE   TO LPJ-PAYMENT-DATE
               MOVE LPP-TERM-REMAIN-T(LPP-IDX)
                   TO LPP-OUT-TERM-REMAIN
               MOVE LPP-FEE-BAL-T(LPP-IDX) TO LPP-OUT-FEE-BAL
               MOVE LPP-ORIG-DATE-T(LPP-IDX) TO LPP-OUT-ORIG-DATE
               MOVE LPP-ORIG-BALANCE-T(LPP-IDX)
                   TO LPP-OUT-ORIG-BALANCE
               WRITE LOAN-ACCOUNT-OUT-RECORD
           END-PERFORM
           CLOSE LOAN-ACCOUNT-OUT.
