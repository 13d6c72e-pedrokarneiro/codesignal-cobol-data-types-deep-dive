               FILE STATUS IS LAP-ACCT-STATUS.
           SELECT ACH-FILE-OUT ASSIGN TO "data/LOANACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Every file built for the bank is entered on the
      *> transmission register for acknowledgment matching.
           SELECT XMIT-REGISTER-OUT ASSIGN TO "data/XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAP-XMIT-STATUS.
      *> Completed-cycle run control, the payroll run's PAYCTL
      *> discipline: one debit origination per month, reruns only
      *> under the supervisor override card, which also purges the
           SELECT AUTOPAY-PARM-IN ASSIGN TO "data/LOANACH-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAP-PARM-STATUS.
      *> Servicing holds (bankruptcy, forbearance) and the
      *> register of what each collection job skipped for one.
           SELECT SERVICING-HOLD-IN ASSIGN TO "data/LNHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAP-HOLD-STATUS.
           SELECT HOLD-SKIP-OUT ASSIGN TO "data/LNHOLD-SKIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAP-HSK-STATUS.
           SELECT LOAN-PAYMENT-IN ASSIGN TO "data/LOANPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAP-PAY-IN-STATUS.
       FD  ACH-FILE-OUT.
       01  ACH-LINE                      PIC X(94).

       FD  XMIT-REGISTER-OUT.
       COPY XMITREG.

       FD  ACH-CTL-IN.
       01  ACH-CTL-IN-RECORD.
           05 LAC-IN-CYCLE              PIC X(6).
       01  AUTOPAY-PARM-CARD.
           05 LAP-PARM-OVERRIDE         PIC X(1).

       FD  SERVICING-HOLD-IN.
       COPY LNHOLD.

       FD  HOLD-SKIP-OUT.
       01  HOLD-SKIP-RECORD.
           05 HSK-JOB-NAME               PIC X(20).
           05 HSK-ACCT-ID                PIC X(6).
           05 HSK-HOLD-TYPE              PIC X(2).
           05 HSK-CASE-REF               PIC X(15).
           05 HSK-ACTION                 PIC X(24).
           05 HSK-RUN-DATE               PIC X(8).

       FD  LOAN-PAYMENT-IN.
       01  LOAN-PAYMENT-IN-RECORD       PIC X(27).

           05 LAP-CTL-OUT-STATUS        PIC XX.
           05 LAP-PARM-STATUS           PIC XX.
           05 LAP-PAY-IN-STATUS         PIC XX.
           05 LAP-XMIT-STATUS           PIC XX.

       01 LAP-CYCLE-CONTROL.
           05 LAP-THIS-CYCLE            PIC X(6).
           05 LAP-PURGE-KEEP-T          PIC X(27)
                                        OCCURS 2000 TIMES.

      *> Servicing holds in effect today, loaded at start-up; an
      *> account under one is not collected on, and each skip
      *> counts and registers.
       01 LAP-HOLD-CONTROL.
           05 LAP-HOLD-STATUS           PIC XX.
           05 LAP-HSK-STATUS            PIC XX.
           05 LAP-HOLD-EOF              PIC X VALUE 'N'.
           05 LAP-HOLD-COUNT            PIC 9(4) VALUE ZERO.
           05 LAP-HOLD-IDX              PIC 9(4).
           05 LAP-HOLD-HIT              PIC X.
           05 LAP-HOLD-ACCT             PIC X(6).
           05 LAP-HOLD-TYPE             PIC X(2).
           05 LAP-HOLD-CASE             PIC X(15).
           05 LAP-HOLD-SKIPPED          PIC 9(4) VALUE ZERO.

       01 LAP-HOLD-TABLE.
           05 LAP-HOLD-ENTRY OCCURS 500 TIMES.
               10 LAP-HOLD-ACCT-T       PIC X(6).
               10 LAP-HOLD-TYPE-T       PIC X(2).
               10 LAP-HOLD-CASE-T       PIC X(15).

       01 LAP-TODAY                     PIC X(8).
       01 LAP-TODAY-DD                  PIC 9(2).
       01 LAP-TODAY-YYMMDD              PIC X(6).
           05 LAP-IMM-ORIG-NAME         PIC X(23)
                                         VALUE 'ACME LOAN SERVICING'.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           SET ENVIRONMENT "COB_LS_FIXED" TO "Y"
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LAP-TODAY
           MOVE LAP-TODAY(7:2) TO LAP-TODAY-DD
           MOVE LAP-TODAY(3:6) TO LAP-TODAY-YYMMDD
           CALL 'BankingDay' USING LAP-TODAY
           PERFORM CHECK-CYCLE-CONTROL
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-LOAN-ACCOUNTS
           PERFORM LOAD-SERVICING-HOLDS
           MOVE FUNCTION CURRENT-DATE(9:4) TO LAP-NOW-HHMM
           OPEN OUTPUT ACH-FILE-OUT
           PERFORM WRITE-FILE-HEADER
           PERFORM WRITE-BATCH-CONTROL
           PERFORM WRITE-FILE-CONTROL
           CLOSE ACH-FILE-OUT
           PERFORM WRITE-TRANSMISSION-REGISTER
           PERFORM WRITE-ENROLLMENT-FILE
           PERFORM MARK-CYCLE-COMPLETE
           DISPLAY 'Enrollments on file  = ' LAP-ENR-COUNT
           DISPLAY 'Prenotes sent        = ' LAP-PRENOTES-SENT
           DISPLAY 'Debits originated    = ' LAP-DEBITS-SENT
           DISPLAY 'Debits held back     = ' LAP-HOLD-SKIPPED
           STOP RUN.

       LOAD-ENROLLMENTS.
                   AND LAP-ACCT-STATUS-T(LAP-ACCT-MATCH) NOT = 'C'
                   AND LAP-ACCT-STATUS-T(LAP-ACCT-MATCH) NOT = 'O'
                   AND LAP-ACCT-PAYMENT-T(LAP-ACCT-MATCH) > ZERO
                   MOVE LAP-ENR-ACCT-T(LAP-ENR-IDX) TO LAP-HOLD-ACCT
                   PERFORM CHECK-SERVICING-HOLD
                   IF LAP-HOLD-HIT = 'Y'
                       PERFORM REGISTER-HOLD-SKIP
                   ELSE
                       PERFORM WRITE-DEBIT-ENTRY
                       PERFORM WRITE-LOANPAY-TRANSACTION
                   END-IF
               END-IF
           END-IF.

           MOVE LAP-TODAY TO LAC-OUT-RUN-DATE
           WRITE ACH-CTL-OUT-RECORD
           CLOSE ACH-CTL-OUT.

      *> Only holds in effect today are kept: active, started, and
      *> not past their expected end (spaces = open-ended).
       LOAD-SERVICING-HOLDS.
           OPEN INPUT SERVICING-HOLD-IN
           IF LAP-HOLD-STATUS = '00'
               PERFORM UNTIL LAP-HOLD-EOF = 'Y'
                   READ SERVICING-HOLD-IN
                       AT END MOVE 'Y' TO LAP-HOLD-EOF
                       NOT AT END
                           IF LNH-STATUS = 'A'
                               AND LNH-START-DATE <= LAP-TODAY
                               AND (LNH-EXPECTED-END = SPACES
                                    OR LNH-EXPECTED-END >= LAP-TODAY)
                               IF LAP-HOLD-COUNT >= 500
                                   DISPLAY 'SERVICING-HOLD TABLE FULL'
                                           ' AT 500 -- RUN STOPPED'
                                   STOP RUN
                               END-IF
                               ADD 1 TO LAP-HOLD-COUNT
                               MOVE LNH-ACCT-ID
                                   TO LAP-HOLD-ACCT-T(LAP-HOLD-COUNT)
                               MOVE LNH-HOLD-TYPE
                                   TO LAP-HOLD-TYPE-T(LAP-HOLD-COUNT)
                               MOVE LNH-CASE-REF
                                   TO LAP-HOLD-CASE-T(LAP-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICING-HOLD-IN
           END-IF.

       CHECK-SERVICING-HOLD.
           MOVE 'N' TO LAP-HOLD-HIT
           PERFORM VARYING LAP-HOLD-IDX FROM 1 BY 1
                   UNTIL LAP-HOLD-IDX > LAP-HOLD-COUNT
               IF LAP-HOLD-ACCT-T(LAP-HOLD-IDX) = LAP-HOLD-ACCT
                   MOVE 'Y' TO LAP-HOLD-HIT
                   MOVE LAP-HOLD-TYPE-T(LAP-HOLD-IDX) TO LAP-HOLD-TYPE
                   MOVE LAP-HOLD-CASE-T(LAP-HOLD-IDX) TO LAP-HOLD-CASE
               END-IF
           END-PERFORM.

       REGISTER-HOLD-SKIP.
           ADD 1 TO LAP-HOLD-SKIPPED
           DISPLAY 'SERVICING HOLD ' LAP-HOLD-TYPE ' ON '
                   LAP-HOLD-ACCT ' -- DEBIT SKIPPED'
           OPEN EXTEND HOLD-SKIP-OUT
           IF LAP-HSK-STATUS = '35'
               OPEN OUTPUT HOLD-SKIP-OUT
           END-IF
           MOVE 'LOANAUTOPAYEXPORT   ' TO HSK-JOB-NAME
           MOVE LAP-HOLD-ACCT TO HSK-ACCT-ID
           MOVE LAP-HOLD-TYPE TO HSK-HOLD-TYPE
           MOVE LAP-HOLD-CASE TO HSK-CASE-REF
           MOVE 'AUTO-PAY DEBIT SKIPPED  ' TO HSK-ACTION
           MOVE LAP-TODAY TO HSK-RUN-DATE
           WRITE HOLD-SKIP-RECORD
           CLOSE HOLD-SKIP-OUT.

      *> One row on the transmission register for the file just
      *> closed, carrying the totals BankAckMatch.cob expects the
      *> bank's acknowledgment to report back.
       WRITE-TRANSMISSION-REGISTER.
           OPEN EXTEND XMIT-REGISTER-OUT
           IF LAP-XMIT-STATUS = '35'
               OPEN OUTPUT XMIT-REGISTER-OUT
           END-IF
           MOVE SPACES TO TRANSMISSION-REGISTER-RECORD
           MOVE 'LOANACH.DAT' TO XMT-FILE-NAME
           MOVE 'LOANACH' TO XMT-FILE-TYPE
           MOVE 'LOANAUTOPAYEXPORT' TO XMT-JOB-NAME
           MOVE LAP-TODAY TO XMT-CREATE-DATE
           MOVE LAP-NOW-HHMM TO XMT-CREATE-TIME(1:4)
           MOVE '00' TO XMT-CREATE-TIME(5:2)
           MOVE LAP-ENTRY-COUNT TO XMT-ENTRY-COUNT
           COMPUTE XMT-DEBIT-TOTAL = LAP-TOTAL-DEBIT-CENTS / 100
           MOVE ZERO TO XMT-CREDIT-TOTAL
           MOVE LAP-ENTRY-HASH TO XMT-FILE-HASH
           MOVE 'P' TO XMT-ACK-STATUS
           WRITE TRANSMISSION-REGISTER-RECORD
           CLOSE XMIT-REGISTER-OUT.
