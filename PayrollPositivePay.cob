               FILE STATUS IS PPP-RUNPARM-STATUS.
           SELECT POSPAY-FILE-OUT ASSIGN TO "data/POSPAY-ISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Every file built for the bank is entered on the
      *> transmission register for acknowledgment matching.
           SELECT XMIT-REGISTER-OUT ASSIGN TO "data/XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPP-XMIT-STATUS.
      *> Void-and-reissue transactions for the stale checks: a 'V'
      *> row voiding the old number and an 'R' row telling the next
      *> check run to cut a replacement.
       FD  POSPAY-FILE-OUT.
       01  POSPAY-LINE                   PIC X(50).

       FD  XMIT-REGISTER-OUT.
       COPY XMITREG.

       FD  CHECK-VOID-OUT.
       01  CHECK-VOID-RECORD.
           05 PCV-ACTION                 PIC X(1).
           05 PPP-STMT-STATUS           PIC XX.
           05 PPP-RUNPARM-STATUS        PIC XX.
           05 PPP-VOID-STATUS           PIC XX.
           05 PPP-XMIT-STATUS           PIC XX.

       01 PPP-TODAY                     PIC X(8).
       01 PPP-TODAY-9 REDEFINES PPP-TODAY
           05 PPP-ESCHEAT-COUNT         PIC 9(6) VALUE ZERO.
           05 PPP-AGE-DAYS              PIC S9(5).
           05 PPP-ISSUE-TOTAL-CENTS     PIC 9(12) VALUE ZERO.
           05 PPP-CHECK-HASH            PIC 9(10) VALUE ZERO.
           05 PPP-AMOUNT-CENTS          PIC 9(10).

       01 PPP-EDIT-FIELDS.

       01 PPP-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO PPP-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CLEARED-REFERENCES
           PERFORM LOAD-EARLIER-VOIDS
           PERFORM SCAN-CHECK-REGISTER
           PERFORM WRITE-POSPAY-TRAILER
           CLOSE POSPAY-FILE-OUT
           PERFORM WRITE-TRANSMISSION-REGISTER
           CLOSE CHECK-VOID-OUT
           CLOSE STALE-REPORT-OUT
           DISPLAY 'Checks on register   = ' PPP-CHECKS-READ
           ADD 1 TO PPP-ISSUED-TODAY
           COMPUTE PPP-AMOUNT-CENTS = CHK-AMOUNT * 100
           ADD PPP-AMOUNT-CENTS TO PPP-ISSUE-TOTAL-CENTS
           ADD CHK-NUMBER TO PPP-CHECK-HASH
           MOVE SPACES TO POSPAY-LINE
           STRING 'PPD' DELIMITED BY SIZE
                  CHK-NUMBER DELIMITED BY SIZE
                   MOVE 'Y' TO PPP-ALREADY-VOIDED
               END-IF
           END-PERFORM.

      *> One row on the transmission register for the file just
      *> closed, carrying the totals BankAckMatch.cob expects the
      *> bank's acknowledgment to report back.
       WRITE-TRANSMISSION-REGISTER.
           OPEN EXTEND XMIT-REGISTER-OUT
           IF PPP-XMIT-STATUS = '35'
               OPEN OUTPUT XMIT-REGISTER-OUT
           END-IF
           MOVE SPACES TO TRANSMISSION-REGISTER-RECORD
           MOVE 'POSPAY-ISSUE.DAT' TO XMT-FILE-NAME
           MOVE 'POSPAY' TO XMT-FILE-TYPE
           MOVE 'PAYROLLPOSITIVEPAY' TO XMT-JOB-NAME
           MOVE PPP-TODAY TO XMT-CREATE-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO XMT-CREATE-TIME
           MOVE PPP-ISSUED-TODAY TO XMT-ENTRY-COUNT
           COMPUTE XMT-CREDIT-TOTAL = PPP-ISSUE-TOTAL-CENTS / 100
           MOVE ZERO TO XMT-DEBIT-TOTAL
           MOVE PPP-CHECK-HASH TO XMT-FILE-HASH
           MOVE 'P' TO XMT-ACK-STATUS
           WRITE TRANSMISSION-REGISTER-RECORD
           CLOSE XMIT-REGISTER-OUT.
