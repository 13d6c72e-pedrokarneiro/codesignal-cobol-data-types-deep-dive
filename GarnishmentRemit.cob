               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GARN-ACH-OUT ASSIGN TO "data/GARN-ACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Every file built for the bank is entered on the
      *> transmission register for acknowledgment matching.
           SELECT XMIT-REGISTER-OUT ASSIGN TO "data/XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRM-XMIT-STATUS.
           SELECT GARN-REGISTER-OUT ASSIGN TO "data/GARN-REMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  GARN-ACH-OUT.
       01  GARN-ACH-LINE                 PIC X(94).

       FD  XMIT-REGISTER-OUT.
       COPY XMITREG.

       FD  GARN-REGISTER-OUT.
       01  GARN-REGISTER-LINE            PIC X(100).

       01 GRM-FILE-STATUSES.
           05 GRM-ORDER-STATUS          PIC XX.
           05 GRM-WH-STATUS             PIC XX.
           05 GRM-XMIT-STATUS           PIC XX.

       01 GRM-TODAY                     PIC X(8).

       01 GRM-EDIT-AMOUNT               PIC ZZZ,ZZ9.99.
       01 GRM-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GRM-TODAY
           MOVE GRM-TODAY(3:6) TO GRM-TODAY-YYMMDD
           MOVE FUNCTION CURRENT-DATE(9:4) TO GRM-NOW-HHMM
           PERFORM LOAD-ORDER-TABLE
           PERFORM LOAD-WITHHOLDING-DETAIL
           PERFORM SUM-UNREMITTED-PER-ORDER
           PERFORM WRITE-AGENCY-ACH-FILE
           PERFORM WRITE-TRANSMISSION-REGISTER
           PERFORM WRITE-REMIT-REGISTER
           PERFORM REWRITE-WITHHOLDING-DETAIL
           DISPLAY 'Orders on master     = ' GRM-ORDER-COUNT
               WRITE GARN-WH-OUT-RECORD
           END-PERFORM
           CLOSE GARN-WH-OUT.

      *> One row on the transmission register for the file just
      *> closed, carrying the totals BankAckMatch.cob expects the
      *> bank's acknowledgment to report back.
       WRITE-TRANSMISSION-REGISTER.
           OPEN EXTEND XMIT-REGISTER-OUT
           IF GRM-XMIT-STATUS = '35'
               OPEN OUTPUT XMIT-REGISTER-OUT
           END-IF
           MOVE SPACES TO TRANSMISSION-REGISTER-RECORD
           MOVE 'GARN-ACH.DAT' TO XMT-FILE-NAME
           MOVE 'GARNACH' TO XMT-FILE-TYPE
           MOVE 'GARNISHMENTREMIT' TO XMT-JOB-NAME
           MOVE GRM-TODAY TO XMT-CREATE-DATE
           MOVE GRM-NOW-HHMM TO XMT-CREATE-TIME(1:4)
           MOVE '00' TO XMT-CREATE-TIME(5:2)
           MOVE GRM-ACH-ENTRY-COUNT TO XMT-ENTRY-COUNT
           COMPUTE XMT-CREDIT-TOTAL = GRM-TOTAL-CREDIT-CENTS / 100
           MOVE ZERO TO XMT-DEBIT-TOTAL
           MOVE GRM-ACH-ENTRY-HASH TO XMT-FILE-HASH
           MOVE 'P' TO XMT-ACK-STATUS
           WRITE TRANSMISSION-REGISTER-RECORD
           CLOSE XMIT-REGISTER-OUT.
