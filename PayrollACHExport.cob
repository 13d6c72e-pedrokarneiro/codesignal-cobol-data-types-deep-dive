               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-FILE-OUT ASSIGN TO "data/PAYROLL-ACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Every file built for the bank is entered on the
      *> transmission register for acknowledgment matching.
           SELECT XMIT-REGISTER-OUT ASSIGN TO "data/XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACH-XMIT-STATUS.
      *> Run card: mode 'P' (prenote run -- zero-dollar
      *> entries for new or changed bank details, read off the
      *> employee master) or 'L' (live payroll export, the default
               FILE STATUS IS ACH-CHKCTL-IN-STATUS.
           SELECT CHECK-CTL-OUT ASSIGN TO "data/PAYCHKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Pre-release variance audit (PayrollVarianceAudit): its
      *> control row and flags for the pay date, and the payroll
      *> supervisor's sign-offs. A live export refuses to run until
      *> the audit has seen the register as it now stands and every
      *> flag is confirmed or held.
           SELECT VARIANCE-CTL-IN ASSIGN TO "data/PAYVARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACH-VARCTL-STATUS.
           SELECT VARIANCE-FLAG-IN ASSIGN TO "data/PAYVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACH-VARFLAG-STATUS.
           SELECT SIGNOFF-IN ASSIGN TO "data/PAYVSIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACH-SIGNOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-FILE-OUT.
       01  ACH-LINE                      PIC X(94).

       FD  XMIT-REGISTER-OUT.
       COPY XMITREG.

       FD  ACH-RUN-PARM-IN.
       01  ACH-RUN-PARM-CARD.
           05 ACH-PARM-MODE              PIC X(1).
       01  CHECK-CTL-OUT-RECORD.
           05 CHK-CTL-OUT-NEXT-NUMBER    PIC 9(6).

       FD  VARIANCE-CTL-IN.
       COPY PAYVARCT.

       FD  VARIANCE-FLAG-IN.
       COPY PAYVAR.

       FD  SIGNOFF-IN.
       COPY PAYVSIGN.

       WORKING-STORAGE SECTION.
      *> Company/bank identifiers are fictional placeholders for this
      *> in-house demo; a real shop would pull these from a bank-
       01 ACH-PARM-STATUS                PIC XX.
       01 ACH-EMP-STATUS                 PIC XX.
       01 ACH-PRENOTE-IN-STATUS          PIC XX.
       01 ACH-XMIT-STATUS                PIC XX.
       01 ACH-RUN-MODE                   PIC X VALUE 'L'.
       01 ACH-EXPORT-PAY-DATE            PIC X(8) VALUE SPACES.
      *> Days a prenote has to age at the bank before the live
       01 ACH-BLANK-20                   PIC X(20) VALUE SPACES.
       01 ACH-BLANK-39                   PIC X(39) VALUE SPACES.

      *> Variance-audit release gate.
       01 ACH-VARIANCE-CONTROL.
           05 ACH-VARCTL-STATUS          PIC XX.
           05 ACH-VARFLAG-STATUS         PIC XX.
           05 ACH-SIGNOFF-STATUS         PIC XX.
           05 ACH-VARFLAG-EOF            PIC X VALUE 'N'.
           05 ACH-SIGNOFF-EOF            PIC X VALUE 'N'.
           05 ACH-RECOUNT-EOF            PIC X VALUE 'N'.
           05 ACH-AUDITED-PAY-DATE       PIC X(8) VALUE SPACES.
           05 ACH-AUDITED-ROWS           PIC 9(6) VALUE ZERO.
           05 ACH-AUDITED-NET            PIC 9(10)V99 VALUE ZERO.
           05 ACH-AUDITED-FLAGS          PIC 9(6) VALUE ZERO.
           05 ACH-RECOUNT-ROWS           PIC 9(6) VALUE ZERO.
           05 ACH-RECOUNT-NET            PIC 9(10)V99 VALUE ZERO.
           05 ACH-FLAGS-READ             PIC 9(6) VALUE ZERO.
           05 ACH-FLAGS-UNSIGNED         PIC 9(6) VALUE ZERO.
           05 ACH-SIGNOFF-COUNT          PIC 9(4) VALUE ZERO.
           05 ACH-VARHOLD-COUNT          PIC 9(4) VALUE ZERO.
           05 ACH-VARHOLD-FOUND          PIC X.
           05 ACH-REG-RUN-TYPE           PIC X(1).

       01 ACH-SIGNOFF-TABLE.
           05 ACH-SIGNOFF-ENTRY OCCURS 2000 TIMES
                                INDEXED BY ACH-SIGN-IX.
               10 ACH-SG-EMP-ID-T        PIC X(6).
               10 ACH-SG-RUN-TYPE-T      PIC X(1).
               10 ACH-SG-FLAG-CODE-T     PIC X(4).
               10 ACH-SG-ACTION-T        PIC X(1).

      *> Pay held off the file at sign-off, by employee and run type.
       01 ACH-VARHOLD-TABLE.
           05 ACH-VARHOLD-ENTRY OCCURS 2000 TIMES
                                INDEXED BY ACH-VARHOLD-IX.
               10 ACH-VH-EMP-ID-T        PIC X(6).
               10 ACH-VH-RUN-TYPE-T      PIC X(1).

       01 ACH-EDIT-FIELDS.
           05 ACH-EDIT-BATCH-NO          PIC 9(7).
           05 ACH-EDIT-ENTRY-COUNT       PIC 9(6).
           05 ACH-EDIT-BLOCK-COUNT       PIC 9(6).
           05 ACH-EDIT-TRACE             PIC 9(15).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
          *> NACHA requires every record to arrive at the bank as a
          *> off records such as the file control record, which would
          *> silently truncate the file the bank receives.
           SET ENVIRONMENT "COB_LS_FIXED" TO "Y"
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO ACH-TODAY
           MOVE ACH-TODAY TO ACH-TODAY-NUM
           MOVE ACH-TODAY(3:6) TO ACH-TODAY-YYMMDD
           MOVE FUNCTION CURRENT-DATE(9:4) TO ACH-NOW-HHMM
                       ACH-EFFECTIVE-DATE
           END-IF
           PERFORM READ-RUN-MODE
           IF ACH-RUN-MODE = 'L'
               PERFORM CHECK-VARIANCE-RELEASE
           END-IF
           PERFORM LOAD-PRENOTE-TABLE
           OPEN OUTPUT ACH-FILE-OUT
           PERFORM WRITE-FILE-HEADER
           PERFORM WRITE-BATCH-CONTROL
           PERFORM WRITE-FILE-CONTROL
           CLOSE ACH-FILE-OUT
           PERFORM WRITE-TRANSMISSION-REGISTER
           IF ACH-RUN-MODE = 'P'
               PERFORM WRITE-PRENOTE-FILE
           END-IF
           DISPLAY 'Prenotes sent       = ' ACH-PRENOTES-SENT
           DISPLAY 'Held for manual pay = ' ACH-HELD-COUNT
           DISPLAY 'Checks printed      = ' ACH-CHECKS-PRINTED
           DISPLAY 'Variance flags read = ' ACH-FLAGS-READ
           STOP RUN.

      *> Run mode: no card on hand simply means a normal
           END-IF.

       EXPORT-ONE-REGISTER-ENTRY.
           PERFORM CHECK-VARIANCE-HOLD
           IF ACH-VARHOLD-FOUND = 'Y'
               MOVE 'HELD AT VARIANCE SIGN-OFF' TO ACH-HOLD-REASON
               PERFORM WRITE-MANUAL-PAY-LINE
           ELSE
               IF REG-ROUTING = SPACES OR REG-ROUTING NOT NUMERIC
                   PERFORM PRINT-ONE-CHECK
               ELSE
                   PERFORM CHECK-PRENOTE-FOR-ENTRY
                   IF ACH-PRENOTE-OK = 'Y'
                       PERFORM WRITE-ENTRY-DETAIL
                   ELSE
                       PERFORM WRITE-MANUAL-PAY-LINE
                   END-IF
               END-IF
           END-IF.

      *> A register line the supervisor held at variance sign-off
      *> goes to the manual-payment report instead of the bank.
       CHECK-VARIANCE-HOLD.
           MOVE 'N' TO ACH-VARHOLD-FOUND
           MOVE REG-RUN-TYPE TO ACH-REG-RUN-TYPE
           IF ACH-REG-RUN-TYPE = SPACE
               MOVE 'R' TO ACH-REG-RUN-TYPE
           END-IF
           SET ACH-VARHOLD-IX TO 1
           SEARCH ACH-VARHOLD-ENTRY
               AT END
                   CONTINUE
               WHEN ACH-VARHOLD-IX > ACH-VARHOLD-COUNT
                   CONTINUE
               WHEN ACH-VH-EMP-ID-T(ACH-VARHOLD-IX) = REG-EMP-ID
                   AND ACH-VH-RUN-TYPE-T(ACH-VARHOLD-IX) =
                       ACH-REG-RUN-TYPE
                   MOVE 'Y' TO ACH-VARHOLD-FOUND
           END-SEARCH.

      *> Release gate for a live export: the variance audit must
      *> have run for this pay date against the register exactly as
      *> it stands now (a payroll rerun since then changes the row
      *> count or the net total), and every flag it raised must carry
      *> the supervisor's sign-off. Otherwise nothing is written --
      *> not the bank file, not a check.
       CHECK-VARIANCE-RELEASE.
           OPEN INPUT VARIANCE-CTL-IN
           IF ACH-VARCTL-STATUS = '00'
               READ VARIANCE-CTL-IN
                   NOT AT END
                       MOVE PVC-PAY-DATE TO ACH-AUDITED-PAY-DATE
                       MOVE PVC-ROWS-AUDITED TO ACH-AUDITED-ROWS
                       MOVE PVC-NET-TOTAL TO ACH-AUDITED-NET
                       MOVE PVC-FLAG-COUNT TO ACH-AUDITED-FLAGS
               END-READ
               CLOSE VARIANCE-CTL-IN
           END-IF
           IF ACH-AUDITED-PAY-DATE NOT = ACH-EXPORT-PAY-DATE
               DISPLAY 'VARIANCE AUDIT NOT RUN FOR PAY DATE '
                       ACH-EXPORT-PAY-DATE
                       ' -- LIVE EXPORT REFUSED'
               STOP RUN
           END-IF
           PERFORM RECOUNT-REGISTER
           IF ACH-RECOUNT-ROWS NOT = ACH-AUDITED-ROWS
              OR ACH-RECOUNT-NET NOT = ACH-AUDITED-NET
               DISPLAY 'REGISTER CHANGED SINCE THE VARIANCE AUDIT '
                       '-- RERUN THE AUDIT; LIVE EXPORT REFUSED'
               STOP RUN
           END-IF
           PERFORM LOAD-SIGNOFF-TABLE
           OPEN INPUT VARIANCE-FLAG-IN
           IF ACH-VARFLAG-STATUS = '00'
               PERFORM UNTIL ACH-VARFLAG-EOF = 'Y'
                   READ VARIANCE-FLAG-IN
                       AT END MOVE 'Y' TO ACH-VARFLAG-EOF
                       NOT AT END PERFORM CHECK-ONE-VARIANCE-FLAG
                   END-READ
               END-PERFORM
               CLOSE VARIANCE-FLAG-IN
           END-IF
           IF ACH-FLAGS-READ NOT = ACH-AUDITED-FLAGS
               DISPLAY 'VARIANCE FLAG FILE DOES NOT MATCH THE AUDIT '
                       'CONTROL -- LIVE EXPORT REFUSED'
               STOP RUN
           END-IF
           IF ACH-FLAGS-UNSIGNED > ZERO
               DISPLAY ACH-FLAGS-UNSIGNED
                       ' VARIANCE FLAG(S) AWAITING SUPERVISOR '
                       'SIGN-OFF -- LIVE EXPORT REFUSED'
               STOP RUN
           END-IF
           DISPLAY 'VARIANCE AUDIT CLEARED: ' ACH-FLAGS-READ
                   ' FLAG(S) SIGNED OFF, ' ACH-VARHOLD-COUNT
                   ' HELD'.

       RECOUNT-REGISTER.
           OPEN INPUT PAYROLL-REGISTER-IN
           PERFORM UNTIL ACH-RECOUNT-EOF = 'Y'
               READ PAYROLL-REGISTER-IN
                   AT END MOVE 'Y' TO ACH-RECOUNT-EOF
                   NOT AT END
                       IF REG-PAY-DATE = ACH-EXPORT-PAY-DATE
                           ADD 1 TO ACH-RECOUNT-ROWS
                           IF REG-NET-PAY NUMERIC
                               ADD REG-NET-PAY TO ACH-RECOUNT-NET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-REGISTER-IN.

      *> The pay date's sign-offs; a later row for the same item
      *> replaces the earlier one.
       LOAD-SIGNOFF-TABLE.
           OPEN INPUT SIGNOFF-IN
           IF ACH-SIGNOFF-STATUS = '00'
               PERFORM UNTIL ACH-SIGNOFF-EOF = 'Y'
                   READ SIGNOFF-IN
                       AT END MOVE 'Y' TO ACH-SIGNOFF-EOF
                       NOT AT END
                           IF PSG-PAY-DATE = ACH-EXPORT-PAY-DATE
                               PERFORM STORE-SIGNOFF-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-IN
           END-IF.

       STORE-SIGNOFF-ENTRY.
           SET ACH-SIGN-IX TO 1
           SEARCH ACH-SIGNOFF-ENTRY
               AT END
                   PERFORM ADD-SIGNOFF-ENTRY
               WHEN ACH-SIGN-IX > ACH-SIGNOFF-COUNT
                   PERFORM ADD-SIGNOFF-ENTRY
               WHEN ACH-SG-EMP-ID-T(ACH-SIGN-IX) = PSG-EMP-ID
                   AND ACH-SG-RUN-TYPE-T(ACH-SIGN-IX) = PSG-RUN-TYPE
                   AND ACH-SG-FLAG-CODE-T(ACH-SIGN-IX) = PSG-FLAG-CODE
                   CONTINUE
           END-SEARCH
           MOVE PSG-ACTION TO ACH-SG-ACTION-T(ACH-SIGN-IX).

       ADD-SIGNOFF-ENTRY.
           IF ACH-SIGNOFF-COUNT >= 2000
               DISPLAY 'SIGN-OFF TABLE FULL AT 2000 -- LIVE EXPORT '
                       'REFUSED'
               STOP RUN
           END-IF
           ADD 1 TO ACH-SIGNOFF-COUNT
           SET ACH-SIGN-IX TO ACH-SIGNOFF-COUNT
           MOVE PSG-EMP-ID TO ACH-SG-EMP-ID-T(ACH-SIGN-IX)
           MOVE PSG-RUN-TYPE TO ACH-SG-RUN-TYPE-T(ACH-SIGN-IX)
           MOVE PSG-FLAG-CODE TO ACH-SG-FLAG-CODE-T(ACH-SIGN-IX).

       CHECK-ONE-VARIANCE-FLAG.
           ADD 1 TO ACH-FLAGS-READ
           SET ACH-SIGN-IX TO 1
           SEARCH ACH-SIGNOFF-ENTRY
               AT END
                   PERFORM NOTE-UNSIGNED-FLAG
               WHEN ACH-SIGN-IX > ACH-SIGNOFF-COUNT
                   PERFORM NOTE-UNSIGNED-FLAG
               WHEN ACH-SG-EMP-ID-T(ACH-SIGN-IX) = PVF-EMP-ID
                   AND ACH-SG-RUN-TYPE-T(ACH-SIGN-IX) = PVF-RUN-TYPE
                   AND ACH-SG-FLAG-CODE-T(ACH-SIGN-IX) = PVF-FLAG-CODE
                   EVALUATE ACH-SG-ACTION-T(ACH-SIGN-IX)
                       WHEN 'C'
                           CONTINUE
                       WHEN 'H'
                           PERFORM NOTE-VARIANCE-HOLD
                       WHEN OTHER
                           PERFORM NOTE-UNSIGNED-FLAG
                   END-EVALUATE
           END-SEARCH.

       NOTE-UNSIGNED-FLAG.
           ADD 1 TO ACH-FLAGS-UNSIGNED
           DISPLAY 'AWAITING SIGN-OFF: EMP ' PVF-EMP-ID
                   ' RUN ' PVF-RUN-TYPE ' FLAG ' PVF-FLAG-CODE.

       NOTE-VARIANCE-HOLD.
           SET ACH-VARHOLD-IX TO 1
           SEARCH ACH-VARHOLD-ENTRY
               AT END
                   PERFORM ADD-VARIANCE-HOLD
               WHEN ACH-VARHOLD-IX > ACH-VARHOLD-COUNT
                   PERFORM ADD-VARIANCE-HOLD
               WHEN ACH-VH-EMP-ID-T(ACH-VARHOLD-IX) = PVF-EMP-ID
                   AND ACH-VH-RUN-TYPE-T(ACH-VARHOLD-IX) =
                       PVF-RUN-TYPE
                   CONTINUE
           END-SEARCH.

       ADD-VARIANCE-HOLD.
           IF ACH-VARHOLD-COUNT >= 2000
               DISPLAY 'VARIANCE-HOLD TABLE FULL AT 2000 -- LIVE '
                       'EXPORT REFUSED'
               STOP RUN
           END-IF
           ADD 1 TO ACH-VARHOLD-COUNT
           SET ACH-VARHOLD-IX TO ACH-VARHOLD-COUNT
           MOVE PVF-EMP-ID TO ACH-VH-EMP-ID-T(ACH-VARHOLD-IX)
           MOVE PVF-RUN-TYPE TO ACH-VH-RUN-TYPE-T(ACH-VARHOLD-IX).

       READ-NEXT-CHECK-NUMBER.
           OPEN INPUT CHECK-CTL-IN
           IF ACH-CHKCTL-IN-STATUS = '00'
                  ACH-BLANK-39                DELIMITED BY SIZE
               INTO ACH-LINE
           WRITE ACH-LINE.

      *> One row on the transmission register for the file just
      *> closed, carrying the totals BankAckMatch.cob expects the
      *> bank's acknowledgment to report back.
       WRITE-TRANSMISSION-REGISTER.
           OPEN EXTEND XMIT-REGISTER-OUT
           IF ACH-XMIT-STATUS = '35'
               OPEN OUTPUT XMIT-REGISTER-OUT
           END-IF
           MOVE SPACES TO TRANSMISSION-REGISTER-RECORD
           MOVE 'PAYROLL-ACH.DAT' TO XMT-FILE-NAME
           IF ACH-RUN-MODE = 'P'
               MOVE 'PAYPRENT' TO XMT-FILE-TYPE
           ELSE
               MOVE 'PAYACH' TO XMT-FILE-TYPE
           END-IF
           MOVE 'PAYROLLACHEXPORT' TO XMT-JOB-NAME
           MOVE ACH-TODAY TO XMT-CREATE-DATE
           MOVE ACH-NOW-HHMM TO XMT-CREATE-TIME(1:4)
           MOVE '00' TO XMT-CREATE-TIME(5:2)
           MOVE ACH-ENTRY-COUNT TO XMT-ENTRY-COUNT
           COMPUTE XMT-CREDIT-TOTAL = ACH-TOTAL-CREDIT-CENTS / 100
           MOVE ZERO TO XMT-DEBIT-TOTAL
           MOVE ACH-ENTRY-HASH TO XMT-FILE-HASH
           MOVE 'P' TO XMT-ACK-STATUS
           WRITE TRANSMISSION-REGISTER-RECORD
           CLOSE XMIT-REGISTER-OUT.
