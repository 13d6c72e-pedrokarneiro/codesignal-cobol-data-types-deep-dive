       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollVarianceAudit.
      *> Pre-release payroll variance audit, run between the payroll
      *> run (UnsignedDecimals04) and the live ACH export. Nothing
      *> used to stop the export sending a file in which someone's
      *> net pay had jumped tenfold off a keyed timecard error. For
      *> the pay date on the export's run card this compares every
      *> register line with the employee's register history and
      *> flags:
      *>   SWNG - net pay moved more than the swing threshold against
      *>          the prior regular pay (regular runs only -- an
      *>          off-cycle supplemental has nothing to compare to);
      *>   FRST - first-time payee, no earlier register row at all;
      *>   BANK - routing or account changed since the prior row;
      *>   ZERO - zero net pay, or net pay that is not a number.
      *> The flags go to PAYVAR.DAT and the variance report, with the
      *> supervisor's sign-off (PAYVSIGN.cpy) shown against each one
      *> already keyed; the control row (PAYVARCT.cpy) records what
      *> was audited. The live export refuses to run until every
      *> flag is signed off as confirmed or held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PVA-RUNPARM-STATUS.
           SELECT ACH-RUN-PARM-IN ASSIGN TO "data/ACHRUN-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PVA-ACHPARM-STATUS.
           SELECT PAYROLL-REGISTER-IN
               ASSIGN TO "data/PAYROLL-REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PVA-REG-STATUS.
           SELECT SIGNOFF-IN ASSIGN TO "data/PAYVSIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PVA-SIGN-STATUS.
           SELECT VARIANCE-FLAG-OUT ASSIGN TO "data/PAYVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-CTL-OUT ASSIGN TO "data/PAYVARCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT-OUT
               ASSIGN TO "data/PAY-VARIANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-RUN-LOG-OUT ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PVA-BRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  ACH-RUN-PARM-IN.
       01  PVA-ACH-RUN-PARM-CARD.
           05 PVA-ACH-PARM-MODE          PIC X(1).
           05 PVA-ACH-PARM-PAY-DATE      PIC X(8).

       FD  PAYROLL-REGISTER-IN.
       COPY PAYREG.

       FD  SIGNOFF-IN.
       COPY PAYVSIGN.

       FD  VARIANCE-FLAG-OUT.
       COPY PAYVAR.

       FD  VARIANCE-CTL-OUT.
       COPY PAYVARCT.

       FD  VARIANCE-REPORT-OUT.
       01  VARIANCE-REPORT-LINE          PIC X(132).

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.

       WORKING-STORAGE SECTION.
       01 PVA-EOF-SWITCHES.
           05 PVA-RUNPARM-EOF           PIC X VALUE 'N'.
           05 PVA-REG-EOF               PIC X VALUE 'N'.
           05 PVA-SIGN-EOF              PIC X VALUE 'N'.

       01 PVA-FILE-STATUSES.
           05 PVA-RUNPARM-STATUS        PIC XX.
           05 PVA-ACHPARM-STATUS        PIC XX.
           05 PVA-REG-STATUS            PIC XX.
           05 PVA-SIGN-STATUS           PIC XX.
           05 PVA-BRL-STATUS            PIC XX.

       01 PVA-TODAY                     PIC X(8).
       01 PVA-NOW                       PIC X(6).
       01 PVA-AUDIT-PAY-DATE            PIC X(8) VALUE SPACES.

      *> Tunable: the percentage net pay may move against the prior
      *> regular pay before the line is flagged.
       01 PVA-PARM-FIELDS.
           05 PVA-SWING-PCT-LIMIT       PIC 9(3)V9 VALUE 50.
           05 PVA-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> Register history: each employee's latest row before the
      *> audited pay date (any run type, for the bank details) and
      *> latest regular row (for the net pay comparison).
       01 PVA-HIST-CONTROL.
           05 PVA-HIST-COUNT            PIC 9(4) VALUE ZERO.
           05 PVA-REG-ROWS-READ         PIC 9(6) VALUE ZERO.

       01 PVA-HIST-TABLE.
           05 PVA-HIST-ENTRY OCCURS 2000 TIMES
                             INDEXED BY PVA-HIST-IX.
               10 PVA-HS-EMP-ID-T       PIC X(6).
               10 PVA-HS-LAST-DATE-T    PIC X(8).
               10 PVA-HS-ROUTING-T      PIC X(9).
               10 PVA-HS-ACCOUNT-T      PIC X(17).
               10 PVA-HS-REG-DATE-T     PIC X(8).
               10 PVA-HS-REG-NET-T      PIC 9(6)V99.

      *> The audited pay date's register lines.
       01 PVA-CUR-CONTROL.
           05 PVA-CUR-COUNT             PIC 9(4) VALUE ZERO.
           05 PVA-CUR-IDX               PIC 9(4).
           05 PVA-CUR-NET-TOTAL         PIC 9(10)V99 VALUE ZERO.

       01 PVA-CUR-TABLE.
           05 PVA-CUR-ENTRY OCCURS 2000 TIMES.
               10 PVA-CR-EMP-ID-T       PIC X(6).
               10 PVA-CR-EMP-NAME-T     PIC X(20).
               10 PVA-CR-RUN-TYPE-T     PIC X(1).
               10 PVA-CR-NET-T          PIC X(8).
               10 PVA-CR-NET-N-T REDEFINES PVA-CR-NET-T
                                        PIC 9(6)V99.
               10 PVA-CR-ROUTING-T      PIC X(9).
               10 PVA-CR-ACCOUNT-T      PIC X(17).

      *> Sign-offs keyed for the audited pay date.
       01 PVA-SIGN-CONTROL.
           05 PVA-SIGN-COUNT            PIC 9(4) VALUE ZERO.

       01 PVA-SIGN-TABLE.
           05 PVA-SIGN-ENTRY OCCURS 2000 TIMES
                             INDEXED BY PVA-SIGN-IX.
               10 PVA-SG-EMP-ID-T       PIC X(6).
               10 PVA-SG-RUN-TYPE-T     PIC X(1).
               10 PVA-SG-FLAG-CODE-T    PIC X(4).
               10 PVA-SG-ACTION-T       PIC X(1).
               10 PVA-SG-SIGNED-BY-T    PIC X(3).
               10 PVA-SG-SIGN-DATE-T    PIC X(8).

      *> One flag being written.
       01 PVA-FLAG-WORK.
           05 PVA-FLAG-CODE             PIC X(4).
           05 PVA-FLAG-DETAIL           PIC X(30).
           05 PVA-PRIOR-NET             PIC 9(6)V99.
           05 PVA-PRIOR-DATE            PIC X(8).
           05 PVA-SWING-AMOUNT          PIC 9(6)V99.
           05 PVA-SWING-X100            PIC 9(8)V99.
           05 PVA-SWING-PCT             PIC 9(4)V9.
           05 PVA-SIGN-STATUS-TEXT      PIC X(30).
           05 PVA-HIST-FOUND            PIC X(1).

       01 PVA-COUNTERS.
           05 PVA-FLAG-COUNT            PIC 9(6) VALUE ZERO.
           05 PVA-SWING-COUNT           PIC 9(4) VALUE ZERO.
           05 PVA-FIRST-COUNT           PIC 9(4) VALUE ZERO.
           05 PVA-BANK-COUNT            PIC 9(4) VALUE ZERO.
           05 PVA-ZERO-COUNT            PIC 9(4) VALUE ZERO.
           05 PVA-CONFIRMED-COUNT       PIC 9(4) VALUE ZERO.
           05 PVA-HELD-COUNT            PIC 9(4) VALUE ZERO.
           05 PVA-AWAITING-COUNT        PIC 9(4) VALUE ZERO.

       01 PVA-EDIT-FIELDS.
           05 PVA-EDIT-CURRENT          PIC ZZZ,ZZ9.99.
           05 PVA-EDIT-PRIOR            PIC ZZZ,ZZ9.99.
           05 PVA-EDIT-PCT              PIC ZZZ9.9.
           05 PVA-EDIT-LIMIT            PIC ZZ9.9.

       01 PVA-LINE-WORK                 PIC X(132).

      *> Batch-window log.
       01 PVA-BRL-START-TIME            PIC X(6).
       01 PVA-BRL-END-TIME              PIC X(6).
       01 PVA-BRL-START-SECONDS         PIC 9(6).
       01 PVA-BRL-END-SECONDS           PIC 9(6).
       01 PVA-BRL-ELAPSED-SECONDS       PIC 9(6).
       01 PVA-BRL-TIME-PARTS.
           05 PVA-BRL-HH                PIC 99.
           05 PVA-BRL-MM                PIC 99.
           05 PVA-BRL-SS                PIC 99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO PVA-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO PVA-NOW
           MOVE PVA-NOW TO PVA-BRL-START-TIME
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM READ-EXPORT-PAY-DATE
           PERFORM LOAD-REGISTER
           PERFORM LOAD-SIGNOFFS
           OPEN OUTPUT VARIANCE-FLAG-OUT
           OPEN OUTPUT VARIANCE-REPORT-OUT
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING PVA-CUR-IDX FROM 1 BY 1
                   UNTIL PVA-CUR-IDX > PVA-CUR-COUNT
               PERFORM AUDIT-ONE-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-FOOTING
           CLOSE VARIANCE-FLAG-OUT
           CLOSE VARIANCE-REPORT-OUT
           PERFORM WRITE-CONTROL-ROW
           DISPLAY 'Register rows read   = ' PVA-REG-ROWS-READ
           DISPLAY 'Lines audited        = ' PVA-CUR-COUNT
           DISPLAY 'Items flagged        = ' PVA-FLAG-COUNT
           DISPLAY '  Net pay swings     = ' PVA-SWING-COUNT
           DISPLAY '  First-time payees  = ' PVA-FIRST-COUNT
           DISPLAY '  Bank changes       = ' PVA-BANK-COUNT
           DISPLAY '  Zero net pay       = ' PVA-ZERO-COUNT
           DISPLAY 'Signed off confirmed = ' PVA-CONFIRMED-COUNT
           DISPLAY 'Signed off held      = ' PVA-HELD-COUNT
           DISPLAY 'Awaiting sign-off    = ' PVA-AWAITING-COUNT
           PERFORM WRITE-BATCH-RUN-LOG
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF PVA-RUNPARM-STATUS = '00'
               PERFORM UNTIL PVA-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO PVA-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       PVA-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF PVA-PARMS-FOUND < 1
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           IF PVA-SWING-PCT-LIMIT = ZERO
               DISPLAY 'SWING-PCT OF ZERO WOULD FLAG EVERY LINE '
                       '-- 50 USED'
               MOVE 50 TO PVA-SWING-PCT-LIMIT
           END-IF
           DISPLAY 'PARM IN EFFECT: SWING-PCT = ' PVA-SWING-PCT-LIMIT.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'PAYROLLVARIANCEAUDIT'
               EVALUATE RP-PARM-NAME
                   WHEN 'SWING-PCT'
                       MOVE RP-VALUE TO PVA-SWING-PCT-LIMIT
                       ADD 1 TO PVA-PARMS-FOUND
               END-EVALUATE
           END-IF.

      *> The pay date audited is the one the live export is about
      *> to send: the export's run card, blank meaning today.
       READ-EXPORT-PAY-DATE.
           OPEN INPUT ACH-RUN-PARM-IN
           IF PVA-ACHPARM-STATUS = '00'
               READ ACH-RUN-PARM-IN
                   NOT AT END
                       MOVE PVA-ACH-PARM-PAY-DATE TO PVA-AUDIT-PAY-DATE
               END-READ
               CLOSE ACH-RUN-PARM-IN
           END-IF
           IF PVA-AUDIT-PAY-DATE = SPACES
               MOVE PVA-TODAY TO PVA-AUDIT-PAY-DATE
           END-IF
           DISPLAY 'AUDITING PAY DATE ' PVA-AUDIT-PAY-DATE.

       LOAD-REGISTER.
           OPEN INPUT PAYROLL-REGISTER-IN
           IF PVA-REG-STATUS NOT = '00'
               DISPLAY 'PAYROLL REGISTER NOT FOUND: ' PVA-REG-STATUS
                       ' -- NOTHING TO AUDIT'
           ELSE
               PERFORM UNTIL PVA-REG-EOF = 'Y'
                   READ PAYROLL-REGISTER-IN
                       AT END MOVE 'Y' TO PVA-REG-EOF
                       NOT AT END PERFORM NOTE-ONE-REGISTER-ROW
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-REGISTER-IN
           END-IF.

       NOTE-ONE-REGISTER-ROW.
           ADD 1 TO PVA-REG-ROWS-READ
           IF REG-PAY-DATE = PVA-AUDIT-PAY-DATE
               PERFORM STORE-CURRENT-LINE
           ELSE
               IF REG-PAY-DATE < PVA-AUDIT-PAY-DATE
                   PERFORM NOTE-HISTORY-ROW
               END-IF
           END-IF.

       STORE-CURRENT-LINE.
           IF PVA-CUR-COUNT >= 2000
               DISPLAY 'PAY-DATE LINE TABLE FULL AT 2000 -- AUDIT '
                       'NOT WRITTEN'
               STOP RUN
           END-IF
           ADD 1 TO PVA-CUR-COUNT
           MOVE REG-EMP-ID TO PVA-CR-EMP-ID-T(PVA-CUR-COUNT)
           MOVE REG-EMP-NAME TO PVA-CR-EMP-NAME-T(PVA-CUR-COUNT)
           MOVE REG-RUN-TYPE TO PVA-CR-RUN-TYPE-T(PVA-CUR-COUNT)
           IF REG-RUN-TYPE = SPACE
               MOVE 'R' TO PVA-CR-RUN-TYPE-T(PVA-CUR-COUNT)
           END-IF
           MOVE REG-ROUTING TO PVA-CR-ROUTING-T(PVA-CUR-COUNT)
           MOVE REG-ACCOUNT TO PVA-CR-ACCOUNT-T(PVA-CUR-COUNT)
           IF REG-NET-PAY NUMERIC
               MOVE REG-NET-PAY TO PVA-CR-NET-N-T(PVA-CUR-COUNT)
               ADD REG-NET-PAY TO PVA-CUR-NET-TOTAL
           ELSE
               MOVE SPACES TO PVA-CR-NET-T(PVA-CUR-COUNT)
           END-IF.

       NOTE-HISTORY-ROW.
           SET PVA-HIST-IX TO 1
           SEARCH PVA-HIST-ENTRY
               AT END
                   PERFORM ADD-HISTORY-ENTRY
               WHEN PVA-HIST-IX > PVA-HIST-COUNT
                   PERFORM ADD-HISTORY-ENTRY
               WHEN PVA-HS-EMP-ID-T(PVA-HIST-IX) = REG-EMP-ID
                   CONTINUE
           END-SEARCH
           IF REG-PAY-DATE >= PVA-HS-LAST-DATE-T(PVA-HIST-IX)
               MOVE REG-PAY-DATE TO PVA-HS-LAST-DATE-T(PVA-HIST-IX)
               MOVE REG-ROUTING TO PVA-HS-ROUTING-T(PVA-HIST-IX)
               MOVE REG-ACCOUNT TO PVA-HS-ACCOUNT-T(PVA-HIST-IX)
           END-IF
           IF (REG-RUN-TYPE = 'R' OR REG-RUN-TYPE = SPACE)
              AND REG-NET-PAY NUMERIC
              AND REG-PAY-DATE >= PVA-HS-REG-DATE-T(PVA-HIST-IX)
               MOVE REG-PAY-DATE TO PVA-HS-REG-DATE-T(PVA-HIST-IX)
               MOVE REG-NET-PAY TO PVA-HS-REG-NET-T(PVA-HIST-IX)
           END-IF.

       ADD-HISTORY-ENTRY.
           IF PVA-HIST-COUNT >= 2000
               DISPLAY 'REGISTER HISTORY TABLE FULL AT 2000 -- '
                       'AUDIT NOT WRITTEN'
               STOP RUN
           END-IF
           ADD 1 TO PVA-HIST-COUNT
           SET PVA-HIST-IX TO PVA-HIST-COUNT
           MOVE REG-EMP-ID TO PVA-HS-EMP-ID-T(PVA-HIST-IX)
           MOVE SPACES TO PVA-HS-LAST-DATE-T(PVA-HIST-IX)
                          PVA-HS-REG-DATE-T(PVA-HIST-IX)
           MOVE ZERO TO PVA-HS-REG-NET-T(PVA-HIST-IX).

       LOAD-SIGNOFFS.
           OPEN INPUT SIGNOFF-IN
           IF PVA-SIGN-STATUS = '00'
               PERFORM UNTIL PVA-SIGN-EOF = 'Y'
                   READ SIGNOFF-IN
                       AT END MOVE 'Y' TO PVA-SIGN-EOF
                       NOT AT END
                           IF PSG-PAY-DATE = PVA-AUDIT-PAY-DATE
                               PERFORM STORE-SIGNOFF-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-IN
           END-IF.

      *> A later row for the same item replaces the earlier one.
       STORE-SIGNOFF-ENTRY.
           SET PVA-SIGN-IX TO 1
           SEARCH PVA-SIGN-ENTRY
               AT END
                   PERFORM ADD-SIGNOFF-ENTRY
               WHEN PVA-SIGN-IX > PVA-SIGN-COUNT
                   PERFORM ADD-SIGNOFF-ENTRY
               WHEN PVA-SG-EMP-ID-T(PVA-SIGN-IX) = PSG-EMP-ID
                   AND PVA-SG-RUN-TYPE-T(PVA-SIGN-IX) = PSG-RUN-TYPE
                   AND PVA-SG-FLAG-CODE-T(PVA-SIGN-IX) = PSG-FLAG-CODE
                   CONTINUE
           END-SEARCH
           MOVE PSG-ACTION TO PVA-SG-ACTION-T(PVA-SIGN-IX)
           MOVE PSG-SIGNED-BY TO PVA-SG-SIGNED-BY-T(PVA-SIGN-IX)
           MOVE PSG-SIGN-DATE TO PVA-SG-SIGN-DATE-T(PVA-SIGN-IX).

       ADD-SIGNOFF-ENTRY.
           IF PVA-SIGN-COUNT >= 2000
               DISPLAY 'SIGN-OFF TABLE FULL AT 2000 -- AUDIT '
                       'NOT WRITTEN'
               STOP RUN
           END-IF
           ADD 1 TO PVA-SIGN-COUNT
           SET PVA-SIGN-IX TO PVA-SIGN-COUNT
           MOVE PSG-EMP-ID TO PVA-SG-EMP-ID-T(PVA-SIGN-IX)
           MOVE PSG-RUN-TYPE TO PVA-SG-RUN-TYPE-T(PVA-SIGN-IX)
           MOVE PSG-FLAG-CODE TO PVA-SG-FLAG-CODE-T(PVA-SIGN-IX).

       AUDIT-ONE-LINE.
           MOVE 'N' TO PVA-HIST-FOUND
           SET PVA-HIST-IX TO 1
           SEARCH PVA-HIST-ENTRY
               AT END
                   CONTINUE
               WHEN PVA-HIST-IX > PVA-HIST-COUNT
                   CONTINUE
               WHEN PVA-HS-EMP-ID-T(PVA-HIST-IX) =
                    PVA-CR-EMP-ID-T(PVA-CUR-IDX)
                   MOVE 'Y' TO PVA-HIST-FOUND
           END-SEARCH
           MOVE ZERO TO PVA-PRIOR-NET PVA-SWING-PCT
           MOVE SPACES TO PVA-PRIOR-DATE
           IF PVA-HIST-FOUND = 'Y'
               MOVE PVA-HS-REG-NET-T(PVA-HIST-IX) TO PVA-PRIOR-NET
               MOVE PVA-HS-REG-DATE-T(PVA-HIST-IX) TO PVA-PRIOR-DATE
           END-IF
           IF PVA-CR-NET-T(PVA-CUR-IDX) NOT NUMERIC
               MOVE 'ZERO' TO PVA-FLAG-CODE
               MOVE 'NET PAY NOT A NUMBER' TO PVA-FLAG-DETAIL
               ADD 1 TO PVA-ZERO-COUNT
               PERFORM WRITE-ONE-FLAG
           ELSE
               IF PVA-CR-NET-N-T(PVA-CUR-IDX) = ZERO
                   MOVE 'ZERO' TO PVA-FLAG-CODE
                   MOVE 'ZERO NET PAY' TO PVA-FLAG-DETAIL
                   ADD 1 TO PVA-ZERO-COUNT
                   PERFORM WRITE-ONE-FLAG
               END-IF
           END-IF
           IF PVA-HIST-FOUND = 'N'
               MOVE 'FRST' TO PVA-FLAG-CODE
               MOVE 'FIRST-TIME PAYEE' TO PVA-FLAG-DETAIL
               ADD 1 TO PVA-FIRST-COUNT
               PERFORM WRITE-ONE-FLAG
           ELSE
               IF PVA-HS-ROUTING-T(PVA-HIST-IX) NOT =
                  PVA-CR-ROUTING-T(PVA-CUR-IDX)
                  OR PVA-HS-ACCOUNT-T(PVA-HIST-IX) NOT =
                     PVA-CR-ACCOUNT-T(PVA-CUR-IDX)
                   MOVE 'BANK' TO PVA-FLAG-CODE
                   MOVE 'BANK DETAILS CHANGED' TO PVA-FLAG-DETAIL
                   ADD 1 TO PVA-BANK-COUNT
                   PERFORM WRITE-ONE-FLAG
               END-IF
               IF PVA-CR-RUN-TYPE-T(PVA-CUR-IDX) = 'R'
                  AND PVA-PRIOR-DATE NOT = SPACES
                  AND PVA-CR-NET-T(PVA-CUR-IDX) NUMERIC
                   PERFORM CHECK-NET-SWING
               END-IF
           END-IF.

       CHECK-NET-SWING.
           IF PVA-CR-NET-N-T(PVA-CUR-IDX) > PVA-PRIOR-NET
               COMPUTE PVA-SWING-AMOUNT =
                       PVA-CR-NET-N-T(PVA-CUR-IDX) - PVA-PRIOR-NET
               MOVE 'NET PAY UP' TO PVA-FLAG-DETAIL
           ELSE
               COMPUTE PVA-SWING-AMOUNT =
                       PVA-PRIOR-NET - PVA-CR-NET-N-T(PVA-CUR-IDX)
               MOVE 'NET PAY DOWN' TO PVA-FLAG-DETAIL
           END-IF
           IF PVA-PRIOR-NET = ZERO
               IF PVA-SWING-AMOUNT > ZERO
                   MOVE 9999.9 TO PVA-SWING-PCT
               END-IF
           ELSE
               COMPUTE PVA-SWING-X100 = PVA-SWING-AMOUNT * 100
               COMPUTE PVA-SWING-PCT ROUNDED =
                       PVA-SWING-X100 / PVA-PRIOR-NET
                   ON SIZE ERROR
                       MOVE 9999.9 TO PVA-SWING-PCT
               END-COMPUTE
           END-IF
           IF PVA-SWING-PCT > PVA-SWING-PCT-LIMIT
               MOVE 'SWNG' TO PVA-FLAG-CODE
               ADD 1 TO PVA-SWING-COUNT
               PERFORM WRITE-ONE-FLAG
           END-IF
           MOVE ZERO TO PVA-SWING-PCT.

       WRITE-ONE-FLAG.
           ADD 1 TO PVA-FLAG-COUNT
           MOVE PVA-AUDIT-PAY-DATE TO PVF-PAY-DATE
           MOVE PVA-CR-EMP-ID-T(PVA-CUR-IDX) TO PVF-EMP-ID
           MOVE PVA-CR-EMP-NAME-T(PVA-CUR-IDX) TO PVF-EMP-NAME
           MOVE PVA-CR-RUN-TYPE-T(PVA-CUR-IDX) TO PVF-RUN-TYPE
           MOVE PVA-FLAG-CODE TO PVF-FLAG-CODE
           IF PVA-CR-NET-T(PVA-CUR-IDX) NUMERIC
               MOVE PVA-CR-NET-N-T(PVA-CUR-IDX) TO PVF-CURRENT-NET
           ELSE
               MOVE ZERO TO PVF-CURRENT-NET
           END-IF
           MOVE PVA-PRIOR-NET TO PVF-PRIOR-NET
           MOVE PVA-PRIOR-DATE TO PVF-PRIOR-PAY-DATE
           MOVE PVA-SWING-PCT TO PVF-SWING-PCT
           WRITE PAY-VARIANCE-FLAG-RECORD
           PERFORM FIND-SIGNOFF-STATUS
           PERFORM WRITE-FLAG-REPORT-LINE.

       FIND-SIGNOFF-STATUS.
           MOVE 'AWAITING SIGN-OFF' TO PVA-SIGN-STATUS-TEXT
           SET PVA-SIGN-IX TO 1
           SEARCH PVA-SIGN-ENTRY
               AT END
                   ADD 1 TO PVA-AWAITING-COUNT
               WHEN PVA-SIGN-IX > PVA-SIGN-COUNT
                   ADD 1 TO PVA-AWAITING-COUNT
               WHEN PVA-SG-EMP-ID-T(PVA-SIGN-IX) = PVF-EMP-ID
                   AND PVA-SG-RUN-TYPE-T(PVA-SIGN-IX) = PVF-RUN-TYPE
                   AND PVA-SG-FLAG-CODE-T(PVA-SIGN-IX) = PVF-FLAG-CODE
                   PERFORM DESCRIBE-SIGNOFF
           END-SEARCH.

       DESCRIBE-SIGNOFF.
           MOVE SPACES TO PVA-SIGN-STATUS-TEXT
           EVALUATE PVA-SG-ACTION-T(PVA-SIGN-IX)
               WHEN 'C'
                   ADD 1 TO PVA-CONFIRMED-COUNT
                   STRING 'CONFIRMED BY ' DELIMITED BY SIZE
                          PVA-SG-SIGNED-BY-T(PVA-SIGN-IX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PVA-SG-SIGN-DATE-T(PVA-SIGN-IX)
                              DELIMITED BY SIZE
                       INTO PVA-SIGN-STATUS-TEXT
               WHEN 'H'
                   ADD 1 TO PVA-HELD-COUNT
                   STRING 'HELD BY ' DELIMITED BY SIZE
                          PVA-SG-SIGNED-BY-T(PVA-SIGN-IX)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PVA-SG-SIGN-DATE-T(PVA-SIGN-IX)
                              DELIMITED BY SIZE
                       INTO PVA-SIGN-STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO PVA-AWAITING-COUNT
                   MOVE 'SIGN-OFF ACTION NOT C OR H'
                     TO PVA-SIGN-STATUS-TEXT
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE PVA-SWING-PCT-LIMIT TO PVA-EDIT-LIMIT
           MOVE SPACES TO PVA-LINE-WORK
           STRING 'PAYROLL VARIANCE AUDIT - PAY DATE ' DELIMITED BY SIZE
                  PVA-AUDIT-PAY-DATE DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  PVA-TODAY DELIMITED BY SIZE
                  '   SWING LIMIT ' DELIMITED BY SIZE
                  PVA-EDIT-LIMIT DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO PVA-LINE-WORK
           MOVE PVA-LINE-WORK TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO PVA-LINE-WORK
           STRING 'EMP    NAME                 RUN FLAG '
                      DELIMITED BY SIZE
                  '   CURRENT NET   PRIOR NET PRIOR DATE  SWING% '
                      DELIMITED BY SIZE
                  'DETAIL                SIGN-OFF' DELIMITED BY SIZE
               INTO PVA-LINE-WORK
           MOVE PVA-LINE-WORK TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE.

       WRITE-FLAG-REPORT-LINE.
           MOVE PVF-CURRENT-NET TO PVA-EDIT-CURRENT
           MOVE PVF-PRIOR-NET TO PVA-EDIT-PRIOR
           MOVE PVF-SWING-PCT TO PVA-EDIT-PCT
           MOVE SPACES TO PVA-LINE-WORK
           STRING PVF-EMP-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PVF-EMP-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PVF-RUN-TYPE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PVF-FLAG-CODE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PVA-EDIT-CURRENT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PVA-EDIT-PRIOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PVF-PRIOR-PAY-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  PVA-EDIT-PCT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PVA-FLAG-DETAIL(1:21) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PVA-SIGN-STATUS-TEXT DELIMITED BY SIZE
               INTO PVA-LINE-WORK
           MOVE PVA-LINE-WORK TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE.

       WRITE-REPORT-FOOTING.
           IF PVA-FLAG-COUNT = ZERO
               MOVE 'NO VARIANCES FLAGGED' TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
           END-IF
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO PVA-LINE-WORK
           STRING 'LINES AUDITED: ' DELIMITED BY SIZE
                  PVA-CUR-COUNT DELIMITED BY SIZE
                  '  FLAGGED: ' DELIMITED BY SIZE
                  PVA-FLAG-COUNT DELIMITED BY SIZE
                  '  CONFIRMED: ' DELIMITED BY SIZE
                  PVA-CONFIRMED-COUNT DELIMITED BY SIZE
                  '  HELD: ' DELIMITED BY SIZE
                  PVA-HELD-COUNT DELIMITED BY SIZE
                  '  AWAITING SIGN-OFF: ' DELIMITED BY SIZE
                  PVA-AWAITING-COUNT DELIMITED BY SIZE
               INTO PVA-LINE-WORK
           MOVE PVA-LINE-WORK TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           IF PVA-AWAITING-COUNT = ZERO
               MOVE 'RELEASE STATUS: CLEAR FOR THE LIVE ACH EXPORT'
                 TO VARIANCE-REPORT-LINE
           ELSE
               MOVE SPACES TO PVA-LINE-WORK
               STRING 'RELEASE STATUS: ACH EXPORT BLOCKED UNTIL '
                          DELIMITED BY SIZE
                      'EVERY FLAG IS SIGNED OFF' DELIMITED BY SIZE
                   INTO PVA-LINE-WORK
               MOVE PVA-LINE-WORK TO VARIANCE-REPORT-LINE
           END-IF
           WRITE VARIANCE-REPORT-LINE.

       WRITE-CONTROL-ROW.
           OPEN OUTPUT VARIANCE-CTL-OUT
           MOVE PVA-AUDIT-PAY-DATE TO PVC-PAY-DATE
           MOVE PVA-TODAY TO PVC-AUDIT-DATE
           MOVE PVA-NOW TO PVC-AUDIT-TIME
           MOVE PVA-CUR-COUNT TO PVC-ROWS-AUDITED
           MOVE PVA-CUR-NET-TOTAL TO PVC-NET-TOTAL
           MOVE PVA-FLAG-COUNT TO PVC-FLAG-COUNT
           WRITE PAY-VARIANCE-CONTROL-RECORD
           CLOSE VARIANCE-CTL-OUT.

       WRITE-BATCH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PVA-BRL-END-TIME
           MOVE PVA-BRL-START-TIME TO PVA-BRL-TIME-PARTS
           COMPUTE PVA-BRL-START-SECONDS =
                   PVA-BRL-HH * 3600 + PVA-BRL-MM * 60
                   + PVA-BRL-SS
           MOVE PVA-BRL-END-TIME TO PVA-BRL-TIME-PARTS
           COMPUTE PVA-BRL-END-SECONDS =
                   PVA-BRL-HH * 3600 + PVA-BRL-MM * 60
                   + PVA-BRL-SS
           COMPUTE PVA-BRL-ELAPSED-SECONDS =
                   PVA-BRL-END-SECONDS - PVA-BRL-START-SECONDS
           OPEN EXTEND BATCH-RUN-LOG-OUT
           IF PVA-BRL-STATUS = '35'
               OPEN OUTPUT BATCH-RUN-LOG-OUT
           END-IF
           MOVE 'PAYROLLVARIANCEAUDIT' TO BRL-JOB-NAME
           MOVE PVA-TODAY TO BRL-RUN-DATE
           MOVE PVA-BRL-START-TIME TO BRL-START-TIME
           MOVE PVA-BRL-END-TIME TO BRL-END-TIME
           MOVE PVA-BRL-ELAPSED-SECONDS TO BRL-ELAPSED-SECONDS
           MOVE PVA-CUR-COUNT TO BRL-RECORD-COUNT
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-OUT.
