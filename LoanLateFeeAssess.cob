               FILE STATUS IS LFA-WVD-STATUS.
           SELECT FEE-REPORT-OUT ASSIGN TO "data/LOAN-LATEFEE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Servicing holds (bankruptcy, forbearance) and the
      *> register of what each collection job skipped for one.
           SELECT SERVICING-HOLD-IN ASSIGN TO "data/LNHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LFA-HOLD-STATUS.
           SELECT HOLD-SKIP-OUT ASSIGN TO "data/LNHOLD-SKIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LFA-HSK-STATUS.
           SELECT GL-FEED-OUT ASSIGN TO "data/LNFEE-GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       COPY RUNPARM.

       FD  LOAN-ACCOUNT-OUT.
       01  LOAN-ACCOUNT-OUT-RECORD      PIC X(90).

       FD  WAIVED-DETAIL-OUT.
       01  WAIVED-DETAIL-RECORD.
       FD  FEE-REPORT-OUT.
       01  FEE-REPORT-LINE               PIC X(100).

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

       FD  GL-FEED-OUT.
       COPY GLTRANS.


       01 LFA-ACCT-TABLE.
           05 LFA-ACCT-ENTRY OCCURS 500 TIMES.
               10 LFA-RAW-T             PIC X(90).
               10 LFA-RAW-R REDEFINES LFA-RAW-T.
                   15 LFA-RAW-ID        PIC X(6).
                   15 LFA-RAW-BALANCE   PIC 9(7)V99.
                   15 LFA-RAW-STATUS    PIC X(1).
                   15 FILLER            PIC X(21).
                   15 LFA-RAW-FEE-BAL   PIC 9(5)V99.
                   15 FILLER            PIC X(17).
               10 LFA-RECEIVED-T        PIC S9(8)V99.

      *> Product fee terms.
           05 LFA-RECEIVABLE-ACCT       PIC X(6) VALUE 'ACCT46'.
           05 LFA-FEE-INCOME-ACCT       PIC X(6) VALUE 'ACCT49'.

      *> Servicing holds in effect today, loaded at start-up; an
      *> account under one is not collected on, and each skip
      *> counts and registers.
       01 LFA-HOLD-CONTROL.
           05 LFA-HOLD-STATUS           PIC XX.
           05 LFA-HSK-STATUS            PIC XX.
           05 LFA-HOLD-EOF              PIC X VALUE 'N'.
           05 LFA-HOLD-COUNT            PIC 9(4) VALUE ZERO.
           05 LFA-HOLD-IDX              PIC 9(4).
           05 LFA-HOLD-HIT              PIC X.
           05 LFA-HOLD-ACCT             PIC X(6).
           05 LFA-HOLD-TYPE             PIC X(2).
           05 LFA-HOLD-CASE             PIC X(15).
           05 LFA-HOLD-SKIPPED          PIC 9(4) VALUE ZERO.

       01 LFA-HOLD-TABLE.
           05 LFA-HOLD-ENTRY OCCURS 500 TIMES.
               10 LFA-HOLD-ACCT-T       PIC X(6).
               10 LFA-HOLD-TYPE-T       PIC X(2).
               10 LFA-HOLD-CASE-T       PIC X(15).

       01 LFA-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LFA-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           COMPUTE LFA-WORK-INT =
                   FUNCTION INTEGER-OF-DATE
                   FUNCTION DATE-OF-INTEGER(LFA-WORK-INT)
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-SERVICING-HOLDS
           PERFORM SUM-CYCLE-PAYMENTS
           OPEN OUTPUT FEE-REPORT-OUT
           MOVE SPACES TO FEE-REPORT-LINE
           DISPLAY 'Fees assessed        = ' LFA-ASSESSED-COUNT
           DISPLAY 'Fees waived          = ' LFA-WAIVED-COUNT
           DISPLAY 'Waivers rejected     = ' LFA-WAIVE-REJECTS
           DISPLAY 'Skipped, on hold     = ' LFA-HOLD-SKIPPED
           STOP RUN.

       LOAD-RUN-PARAMETERS.
                   AND LFA-RAW-PAYMENT(LFA-ACCT-IDX) > ZERO
                   AND LFA-RECEIVED-T(LFA-ACCT-IDX) <
                       LFA-RAW-PAYMENT(LFA-ACCT-IDX)
                   MOVE LFA-RAW-ID(LFA-ACCT-IDX) TO LFA-HOLD-ACCT
                   PERFORM CHECK-SERVICING-HOLD
                   IF LFA-HOLD-HIT = 'Y'
                       PERFORM REGISTER-HOLD-SKIP
                   ELSE
                       PERFORM ASSESS-ONE-FEE
                   END-IF
               END-IF
           END-PERFORM.

           ADD 1 TO LFA-FEED-COUNT
           ADD GL-TRANS-AMOUNT TO LFA-FEED-HASH
           MOVE SPACES TO GL-TRANS-RECORD.

      *> Only holds in effect today are kept: active, started, and
      *> not past their expected end (spaces = open-ended).
       LOAD-SERVICING-HOLDS.
           OPEN INPUT SERVICING-HOLD-IN
           IF LFA-HOLD-STATUS = '00'
               PERFORM UNTIL LFA-HOLD-EOF = 'Y'
                   READ SERVICING-HOLD-IN
                       AT END MOVE 'Y' TO LFA-HOLD-EOF
                       NOT AT END
                           IF LNH-STATUS = 'A'
                               AND LNH-START-DATE <= LFA-TODAY
                               AND (LNH-EXPECTED-END = SPACES
                                    OR LNH-EXPECTED-END >= LFA-TODAY)
                               IF LFA-HOLD-COUNT >= 500
                                   DISPLAY 'SERVICING-HOLD TABLE FULL'
                                           ' AT 500 -- RUN STOPPED'
                                   STOP RUN
                               END-IF
                               ADD 1 TO LFA-HOLD-COUNT
                               MOVE LNH-ACCT-ID
                                   TO LFA-HOLD-ACCT-T(LFA-HOLD-COUNT)
                               MOVE LNH-HOLD-TYPE
                                   TO LFA-HOLD-TYPE-T(LFA-HOLD-COUNT)
                               MOVE LNH-CASE-REF
                                   TO LFA-HOLD-CASE-T(LFA-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICING-HOLD-IN
           END-IF.

       CHECK-SERVICING-HOLD.
           MOVE 'N' TO LFA-HOLD-HIT
           PERFORM VARYING LFA-HOLD-IDX FROM 1 BY 1
                   UNTIL LFA-HOLD-IDX > LFA-HOLD-COUNT
               IF LFA-HOLD-ACCT-T(LFA-HOLD-IDX) = LFA-HOLD-ACCT
                   MOVE 'Y' TO LFA-HOLD-HIT
                   MOVE LFA-HOLD-TYPE-T(LFA-HOLD-IDX) TO LFA-HOLD-TYPE
                   MOVE LFA-HOLD-CASE-T(LFA-HOLD-IDX) TO LFA-HOLD-CASE
               END-IF
           END-PERFORM.

       REGISTER-HOLD-SKIP.
           ADD 1 TO LFA-HOLD-SKIPPED
           DISPLAY 'SERVICING HOLD ' LFA-HOLD-TYPE ' ON '
                   LFA-HOLD-ACCT ' -- NO LATE FEE'
           OPEN EXTEND HOLD-SKIP-OUT
           IF LFA-HSK-STATUS = '35'
               OPEN OUTPUT HOLD-SKIP-OUT
           END-IF
           MOVE 'LOANLATEFEEASSESS   ' TO HSK-JOB-NAME
           MOVE LFA-HOLD-ACCT TO HSK-ACCT-ID
           MOVE LFA-HOLD-TYPE TO HSK-HOLD-TYPE
           MOVE LFA-HOLD-CASE TO HSK-CASE-REF
           MOVE 'LATE FEE NOT ASSESSED   ' TO HSK-ACTION
           MOVE LFA-TODAY TO HSK-RUN-DATE
           WRITE HOLD-SKIP-RECORD
           CLOSE HOLD-SKIP-OUT.
