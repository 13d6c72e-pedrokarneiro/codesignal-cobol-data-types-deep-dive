           SELECT DNC-REGISTER-OUT ASSIGN TO "data/DNC-SUPPRESSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTF-DNC-REG-STATUS.
      *> Servicing holds (bankruptcy, forbearance) and the
      *> register of what each collection job skipped for one.
           SELECT SERVICING-HOLD-IN ASSIGN TO "data/LNHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTF-HOLD-STATUS.
           SELECT HOLD-SKIP-OUT ASSIGN TO "data/LNHOLD-SKIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTF-HSK-STATUS.
           SELECT BROKEN-REPORT-OUT
               ASSIGN TO "data/LOAN-BROKEN-PTP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05 PTF-SRT-AMOUNT             PIC 9(7)V99.
           05 PTF-SRT-INITIALS           PIC X(3).

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

       FD  BROKEN-REPORT-OUT.
       01  BROKEN-REPORT-LINE            PIC X(80).

               10 PTF-DNC-SCOPE-T       PIC X(4).
               10 PTF-DNC-REASON-T      PIC X(20).

      *> Servicing holds in effect today, loaded at start-up; an
      *> account under one is not collected on, and each skip
      *> counts and registers.
       01 PTF-HOLD-CONTROL.
           05 PTF-HOLD-STATUS           PIC XX.
           05 PTF-HSK-STATUS            PIC XX.
           05 PTF-HOLD-EOF              PIC X VALUE 'N'.
           05 PTF-HOLD-COUNT            PIC 9(4) VALUE ZERO.
           05 PTF-HOLD-IDX              PIC 9(4).
           05 PTF-HOLD-HIT              PIC X.
           05 PTF-HOLD-ACCT             PIC X(6).
           05 PTF-HOLD-TYPE             PIC X(2).
           05 PTF-HOLD-CASE             PIC X(15).
           05 PTF-HOLD-SKIPPED          PIC 9(4) VALUE ZERO.

       01 PTF-HOLD-TABLE.
           05 PTF-HOLD-ENTRY OCCURS 500 TIMES.
               10 PTF-HOLD-ACCT-T       PIC X(6).
               10 PTF-HOLD-TYPE-T       PIC X(2).
               10 PTF-HOLD-CASE-T       PIC X(15).

       01 PTF-TODAY                      PIC X(8).
      *> A promise due on a weekend or holiday is really due the
      *> next banking day -- the shared BankingDay.cob routine makes
       01 PTF-EDIT-AMOUNT                PIC Z,ZZZ,ZZ9.99.
       01 PTF-LINE-WORK                  PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO PTF-TODAY
           PERFORM LOAD-PROMISES
           PERFORM LOAD-DNC-SUPPRESSION
           PERFORM LOAD-SERVICING-HOLDS
           PERFORM LOAD-PAYMENT-JOURNAL
           OPEN OUTPUT BROKEN-EXTRACT-OUT
           PERFORM FOLLOW-UP-PROMISES
           DISPLAY 'Broken            = ' PTF-BROKEN-COUNT
           DISPLAY 'Still open        = ' PTF-STILL-OPEN-COUNT
           DISPLAY 'Suppressed (DNC)  = ' PTF-DNC-SUPPRESSED
           DISPLAY 'Held, not broken  = ' PTF-HOLD-SKIPPED
           STOP RUN.

       LOAD-PROMISES.
               CALL 'BankingDay' USING PTF-PROMISE-DATE-T(PTF-IDX)
                                       PTF-BD-DIRECTION
                                       PTF-EFFECTIVE-DUE
               MOVE PTF-ACCT-ID-T(PTF-IDX) TO PTF-HOLD-ACCT
               PERFORM CHECK-SERVICING-HOLD
      *> A promise that lapses while the account is under a hold
      *> stays open; nobody may chase it until the hold ends.
               IF PTF-EFFECTIVE-DUE < PTF-TODAY
                   AND PTF-HOLD-HIT = 'Y'
                   PERFORM REGISTER-HOLD-SKIP
               END-IF
               IF PTF-EFFECTIVE-DUE < PTF-TODAY
                   AND PTF-HOLD-HIT = 'N'
                   ADD 1 TO PTF-BROKEN-COUNT
                   MOVE 'B' TO PTF-STATUS-T(PTF-IDX)
                   MOVE PTF-ACCT-ID-T(PTF-IDX) TO PTF-EXT-ACCT-ID
               INTO PTF-LINE-WORK
           MOVE PTF-LINE-WORK TO BROKEN-REPORT-LINE
           WRITE BROKEN-REPORT-LINE.

      *> Only holds in effect today are kept: active, started, and
      *> not past their expected end (spaces = open-ended).
       LOAD-SERVICING-HOLDS.
           OPEN INPUT SERVICING-HOLD-IN
           IF PTF-HOLD-STATUS = '00'
               PERFORM UNTIL PTF-HOLD-EOF = 'Y'
                   READ SERVICING-HOLD-IN
                       AT END MOVE 'Y' TO PTF-HOLD-EOF
                       NOT AT END
                           IF LNH-STATUS = 'A'
                               AND LNH-START-DATE <= PTF-TODAY
                               AND (LNH-EXPECTED-END = SPACES
                                    OR LNH-EXPECTED-END >= PTF-TODAY)
                               IF PTF-HOLD-COUNT >= 500
                                   DISPLAY 'SERVICING-HOLD TABLE FULL'
                                           ' AT 500 -- RUN STOPPED'
                                   STOP RUN
                               END-IF
                               ADD 1 TO PTF-HOLD-COUNT
                               MOVE LNH-ACCT-ID
                                   TO PTF-HOLD-ACCT-T(PTF-HOLD-COUNT)
                               MOVE LNH-HOLD-TYPE
                                   TO PTF-HOLD-TYPE-T(PTF-HOLD-COUNT)
                               MOVE LNH-CASE-REF
                                   TO PTF-HOLD-CASE-T(PTF-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICING-HOLD-IN
           END-IF.

       CHECK-SERVICING-HOLD.
           MOVE 'N' TO PTF-HOLD-HIT
           PERFORM VARYING PTF-HOLD-IDX FROM 1 BY 1
                   UNTIL PTF-HOLD-IDX > PTF-HOLD-COUNT
               IF PTF-HOLD-ACCT-T(PTF-HOLD-IDX) = PTF-HOLD-ACCT
                   MOVE 'Y' TO PTF-HOLD-HIT
                   MOVE PTF-HOLD-TYPE-T(PTF-HOLD-IDX) TO PTF-HOLD-TYPE
                   MOVE PTF-HOLD-CASE-T(PTF-HOLD-IDX) TO PTF-HOLD-CASE
               END-IF
           END-PERFORM.

       REGISTER-HOLD-SKIP.
           ADD 1 TO PTF-HOLD-SKIPPED
           DISPLAY 'SERVICING HOLD ' PTF-HOLD-TYPE ' ON '
                   PTF-HOLD-ACCT ' -- NOT FLAGGED BROKEN'
           OPEN EXTEND HOLD-SKIP-OUT
           IF PTF-HSK-STATUS = '35'
               OPEN OUTPUT HOLD-SKIP-OUT
           END-IF
           MOVE 'LOANPROMISEFOLLOWUP ' TO HSK-JOB-NAME
           MOVE PTF-HOLD-ACCT TO HSK-ACCT-ID
           MOVE PTF-HOLD-TYPE TO HSK-HOLD-TYPE
           MOVE PTF-HOLD-CASE TO HSK-CASE-REF
           MOVE 'PROMISE LEFT OPEN' TO HSK-ACTION
           MOVE PTF-TODAY TO HSK-RUN-DATE
           WRITE HOLD-SKIP-RECORD
           CLOSE HOLD-SKIP-OUT.
