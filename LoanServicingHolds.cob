       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanServicingHolds.
      *> Daily servicing-hold report. A bankruptcy filing or an
      *> agreed forbearance puts a hold on the account (LNHOLD.cpy)
      *> and the late-fee, letter, auto-pay and promise jobs stop
      *> collecting on it -- which is right only while the hold is
      *> really in force. Servicing works this list every morning:
      *>   - holds whose expected end falls within the look-ahead
      *>     window, so the borrower can be contacted and the hold
      *>     released or extended before collection resumes;
      *>   - holds past their expected end and still active: the
      *>     collection jobs already treat these as ended, so the
      *>     record must be released or the end date corrected;
      *>   - holds in effect by type;
      *>   - what each collection job skipped today because of a
      *>     hold, off the register the jobs append to.
      *> An open-ended hold (no expected end, usual for bankruptcy
      *> until discharge or dismissal) is counted in effect but
      *> never shows as ending.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LSH-RUNPARM-STATUS.
           SELECT SERVICING-HOLD-IN ASSIGN TO "data/LNHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LSH-HOLD-STATUS.
           SELECT HOLD-SKIP-IN ASSIGN TO "data/LNHOLD-SKIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LSH-HSK-STATUS.
           SELECT HOLD-REPORT-OUT ASSIGN TO "data/LOAN-HOLDS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  SERVICING-HOLD-IN.
       COPY LNHOLD.

       FD  HOLD-SKIP-IN.
       01  HOLD-SKIP-RECORD.
           05 HSK-JOB-NAME               PIC X(20).
           05 HSK-ACCT-ID                PIC X(6).
           05 HSK-HOLD-TYPE              PIC X(2).
           05 HSK-CASE-REF               PIC X(15).
           05 HSK-ACTION                 PIC X(24).
           05 HSK-RUN-DATE               PIC X(8).

       FD  HOLD-REPORT-OUT.
       01  HOLD-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 LSH-EOF-SWITCHES.
           05 LSH-RUNPARM-EOF           PIC X VALUE 'N'.
           05 LSH-HOLD-EOF              PIC X VALUE 'N'.
           05 LSH-HSK-EOF               PIC X VALUE 'N'.

       01 LSH-FILE-STATUSES.
           05 LSH-RUNPARM-STATUS        PIC XX.
           05 LSH-HOLD-STATUS           PIC XX.
           05 LSH-HSK-STATUS            PIC XX.

       01 LSH-TODAY                     PIC X(8).
       01 LSH-TODAY-9 REDEFINES LSH-TODAY
                                        PIC 9(8).
       01 LSH-TODAY-INT                 PIC 9(8).
       01 LSH-END-DATE                  PIC X(8).
       01 LSH-END-DATE-9 REDEFINES LSH-END-DATE
                                        PIC 9(8).
       01 LSH-END-INT                   PIC 9(8).

      *> Tunable: how many days ahead a hold's expected end is
      *> reported as ending soon.
       01 LSH-PARM-FIELDS.
           05 LSH-LOOKAHEAD-DAYS        PIC 9(3) VALUE 30.
           05 LSH-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> Every active hold on file, with the days to (or past) its
      *> expected end worked out once at load.
       01 LSH-HOLD-CONTROL.
           05 LSH-HOLD-COUNT            PIC 9(4) VALUE ZERO.
           05 LSH-HOLD-IDX              PIC 9(4).

       01 LSH-HOLD-TABLE.
           05 LSH-HOLD-ENTRY OCCURS 2000 TIMES.
               10 LSH-HD-ACCT-T         PIC X(6).
               10 LSH-HD-TYPE-T         PIC X(2).
               10 LSH-HD-START-T        PIC X(8).
               10 LSH-HD-END-T          PIC X(8).
               10 LSH-HD-CASE-T         PIC X(15).
               10 LSH-HD-STATE-T        PIC X(1).
                   88 LSH-HD-FUTURE     VALUE 'F'.
                   88 LSH-HD-IN-FORCE   VALUE 'I'.
                   88 LSH-HD-LAPSED     VALUE 'L'.
               10 LSH-HD-DAYS-T         PIC 9(5).

       01 LSH-TOTALS.
           05 LSH-ENDING-COUNT          PIC 9(5) VALUE ZERO.
           05 LSH-LAPSED-COUNT          PIC 9(5) VALUE ZERO.
           05 LSH-FUTURE-COUNT          PIC 9(5) VALUE ZERO.
           05 LSH-BK-COUNT              PIC 9(5) VALUE ZERO.
           05 LSH-FB-COUNT              PIC 9(5) VALUE ZERO.
           05 LSH-OTHER-COUNT           PIC 9(5) VALUE ZERO.
           05 LSH-SKIP-COUNT            PIC 9(5) VALUE ZERO.

       01 LSH-EDIT-FIELDS.
           05 LSH-EDIT-DAYS             PIC ZZZZ9.
           05 LSH-EDIT-COUNT            PIC ZZ,ZZ9.

       01 LSH-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LSH-TODAY
           COMPUTE LSH-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(LSH-TODAY-9)
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-SERVICING-HOLDS
           OPEN OUTPUT HOLD-REPORT-OUT
           MOVE SPACES TO LSH-LINE-WORK
           STRING 'SERVICING HOLDS - ' DELIMITED BY SIZE
                  LSH-TODAY DELIMITED BY SIZE
                  '   LOOK-AHEAD ' DELIMITED BY SIZE
                  LSH-LOOKAHEAD-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE 'HOLDS ENDING WITHIN THE LOOK-AHEAD WINDOW'
               TO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           STRING '  ACCOUNT  TYPE  START     EXPECTED END'
                      DELIMITED BY SIZE
                  '  CASE REFERENCE   DAYS LEFT' DELIMITED BY SIZE
               INTO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM LIST-HOLDS-ENDING
           PERFORM WRITE-BLANK-LINE
           STRING 'PAST EXPECTED END, STILL ACTIVE -- COLLECTION'
                      DELIMITED BY SIZE
                  ' HAS RESUMED; RELEASE OR EXTEND' DELIMITED BY SIZE
               INTO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           STRING '  ACCOUNT  TYPE  START     EXPECTED END'
                      DELIMITED BY SIZE
                  '  CASE REFERENCE   DAYS PAST' DELIMITED BY SIZE
               INTO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM LIST-HOLDS-LAPSED
           PERFORM WRITE-BLANK-LINE
           PERFORM WRITE-HOLD-COUNTS
           PERFORM WRITE-BLANK-LINE
           MOVE 'COLLECTION SKIPPED TODAY FOR A HOLD'
               TO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           STRING '  JOB                  ACCOUNT  TYPE'
                      DELIMITED BY SIZE
                  '  CASE REFERENCE   ACTION' DELIMITED BY SIZE
               INTO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM LIST-TODAYS-SKIPS
           CLOSE HOLD-REPORT-OUT
           DISPLAY 'Active holds on file = ' LSH-HOLD-COUNT
           DISPLAY 'Ending in window     = ' LSH-ENDING-COUNT
           DISPLAY 'Past expected end    = ' LSH-LAPSED-COUNT
           DISPLAY 'Skipped today        = ' LSH-SKIP-COUNT
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF LSH-RUNPARM-STATUS = '00'
               PERFORM UNTIL LSH-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO LSH-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       LSH-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF LSH-PARMS-FOUND < 1
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           IF LSH-LOOKAHEAD-DAYS = ZERO
               MOVE 30 TO LSH-LOOKAHEAD-DAYS
           END-IF
           DISPLAY 'PARM IN EFFECT: LOOKAHEAD-DAYS = '
                   LSH-LOOKAHEAD-DAYS.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'LOANSERVICINGHOLDS'
               EVALUATE RP-PARM-NAME
                   WHEN 'LOOKAHEAD-DAYS'
                       MOVE RP-VALUE TO LSH-LOOKAHEAD-DAYS
                       ADD 1 TO LSH-PARMS-FOUND
               END-EVALUATE
           END-IF.

      *> Released holds are history and are not loaded.
       LOAD-SERVICING-HOLDS.
           OPEN INPUT SERVICING-HOLD-IN
           IF LSH-HOLD-STATUS NOT = '00'
               DISPLAY 'NO SERVICING-HOLD FILE ON HAND: '
                       LSH-HOLD-STATUS
           ELSE
               PERFORM UNTIL LSH-HOLD-EOF = 'Y'
                   READ SERVICING-HOLD-IN
                       AT END MOVE 'Y' TO LSH-HOLD-EOF
                       NOT AT END
                           IF LNH-STATUS = 'A'
                               PERFORM LOAD-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICING-HOLD-IN
           END-IF.

       LOAD-ONE-HOLD.
           IF LSH-HOLD-COUNT >= 2000
               DISPLAY 'SERVICING-HOLD TABLE FULL -- RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO LSH-HOLD-COUNT
           MOVE LNH-ACCT-ID TO LSH-HD-ACCT-T(LSH-HOLD-COUNT)
           MOVE LNH-HOLD-TYPE TO LSH-HD-TYPE-T(LSH-HOLD-COUNT)
           MOVE LNH-START-DATE TO LSH-HD-START-T(LSH-HOLD-COUNT)
           MOVE LNH-EXPECTED-END TO LSH-HD-END-T(LSH-HOLD-COUNT)
           MOVE LNH-CASE-REF TO LSH-HD-CASE-T(LSH-HOLD-COUNT)
           MOVE ZERO TO LSH-HD-DAYS-T(LSH-HOLD-COUNT)
           MOVE LNH-EXPECTED-END TO LSH-END-DATE
           EVALUATE TRUE
               WHEN LNH-START-DATE > LSH-TODAY
                   MOVE 'F' TO LSH-HD-STATE-T(LSH-HOLD-COUNT)
                   ADD 1 TO LSH-FUTURE-COUNT
               WHEN LSH-END-DATE = SPACES
                   MOVE 'I' TO LSH-HD-STATE-T(LSH-HOLD-COUNT)
               WHEN LSH-END-DATE-9 NOT NUMERIC
                   MOVE 'I' TO LSH-HD-STATE-T(LSH-HOLD-COUNT)
               WHEN LSH-END-DATE < LSH-TODAY
                   MOVE 'L' TO LSH-HD-STATE-T(LSH-HOLD-COUNT)
                   COMPUTE LSH-END-INT =
                           FUNCTION INTEGER-OF-DATE(LSH-END-DATE-9)
                   COMPUTE LSH-HD-DAYS-T(LSH-HOLD-COUNT) =
                           LSH-TODAY-INT - LSH-END-INT
               WHEN OTHER
                   MOVE 'I' TO LSH-HD-STATE-T(LSH-HOLD-COUNT)
                   COMPUTE LSH-END-INT =
                           FUNCTION INTEGER-OF-DATE(LSH-END-DATE-9)
                   COMPUTE LSH-HD-DAYS-T(LSH-HOLD-COUNT) =
                           LSH-END-INT - LSH-TODAY-INT
           END-EVALUATE
           IF LSH-HD-IN-FORCE(LSH-HOLD-COUNT)
               EVALUATE LNH-HOLD-TYPE
                   WHEN 'BK'
                       ADD 1 TO LSH-BK-COUNT
                   WHEN 'FB'
                       ADD 1 TO LSH-FB-COUNT
                   WHEN OTHER
                       ADD 1 TO LSH-OTHER-COUNT
               END-EVALUATE
           END-IF.

       LIST-HOLDS-ENDING.
           PERFORM VARYING LSH-HOLD-IDX FROM 1 BY 1
                   UNTIL LSH-HOLD-IDX > LSH-HOLD-COUNT
               IF LSH-HD-IN-FORCE(LSH-HOLD-IDX)
                   AND LSH-HD-END-T(LSH-HOLD-IDX) NOT = SPACES
                   AND LSH-HD-DAYS-T(LSH-HOLD-IDX) <=
                       LSH-LOOKAHEAD-DAYS
                   ADD 1 TO LSH-ENDING-COUNT
                   PERFORM WRITE-HOLD-DETAIL
               END-IF
           END-PERFORM
           IF LSH-ENDING-COUNT = ZERO
               MOVE '  (NONE)' TO LSH-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-HOLDS-LAPSED.
           PERFORM VARYING LSH-HOLD-IDX FROM 1 BY 1
                   UNTIL LSH-HOLD-IDX > LSH-HOLD-COUNT
               IF LSH-HD-LAPSED(LSH-HOLD-IDX)
                   ADD 1 TO LSH-LAPSED-COUNT
                   PERFORM WRITE-HOLD-DETAIL
               END-IF
           END-PERFORM
           IF LSH-LAPSED-COUNT = ZERO
               MOVE '  (NONE)' TO LSH-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-HOLD-DETAIL.
           MOVE LSH-HD-DAYS-T(LSH-HOLD-IDX) TO LSH-EDIT-DAYS
           MOVE SPACES TO LSH-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  LSH-HD-ACCT-T(LSH-HOLD-IDX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  LSH-HD-TYPE-T(LSH-HOLD-IDX) DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  LSH-HD-START-T(LSH-HOLD-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LSH-HD-END-T(LSH-HOLD-IDX) DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  LSH-HD-CASE-T(LSH-HOLD-IDX) DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  LSH-EDIT-DAYS DELIMITED BY SIZE
               INTO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       WRITE-HOLD-COUNTS.
           MOVE 'HOLDS IN EFFECT TODAY' TO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LSH-BK-COUNT TO LSH-EDIT-COUNT
           STRING '  BK BANKRUPTCY       ' DELIMITED BY SIZE
                  LSH-EDIT-COUNT DELIMITED BY SIZE
               INTO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LSH-FB-COUNT TO LSH-EDIT-COUNT
           STRING '  FB FORBEARANCE      ' DELIMITED BY SIZE
                  LSH-EDIT-COUNT DELIMITED BY SIZE
               INTO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF LSH-OTHER-COUNT > ZERO
               MOVE LSH-OTHER-COUNT TO LSH-EDIT-COUNT
               STRING '  UNKNOWN TYPE        ' DELIMITED BY SIZE
                      LSH-EDIT-COUNT DELIMITED BY SIZE
                   INTO LSH-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE LSH-FUTURE-COUNT TO LSH-EDIT-COUNT
           STRING '  NOT YET STARTED     ' DELIMITED BY SIZE
                  LSH-EDIT-COUNT DELIMITED BY SIZE
               INTO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      *> The register keeps every day's skips; only today's are
      *> listed here.
       LIST-TODAYS-SKIPS.
           OPEN INPUT HOLD-SKIP-IN
           IF LSH-HSK-STATUS = '00'
               PERFORM UNTIL LSH-HSK-EOF = 'Y'
                   READ HOLD-SKIP-IN
                       AT END MOVE 'Y' TO LSH-HSK-EOF
                       NOT AT END
                           IF HSK-RUN-DATE = LSH-TODAY
                               PERFORM WRITE-SKIP-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-SKIP-IN
           END-IF
           IF LSH-SKIP-COUNT = ZERO
               MOVE '  (NONE)' TO LSH-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-SKIP-DETAIL.
           ADD 1 TO LSH-SKIP-COUNT
           MOVE SPACES TO LSH-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  HSK-JOB-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HSK-ACCT-ID DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  HSK-HOLD-TYPE DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  HSK-CASE-REF DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  HSK-ACTION DELIMITED BY SIZE
               INTO LSH-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE LSH-LINE-WORK TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
           MOVE SPACES TO LSH-LINE-WORK.

       WRITE-BLANK-LINE.
           MOVE SPACES TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE.
