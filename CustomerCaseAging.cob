       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerCaseAging.
      *> Nightly complaint case aging. Every open case on the case
      *> file CustomerCaseEntry.cob keeps (CUSTCASE.cpy) is aged in
      *> calendar days from the day it was opened and held to the
      *> service-level target for its category -- days per
      *> category off the runtime-parameter master, so compliance
      *> can tighten one without a recompile. A case past its
      *> target is breached; one inside the warning window of it
      *> is due soon, so the complaints desk gets to it first
      *> thing. The report lists both, oldest first within each,
      *> then a line per category: open, within target, due soon,
      *> breached, and the oldest case's age. A case whose
      *> category is not one the screen allows is aged against the
      *> OTHR target and listed, since only a batch load could have
      *> put it there.
      *>
      *> The case file is the keyed VSAM KSDS the screen maintains,
      *> read here as its sequential unload the way the collector
      *> queue jobs read COLQFILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE-IN ASSIGN TO "data/CUSTCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAG-CASE-STATUS.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAG-RUNPARM-STATUS.
           SELECT AGING-REPORT-OUT ASSIGN TO "data/CASE-AGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-RUN-LOG-OUT ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAG-BRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE-IN.
       COPY CUSTCASE.

       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  AGING-REPORT-OUT.
       01  AGING-REPORT-LINE             PIC X(132).

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.

       WORKING-STORAGE SECTION.
       01 CAG-FILE-STATUSES.
           05 CAG-CASE-STATUS            PIC XX.
           05 CAG-RUNPARM-STATUS         PIC XX.
           05 CAG-BRL-STATUS             PIC XX.

       01 CAG-EOF-SWITCHES.
           05 CAG-CASE-EOF               PIC X VALUE 'N'.
           05 CAG-RUNPARM-EOF            PIC X VALUE 'N'.

       01 CAG-TODAY                      PIC X(8).
       01 CAG-TODAY-NUM REDEFINES CAG-TODAY
                                         PIC 9(8).
       01 CAG-TODAY-INT                  PIC 9(8).
       01 CAG-NOW                        PIC X(6).

      *> Service-level target in calendar days per category, in
      *> the order the summary prints them; the VALUEs are the
      *> compiled fallbacks for the SLA-DAYS-cccc parameters.
       01 CAG-CATEGORY-VALUES.
           05 FILLER                     PIC X(7) VALUE 'BILL015'.
           05 FILLER                     PIC X(7) VALUE 'FEES015'.
           05 FILLER                     PIC X(7) VALUE 'SERV010'.
           05 FILLER                     PIC X(7) VALUE 'COLL015'.
           05 FILLER                     PIC X(7) VALUE 'PRIV030'.
           05 FILLER                     PIC X(7) VALUE 'FRAU010'.
           05 FILLER                     PIC X(7) VALUE 'LEND030'.
           05 FILLER                     PIC X(7) VALUE 'OTHR030'.
       01 CAG-CATEGORY-TABLE REDEFINES CAG-CATEGORY-VALUES.
           05 CAG-CAT-ENTRY OCCURS 8 TIMES.
               10 CAG-CAT-CODE-T         PIC X(4).
               10 CAG-CAT-SLA-T          PIC 9(3).

      *> Per-category tallies, same subscript as the table above.
       01 CAG-CATEGORY-COUNTS.
           05 CAG-CNT-ENTRY OCCURS 8 TIMES.
               10 CAG-CNT-OPEN-T         PIC 9(5).
               10 CAG-CNT-WITHIN-T       PIC 9(5).
               10 CAG-CNT-DUE-T          PIC 9(5).
               10 CAG-CNT-BREACHED-T     PIC 9(5).
               10 CAG-CNT-OLDEST-T       PIC 9(5).

       01 CAG-CAT-IDX                    PIC 9(2).
       01 CAG-CAT-MATCH                  PIC 9(2).

      *> Runtime parameters; the warning window is how many days
      *> short of its target a case starts showing as due soon.
       01 CAG-PARMS.
           05 CAG-WARN-DAYS              PIC 9(3) VALUE 3.
           05 CAG-PARMS-FROM-MASTER      PIC 9(2) VALUE ZERO.

      *> Open cases that need attention, kept for the two
      *> listings: 'B' breached, 'D' due soon.
       01 CAG-FLAG-CONTROL.
           05 CAG-FLAG-COUNT             PIC 9(4) VALUE ZERO.
           05 CAG-FLAG-IDX               PIC 9(4).
           05 CAG-FLAG-SHOWN             PIC 9(4).
           05 CAG-FLAG-KIND              PIC X(1).

       01 CAG-FLAG-TABLE.
           05 CAG-FLAG-ENTRY OCCURS 2000 TIMES.
               10 CAG-FL-KIND-T          PIC X(1).
               10 CAG-FL-DAYS-T          PIC 9(5).
               10 CAG-FL-SLA-T           PIC 9(3).
               10 CAG-FL-CASE-NO-T       PIC X(8).
               10 CAG-FL-CUST-ID-T       PIC X(6).
               10 CAG-FL-LOAN-T          PIC X(6).
               10 CAG-FL-CATEGORY-T      PIC X(4).
               10 CAG-FL-CHANNEL-T       PIC X(1).
               10 CAG-FL-OPENED-T        PIC X(8).
               10 CAG-FL-OPENED-BY-T     PIC X(8).
               10 CAG-FL-SUMMARY-T       PIC X(40).

       01 CAG-FLAG-HOLD                  PIC X(90).
       01 CAG-SORT-IDX                   PIC 9(4).
       01 CAG-SORT-SWAPPED               PIC X.

       01 CAG-CASE-WORK.
           05 CAG-OPENED-NUM             PIC 9(8).
           05 CAG-OPENED-X REDEFINES CAG-OPENED-NUM
                                         PIC X(8).
           05 CAG-OPENED-PARTS REDEFINES CAG-OPENED-NUM.
               10 CAG-OPENED-YEAR        PIC 9(4).
               10 CAG-OPENED-MONTH       PIC 9(2).
               10 CAG-OPENED-DAY         PIC 9(2).
           05 CAG-DAYS-OPEN              PIC 9(5).
           05 CAG-SLA-DAYS               PIC 9(3).
           05 CAG-DUE-FROM               PIC 9(5).

       01 CAG-COUNTERS.
           05 CAG-CASES-READ             PIC 9(6) VALUE ZERO.
           05 CAG-OPEN-COUNT             PIC 9(6) VALUE ZERO.
           05 CAG-RESOLVED-COUNT         PIC 9(6) VALUE ZERO.
           05 CAG-BREACHED-COUNT         PIC 9(6) VALUE ZERO.
           05 CAG-DUE-SOON-COUNT         PIC 9(6) VALUE ZERO.
           05 CAG-BAD-CATEGORY           PIC 9(6) VALUE ZERO.
           05 CAG-BAD-DATE               PIC 9(6) VALUE ZERO.

       01 CAG-EDIT-FIELDS.
           05 CAG-EDIT-DAYS              PIC ZZZZ9.
           05 CAG-EDIT-SLA               PIC ZZ9.
           05 CAG-EDIT-OVER              PIC ZZZZ9.
           05 CAG-EDIT-OPEN              PIC ZZZZ9.
           05 CAG-EDIT-WITHIN            PIC ZZZZ9.
           05 CAG-EDIT-DUE               PIC ZZZZ9.
           05 CAG-EDIT-BREACHED          PIC ZZZZ9.
           05 CAG-EDIT-OLDEST            PIC ZZZZ9.
           05 CAG-EDIT-COUNT             PIC ZZZZZ9.
           05 CAG-EDIT-OVER-DAYS         PIC 9(5).

       01 CAG-LINE-WORK                  PIC X(132).

      *> Batch-window log.
       01 CAG-BRL-START-TIME            PIC X(6).
       01 CAG-BRL-END-TIME              PIC X(6).
       01 CAG-BRL-START-SECONDS         PIC 9(6).
       01 CAG-BRL-END-SECONDS           PIC 9(6).
       01 CAG-BRL-ELAPSED-SECONDS       PIC 9(6).
       01 CAG-BRL-TIME-PARTS.
           05 CAG-BRL-HH                PIC 99.
           05 CAG-BRL-MM                PIC 99.
           05 CAG-BRL-SS                PIC 99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CAG-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO CAG-NOW
           MOVE CAG-NOW TO CAG-BRL-START-TIME
           COMPUTE CAG-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(CAG-TODAY-NUM)
           INITIALIZE CAG-CATEGORY-COUNTS
           PERFORM LOAD-RUN-PARAMETERS
           OPEN INPUT CASE-FILE-IN
           IF CAG-CASE-STATUS NOT = '00'
               DISPLAY 'CASE FILE NOT FOUND: ' CAG-CASE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL CAG-CASE-EOF = 'Y'
               READ CASE-FILE-IN
                   AT END MOVE 'Y' TO CAG-CASE-EOF
                   NOT AT END PERFORM AGE-ONE-CASE
               END-READ
           END-PERFORM
           CLOSE CASE-FILE-IN
           PERFORM SORT-FLAGGED-CASES
           PERFORM WRITE-AGING-REPORT
           DISPLAY 'Cases read            = ' CAG-CASES-READ
           DISPLAY 'Open cases            = ' CAG-OPEN-COUNT
           DISPLAY 'Resolved cases        = ' CAG-RESOLVED-COUNT
           DISPLAY 'Breached SLA          = ' CAG-BREACHED-COUNT
           DISPLAY 'Due soon              = ' CAG-DUE-SOON-COUNT
           DISPLAY 'Unknown category      = ' CAG-BAD-CATEGORY
           DISPLAY 'Bad opened date       = ' CAG-BAD-DATE
           PERFORM WRITE-BATCH-RUN-LOG
           STOP RUN.

      *> Runtime parameters, falling back loudly to the
      *> compiled defaults and echoing what the run actually used.
       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF CAG-RUNPARM-STATUS = '00'
               PERFORM UNTIL CAG-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO CAG-RUNPARM-EOF
                       NOT AT END PERFORM TAKE-ONE-RUN-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       CAG-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF CAG-PARMS-FROM-MASTER < 9
               DISPLAY 'PARMS MISSING FROM MASTER -- COMPILED '
                       'DEFAULTS FILL THE GAPS'
           END-IF
           PERFORM VARYING CAG-CAT-IDX FROM 1 BY 1
                   UNTIL CAG-CAT-IDX > 8
               DISPLAY 'PARM IN EFFECT: SLA-DAYS-'
                       CAG-CAT-CODE-T(CAG-CAT-IDX)
                       '     = ' CAG-CAT-SLA-T(CAG-CAT-IDX)
           END-PERFORM
           DISPLAY 'PARM IN EFFECT: WARN-DAYS         = '
                   CAG-WARN-DAYS.

      *> SLA-DAYS- followed by the category code sets that
      *> category's target.
       TAKE-ONE-RUN-PARM.
           IF RP-JOB-NAME = 'CUSTOMERCASEAGING'
               IF RP-PARM-NAME = 'WARN-DAYS'
                   MOVE RP-VALUE TO CAG-WARN-DAYS
                   ADD 1 TO CAG-PARMS-FROM-MASTER
               END-IF
               IF RP-PARM-NAME(1:9) = 'SLA-DAYS-'
                   PERFORM VARYING CAG-CAT-IDX FROM 1 BY 1
                           UNTIL CAG-CAT-IDX > 8
                       IF RP-PARM-NAME(10:4)
                               = CAG-CAT-CODE-T(CAG-CAT-IDX)
                           MOVE RP-VALUE TO CAG-CAT-SLA-T(CAG-CAT-IDX)
                           ADD 1 TO CAG-PARMS-FROM-MASTER
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *> The control record and resolved cases are counted and
      *> passed over; an open case is aged against its target.
       AGE-ONE-CASE.
           IF CS-CASE-NO = '00000000'
               CONTINUE
           ELSE
               ADD 1 TO CAG-CASES-READ
               IF CS-STATUS = 'R'
                   ADD 1 TO CAG-RESOLVED-COUNT
               ELSE
                   ADD 1 TO CAG-OPEN-COUNT
                   PERFORM AGE-OPEN-CASE
               END-IF
           END-IF.

       AGE-OPEN-CASE.
           MOVE 8 TO CAG-CAT-MATCH
           PERFORM VARYING CAG-CAT-IDX FROM 1 BY 1
                   UNTIL CAG-CAT-IDX > 8
               IF CS-CATEGORY = CAG-CAT-CODE-T(CAG-CAT-IDX)
                   MOVE CAG-CAT-IDX TO CAG-CAT-MATCH
               END-IF
           END-PERFORM
           IF CS-CATEGORY NOT = CAG-CAT-CODE-T(CAG-CAT-MATCH)
               ADD 1 TO CAG-BAD-CATEGORY
               DISPLAY 'CASE ' CS-CASE-NO ' CATEGORY ' CS-CATEGORY
                       ' NOT KNOWN -- AGED AS OTHR'
           END-IF
           MOVE CAG-CAT-SLA-T(CAG-CAT-MATCH) TO CAG-SLA-DAYS
           MOVE CS-OPENED-DATE TO CAG-OPENED-X
      *> An opened date that is no date at all cannot be aged; it
      *> is listed as breached so somebody puts it right.
           IF CAG-OPENED-X NOT NUMERIC
               ADD 1 TO CAG-BAD-DATE
               MOVE 99999 TO CAG-DAYS-OPEN
           ELSE
               IF CAG-OPENED-YEAR < 1601
                  OR CAG-OPENED-MONTH < 1 OR CAG-OPENED-MONTH > 12
                  OR CAG-OPENED-DAY < 1 OR CAG-OPENED-DAY > 31
                   ADD 1 TO CAG-BAD-DATE
                   MOVE 99999 TO CAG-DAYS-OPEN
               ELSE
                   IF CAG-OPENED-X > CAG-TODAY
                       MOVE ZERO TO CAG-DAYS-OPEN
                   ELSE
                       COMPUTE CAG-DAYS-OPEN = CAG-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE(CAG-OPENED-NUM)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO CAG-CNT-OPEN-T(CAG-CAT-MATCH)
           IF CAG-DAYS-OPEN > CAG-CNT-OLDEST-T(CAG-CAT-MATCH)
               MOVE CAG-DAYS-OPEN TO CAG-CNT-OLDEST-T(CAG-CAT-MATCH)
           END-IF
           IF CAG-SLA-DAYS > CAG-WARN-DAYS
               COMPUTE CAG-DUE-FROM = CAG-SLA-DAYS - CAG-WARN-DAYS
           ELSE
               MOVE ZERO TO CAG-DUE-FROM
           END-IF
           EVALUATE TRUE
               WHEN CAG-DAYS-OPEN > CAG-SLA-DAYS
                   ADD 1 TO CAG-CNT-BREACHED-T(CAG-CAT-MATCH)
                   ADD 1 TO CAG-BREACHED-COUNT
                   MOVE 'B' TO CAG-FLAG-KIND
                   PERFORM KEEP-FLAGGED-CASE
               WHEN CAG-DAYS-OPEN >= CAG-DUE-FROM
                   ADD 1 TO CAG-CNT-DUE-T(CAG-CAT-MATCH)
                   ADD 1 TO CAG-DUE-SOON-COUNT
                   MOVE 'D' TO CAG-FLAG-KIND
                   PERFORM KEEP-FLAGGED-CASE
               WHEN OTHER
                   ADD 1 TO CAG-CNT-WITHIN-T(CAG-CAT-MATCH)
           END-EVALUATE.

       KEEP-FLAGGED-CASE.
           IF CAG-FLAG-COUNT >= 2000
               DISPLAY 'FLAGGED CASE TABLE FULL AT 2000 -- CASE '
                       CS-CASE-NO ' COUNTED BUT NOT LISTED'
           ELSE
               ADD 1 TO CAG-FLAG-COUNT
               MOVE CAG-FLAG-KIND   TO CAG-FL-KIND-T(CAG-FLAG-COUNT)
               MOVE CAG-DAYS-OPEN   TO CAG-FL-DAYS-T(CAG-FLAG-COUNT)
               MOVE CAG-SLA-DAYS    TO CAG-FL-SLA-T(CAG-FLAG-COUNT)
               MOVE CS-CASE-NO      TO CAG-FL-CASE-NO-T(CAG-FLAG-COUNT)
               MOVE CS-CUST-ID      TO CAG-FL-CUST-ID-T(CAG-FLAG-COUNT)
               MOVE CS-LOAN-ACCT-ID TO CAG-FL-LOAN-T(CAG-FLAG-COUNT)
               MOVE CS-CATEGORY
                   TO CAG-FL-CATEGORY-T(CAG-FLAG-COUNT)
               MOVE CS-CHANNEL      TO CAG-FL-CHANNEL-T(CAG-FLAG-COUNT)
               MOVE CS-OPENED-DATE  TO CAG-FL-OPENED-T(CAG-FLAG-COUNT)
               MOVE CS-OPENED-BY
                   TO CAG-FL-OPENED-BY-T(CAG-FLAG-COUNT)
               MOVE CS-SUMMARY      TO CAG-FL-SUMMARY-T(CAG-FLAG-COUNT)
           END-IF.

      *> Oldest first: a bubble pass over the kept cases, which
      *> are few -- only the ones needing attention are kept.
       SORT-FLAGGED-CASES.
           MOVE 'Y' TO CAG-SORT-SWAPPED
           PERFORM UNTIL CAG-SORT-SWAPPED = 'N'
               MOVE 'N' TO CAG-SORT-SWAPPED
               PERFORM VARYING CAG-SORT-IDX FROM 1 BY 1
                       UNTIL CAG-SORT-IDX >= CAG-FLAG-COUNT
                   IF CAG-FL-DAYS-T(CAG-SORT-IDX)
                           < CAG-FL-DAYS-T(CAG-SORT-IDX + 1)
                       MOVE CAG-FLAG-ENTRY(CAG-SORT-IDX)
                           TO CAG-FLAG-HOLD
                       MOVE CAG-FLAG-ENTRY(CAG-SORT-IDX + 1)
                           TO CAG-FLAG-ENTRY(CAG-SORT-IDX)
                       MOVE CAG-FLAG-HOLD
                           TO CAG-FLAG-ENTRY(CAG-SORT-IDX + 1)
                       MOVE 'Y' TO CAG-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-OUT
           MOVE SPACES TO CAG-LINE-WORK
           STRING 'COMPLAINT CASE AGING - ' DELIMITED BY SIZE
                  CAG-TODAY DELIMITED BY SIZE
               INTO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE 'OPEN CASES PAST THEIR SERVICE-LEVEL TARGET'
               TO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE 'B' TO CAG-FLAG-KIND
           PERFORM WRITE-FLAGGED-SECTION
           PERFORM WRITE-BLANK-LINE
           MOVE 'OPEN CASES DUE SOON' TO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE 'D' TO CAG-FLAG-KIND
           PERFORM WRITE-FLAGGED-SECTION
           PERFORM WRITE-BLANK-LINE
           MOVE 'OPEN CASES BY CATEGORY' TO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           STRING '  CAT   TARGET   OPEN  WITHIN    DUE  BREACHED'
                      DELIMITED BY SIZE
                  '  OLDEST' DELIMITED BY SIZE
               INTO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CAG-CAT-IDX FROM 1 BY 1
                   UNTIL CAG-CAT-IDX > 8
               PERFORM WRITE-CATEGORY-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE CAG-OPEN-COUNT TO CAG-EDIT-COUNT
           STRING 'OPEN CASES:          ' DELIMITED BY SIZE
                  CAG-EDIT-COUNT DELIMITED BY SIZE
               INTO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE CAG-BREACHED-COUNT TO CAG-EDIT-COUNT
           STRING 'BREACHED:            ' DELIMITED BY SIZE
                  CAG-EDIT-COUNT DELIMITED BY SIZE
               INTO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE CAG-DUE-SOON-COUNT TO CAG-EDIT-COUNT
           STRING 'DUE SOON:            ' DELIMITED BY SIZE
                  CAG-EDIT-COUNT DELIMITED BY SIZE
               INTO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE CAG-RESOLVED-COUNT TO CAG-EDIT-COUNT
           STRING 'RESOLVED ON FILE:    ' DELIMITED BY SIZE
                  CAG-EDIT-COUNT DELIMITED BY SIZE
               INTO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           CLOSE AGING-REPORT-OUT.

       WRITE-FLAGGED-SECTION.
           STRING '  CASE NO   CUST    LOAN    CAT  CH  OPENED  '
                      DELIMITED BY SIZE
                  '    DAYS  TARGET   OVER  OPENED BY  SUMMARY'
                      DELIMITED BY SIZE
               INTO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO CAG-FLAG-SHOWN
           PERFORM VARYING CAG-FLAG-IDX FROM 1 BY 1
                   UNTIL CAG-FLAG-IDX > CAG-FLAG-COUNT
               IF CAG-FL-KIND-T(CAG-FLAG-IDX) = CAG-FLAG-KIND
                   PERFORM WRITE-FLAGGED-LINE
               END-IF
           END-PERFORM
           IF CAG-FLAG-SHOWN = ZERO
               MOVE '  NONE' TO CAG-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> Over is days past the target on a breach, days left
      *> before it on a case due soon.
       WRITE-FLAGGED-LINE.
           ADD 1 TO CAG-FLAG-SHOWN
           MOVE CAG-FL-DAYS-T(CAG-FLAG-IDX) TO CAG-EDIT-DAYS
           MOVE CAG-FL-SLA-T(CAG-FLAG-IDX) TO CAG-EDIT-SLA
           IF CAG-FL-DAYS-T(CAG-FLAG-IDX) > CAG-FL-SLA-T(CAG-FLAG-IDX)
               COMPUTE CAG-EDIT-OVER-DAYS =
                       CAG-FL-DAYS-T(CAG-FLAG-IDX)
                       - CAG-FL-SLA-T(CAG-FLAG-IDX)
           ELSE
               COMPUTE CAG-EDIT-OVER-DAYS =
                       CAG-FL-SLA-T(CAG-FLAG-IDX)
                       - CAG-FL-DAYS-T(CAG-FLAG-IDX)
           END-IF
           MOVE CAG-EDIT-OVER-DAYS TO CAG-EDIT-OVER
           STRING '  ' DELIMITED BY SIZE
                  CAG-FL-CASE-NO-T(CAG-FLAG-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAG-FL-CUST-ID-T(CAG-FLAG-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAG-FL-LOAN-T(CAG-FLAG-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAG-FL-CATEGORY-T(CAG-FLAG-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAG-FL-CHANNEL-T(CAG-FLAG-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAG-FL-OPENED-T(CAG-FLAG-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAG-EDIT-DAYS DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  CAG-EDIT-SLA DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAG-EDIT-OVER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAG-FL-OPENED-BY-T(CAG-FLAG-IDX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  CAG-FL-SUMMARY-T(CAG-FLAG-IDX) DELIMITED BY SIZE
               INTO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       WRITE-CATEGORY-LINE.
           MOVE CAG-CAT-SLA-T(CAG-CAT-IDX) TO CAG-EDIT-SLA
           MOVE CAG-CNT-OPEN-T(CAG-CAT-IDX) TO CAG-EDIT-OPEN
           MOVE CAG-CNT-WITHIN-T(CAG-CAT-IDX) TO CAG-EDIT-WITHIN
           MOVE CAG-CNT-DUE-T(CAG-CAT-IDX) TO CAG-EDIT-DUE
           MOVE CAG-CNT-BREACHED-T(CAG-CAT-IDX) TO CAG-EDIT-BREACHED
           MOVE CAG-CNT-OLDEST-T(CAG-CAT-IDX) TO CAG-EDIT-OLDEST
           STRING '  ' DELIMITED BY SIZE
                  CAG-CAT-CODE-T(CAG-CAT-IDX) DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  CAG-EDIT-SLA DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAG-EDIT-OPEN DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  CAG-EDIT-WITHIN DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CAG-EDIT-DUE DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  CAG-EDIT-BREACHED DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  CAG-EDIT-OLDEST DELIMITED BY SIZE
               INTO CAG-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE CAG-LINE-WORK TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO CAG-LINE-WORK.

       WRITE-BLANK-LINE.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       WRITE-BATCH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CAG-BRL-END-TIME
           MOVE CAG-BRL-START-TIME TO CAG-BRL-TIME-PARTS
           COMPUTE CAG-BRL-START-SECONDS =
                   CAG-BRL-HH * 3600 + CAG-BRL-MM * 60
                   + CAG-BRL-SS
           MOVE CAG-BRL-END-TIME TO CAG-BRL-TIME-PARTS
           COMPUTE CAG-BRL-END-SECONDS =
                   CAG-BRL-HH * 3600 + CAG-BRL-MM * 60
                   + CAG-BRL-SS
           COMPUTE CAG-BRL-ELAPSED-SECONDS =
                   CAG-BRL-END-SECONDS - CAG-BRL-START-SECONDS
           OPEN EXTEND BATCH-RUN-LOG-OUT
           IF CAG-BRL-STATUS = '35'
               OPEN OUTPUT BATCH-RUN-LOG-OUT
           END-IF
           MOVE 'CUSTOMERCASEAGING   ' TO BRL-JOB-NAME
           MOVE CAG-TODAY TO BRL-RUN-DATE
           MOVE CAG-BRL-START-TIME TO BRL-START-TIME
           MOVE CAG-BRL-END-TIME TO BRL-END-TIME
           MOVE CAG-BRL-ELAPSED-SECONDS TO BRL-ELAPSED-SECONDS
           MOVE CAG-CASES-READ TO BRL-RECORD-COUNT
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-OUT.
