       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerCaseReport.
      *> Monthly complaint report. The regulator's complaint log
      *> asks, for each month, how many complaints came in and by
      *> what route, how many were closed and how long they took,
      *> what the outcomes were, and what was still open at the
      *> end of the month. This job answers from the case file
      *> CustomerCaseEntry.cob keeps (CUSTCASE.cpy):
      *>   - received in the month, by category and channel;
      *>   - resolved in the month, by category, with the outcome
      *>     split and the average and longest resolution in
      *>     calendar days from opened to resolved;
      *>   - open at the month end, by category -- a case opened by
      *>     then and not resolved by then, so a case resolved
      *>     since still counts as open for the month reported;
      *>   - repeat complainants: a customer with a case opened in
      *>     the month and at least REPEAT-MIN-CASES cases opened in
      *>     the REPEAT-WINDOW-DAYS ending at the month end.
      *> A category the screen does not allow is counted as OTHR.
      *> The report month comes off the runtime-parameter master as
      *> YYYYMM; zero means the last complete month.
      *>
      *> The case file is read as its sequential unload, as the
      *> nightly aging job reads it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPL-RUNPARM-STATUS.
           SELECT CASE-FILE-IN ASSIGN TO "data/CUSTCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPL-CASE-STATUS.
           SELECT CASE-REPORT-OUT ASSIGN TO "data/CASE-MONTHLY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  CASE-FILE-IN.
       COPY CUSTCASE.

       FD  CASE-REPORT-OUT.
       01  CASE-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 CPL-FILE-STATUSES.
           05 CPL-RUNPARM-STATUS         PIC XX.
           05 CPL-CASE-STATUS            PIC XX.

       01 CPL-EOF-SWITCHES.
           05 CPL-RUNPARM-EOF            PIC X VALUE 'N'.
           05 CPL-CASE-EOF               PIC X VALUE 'N'.

       01 CPL-TODAY                      PIC X(8).
       01 CPL-TODAY-PARTS REDEFINES CPL-TODAY.
           05 CPL-TODAY-YEAR             PIC 9(4).
           05 CPL-TODAY-MONTH            PIC 9(2).
           05 CPL-TODAY-DAY              PIC 9(2).

      *> Tunables: the report month, YYYYMM, zero = last complete
      *> month before the run date; how far back a customer's
      *> earlier cases are looked for, and how many cases in that
      *> window make a repeat complainant.
       01 CPL-PARM-FIELDS.
           05 CPL-REPORT-MONTH           PIC 9(6) VALUE ZERO.
           05 CPL-REPORT-MONTH-PARTS REDEFINES CPL-REPORT-MONTH.
               10 CPL-REPORT-YEAR        PIC 9(4).
               10 CPL-REPORT-MM          PIC 9(2).
           05 CPL-REPEAT-WINDOW-DAYS     PIC 9(4) VALUE 365.
           05 CPL-REPEAT-MIN-CASES       PIC 9(3) VALUE 2.
           05 CPL-PARMS-FOUND            PIC 9(1) VALUE ZERO.

      *> Categories in the order the report prints them.
       01 CPL-CATEGORY-VALUES.
           05 FILLER                     PIC X(4) VALUE 'BILL'.
           05 FILLER                     PIC X(4) VALUE 'FEES'.
           05 FILLER                     PIC X(4) VALUE 'SERV'.
           05 FILLER                     PIC X(4) VALUE 'COLL'.
           05 FILLER                     PIC X(4) VALUE 'PRIV'.
           05 FILLER                     PIC X(4) VALUE 'FRAU'.
           05 FILLER                     PIC X(4) VALUE 'LEND'.
           05 FILLER                     PIC X(4) VALUE 'OTHR'.
       01 CPL-CATEGORY-TABLE REDEFINES CPL-CATEGORY-VALUES.
           05 CPL-CAT-CODE-T OCCURS 8 TIMES
                                         PIC X(4).

      *> Per-category tallies for the month, same subscript as the
      *> table above; the ninth row is the all-category total.
       01 CPL-CATEGORY-COUNTS.
           05 CPL-CNT-ENTRY OCCURS 9 TIMES.
               10 CPL-CNT-PHONE-T        PIC 9(5).
               10 CPL-CNT-TELLER-T       PIC 9(5).
               10 CPL-CNT-LETTER-T       PIC 9(5).
               10 CPL-CNT-RECEIVED-T     PIC 9(5).
               10 CPL-CNT-RESOLVED-T     PIC 9(5).
               10 CPL-CNT-UPHELD-T       PIC 9(5).
               10 CPL-CNT-PARTLY-T       PIC 9(5).
               10 CPL-CNT-NOT-UPHELD-T   PIC 9(5).
               10 CPL-CNT-WITHDRAWN-T    PIC 9(5).
               10 CPL-CNT-RES-DAYS-T     PIC 9(7).
               10 CPL-CNT-MAX-DAYS-T     PIC 9(5).
               10 CPL-CNT-OPEN-END-T     PIC 9(5).

       01 CPL-CAT-IDX                    PIC 9(2).
       01 CPL-CAT-MATCH                  PIC 9(2).

      *> The case file, loaded once; the repeat-complainant count
      *> goes back over it for every customer seen in the month.
       01 CPL-CASE-CONTROL.
           05 CPL-CASE-COUNT             PIC 9(5) VALUE ZERO.
           05 CPL-CASE-IDX               PIC 9(5).

       01 CPL-CASE-TABLE.
           05 CPL-CASE-ENTRY OCCURS 10000 TIMES.
               10 CPL-CS-CUST-ID-T       PIC X(6).
               10 CPL-CS-CAT-IDX-T       PIC 9(2).
               10 CPL-CS-CHANNEL-T       PIC X(1).
               10 CPL-CS-STATUS-T        PIC X(1).
               10 CPL-CS-OUTCOME-T       PIC X(4).
               10 CPL-CS-OPENED-T        PIC X(8).
               10 CPL-CS-RESOLVED-T      PIC X(8).

      *> Customers with a case opened in the month, in the order
      *> their first such case appears.
       01 CPL-CUST-CONTROL.
           05 CPL-CUST-COUNT             PIC 9(4) VALUE ZERO.
           05 CPL-CUST-IDX               PIC 9(4).
           05 CPL-CUST-FOUND             PIC X(1).

       01 CPL-CUST-TABLE.
           05 CPL-CUST-ENTRY OCCURS 5000 TIMES.
               10 CPL-CU-CUST-ID-T       PIC X(6).
               10 CPL-CU-IN-MONTH-T      PIC 9(4).
               10 CPL-CU-IN-WINDOW-T     PIC 9(4).
               10 CPL-CU-LAST-OPENED-T   PIC X(8).

       01 CPL-WORK-FIELDS.
           05 CPL-CUR-YEAR               PIC 9(4).
           05 CPL-CUR-MONTH              PIC 9(2).
           05 CPL-WORK-DATE              PIC 9(8).
           05 CPL-WORK-DATE-X REDEFINES CPL-WORK-DATE
                                         PIC X(8).
           05 CPL-WORK-DATE-PARTS REDEFINES CPL-WORK-DATE.
               10 CPL-WORK-YEAR          PIC 9(4).
               10 CPL-WORK-MONTH         PIC 9(2).
               10 CPL-WORK-DAY           PIC 9(2).
           05 CPL-WORK-INT               PIC 9(8).
           05 CPL-MONTH-START            PIC X(8).
           05 CPL-MONTH-END              PIC X(8).
           05 CPL-WINDOW-START           PIC X(8).
           05 CPL-MONTH-LABEL            PIC X(7).
           05 CPL-DATE-OK                PIC X(1).
           05 CPL-OPENED-INT             PIC 9(8).
           05 CPL-RESOLVED-INT           PIC 9(8).
           05 CPL-RES-DAYS               PIC 9(5).
           05 CPL-AVG-DAYS               PIC 9(5)V9.

       01 CPL-COUNTERS.
           05 CPL-CASES-READ             PIC 9(6) VALUE ZERO.
           05 CPL-BAD-CATEGORY           PIC 9(6) VALUE ZERO.
           05 CPL-BAD-DATE               PIC 9(6) VALUE ZERO.
           05 CPL-REPEAT-COUNT           PIC 9(6) VALUE ZERO.

       01 CPL-EDIT-FIELDS.
           05 CPL-EDIT-PHONE             PIC ZZZZ9.
           05 CPL-EDIT-TELLER            PIC ZZZZ9.
           05 CPL-EDIT-LETTER            PIC ZZZZ9.
           05 CPL-EDIT-RECEIVED          PIC ZZZZ9.
           05 CPL-EDIT-RESOLVED          PIC ZZZZ9.
           05 CPL-EDIT-UPHELD            PIC ZZZZ9.
           05 CPL-EDIT-PARTLY            PIC ZZZZ9.
           05 CPL-EDIT-NOT-UPHELD        PIC ZZZZ9.
           05 CPL-EDIT-WITHDRAWN         PIC ZZZZ9.
           05 CPL-EDIT-AVG-DAYS          PIC ZZZZ9.9.
           05 CPL-EDIT-MAX-DAYS          PIC ZZZZ9.
           05 CPL-EDIT-OPEN-END          PIC ZZZZ9.
           05 CPL-EDIT-IN-MONTH          PIC ZZZ9.
           05 CPL-EDIT-IN-WINDOW         PIC ZZZ9.
           05 CPL-EDIT-WINDOW            PIC ZZZ9.

       01 CPL-LINE-WORK                  PIC X(132) VALUE SPACES.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CPL-TODAY
           INITIALIZE CPL-CATEGORY-COUNTS
           PERFORM LOAD-RUN-PARAMETERS
           MOVE CPL-REPORT-YEAR TO CPL-CUR-YEAR
           MOVE CPL-REPORT-MM TO CPL-CUR-MONTH
           PERFORM SET-MONTH-DATES
           PERFORM LOAD-CASE-TABLE
           PERFORM VARYING CPL-CASE-IDX FROM 1 BY 1
                   UNTIL CPL-CASE-IDX > CPL-CASE-COUNT
               PERFORM COUNT-ONE-CASE
           END-PERFORM
           PERFORM VARYING CPL-CUST-IDX FROM 1 BY 1
                   UNTIL CPL-CUST-IDX > CPL-CUST-COUNT
               PERFORM COUNT-CUSTOMER-WINDOW
           END-PERFORM
           PERFORM WRITE-CASE-REPORT
           DISPLAY 'Report month          = ' CPL-MONTH-LABEL
           DISPLAY 'Cases read            = ' CPL-CASES-READ
           DISPLAY 'Received in month     = '
                   CPL-CNT-RECEIVED-T(9)
           DISPLAY 'Resolved in month     = '
                   CPL-CNT-RESOLVED-T(9)
           DISPLAY 'Open at month end     = '
                   CPL-CNT-OPEN-END-T(9)
           DISPLAY 'Repeat complainants   = ' CPL-REPEAT-COUNT
           DISPLAY 'Unknown category      = ' CPL-BAD-CATEGORY
           DISPLAY 'Bad case dates        = ' CPL-BAD-DATE
           STOP RUN.

      *> Runtime parameters, falling back loudly to the compiled
      *> defaults and echoing what the run actually used.
       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF CPL-RUNPARM-STATUS = '00'
               PERFORM UNTIL CPL-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO CPL-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       CPL-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF CPL-PARMS-FOUND < 3
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           IF CPL-REPORT-MONTH NOT = ZERO
              AND (CPL-REPORT-MM < 1 OR CPL-REPORT-MM > 12
                   OR CPL-REPORT-YEAR < 1601)
               DISPLAY 'REPORT-MONTH ' CPL-REPORT-MONTH
                       ' NOT A VALID YYYYMM -- LAST MONTH USED'
               MOVE ZERO TO CPL-REPORT-MONTH
           END-IF
           IF CPL-REPORT-MONTH = ZERO
               MOVE CPL-TODAY-YEAR TO CPL-REPORT-YEAR
               MOVE CPL-TODAY-MONTH TO CPL-REPORT-MM
               IF CPL-REPORT-MM = 1
                   MOVE 12 TO CPL-REPORT-MM
                   SUBTRACT 1 FROM CPL-REPORT-YEAR
               ELSE
                   SUBTRACT 1 FROM CPL-REPORT-MM
               END-IF
           END-IF
           IF CPL-REPEAT-WINDOW-DAYS = ZERO
               MOVE 365 TO CPL-REPEAT-WINDOW-DAYS
           END-IF
           IF CPL-REPEAT-MIN-CASES < 2
               MOVE 2 TO CPL-REPEAT-MIN-CASES
           END-IF
           DISPLAY 'PARM IN EFFECT: REPORT-MONTH       = '
                   CPL-REPORT-MONTH
           DISPLAY 'PARM IN EFFECT: REPEAT-WINDOW-DAYS = '
                   CPL-REPEAT-WINDOW-DAYS
           DISPLAY 'PARM IN EFFECT: REPEAT-MIN-CASES   = '
                   CPL-REPEAT-MIN-CASES.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'CUSTOMERCASEREPORT'
               EVALUATE RP-PARM-NAME
                   WHEN 'REPORT-MONTH'
                       MOVE RP-VALUE TO CPL-REPORT-MONTH
                       ADD 1 TO CPL-PARMS-FOUND
                   WHEN 'REPEAT-WINDOW-DAYS'
                       MOVE RP-VALUE TO CPL-REPEAT-WINDOW-DAYS
                       ADD 1 TO CPL-PARMS-FOUND
                   WHEN 'REPEAT-MIN-CASES'
                       MOVE RP-VALUE TO CPL-REPEAT-MIN-CASES
                       ADD 1 TO CPL-PARMS-FOUND
               END-EVALUATE
           END-IF.

      *> Sets the start and end of the month in CPL-CUR-YEAR /
      *> CPL-CUR-MONTH, and the first day of the repeat window
      *> that ends with it.
       SET-MONTH-DATES.
           MOVE CPL-CUR-YEAR TO CPL-WORK-YEAR
           MOVE CPL-CUR-MONTH TO CPL-WORK-MONTH
           MOVE 1 TO CPL-WORK-DAY
           MOVE CPL-WORK-DATE-X TO CPL-MONTH-START
           IF CPL-WORK-MONTH = 12
               MOVE 1 TO CPL-WORK-MONTH
               ADD 1 TO CPL-WORK-YEAR
           ELSE
               ADD 1 TO CPL-WORK-MONTH
           END-IF
           COMPUTE CPL-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(CPL-WORK-DATE) - 1
           COMPUTE CPL-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(CPL-WORK-INT)
           MOVE CPL-WORK-DATE-X TO CPL-MONTH-END
           COMPUTE CPL-WORK-INT =
                   CPL-WORK-INT - CPL-REPEAT-WINDOW-DAYS + 1
           COMPUTE CPL-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(CPL-WORK-INT)
           MOVE CPL-WORK-DATE-X TO CPL-WINDOW-START
           MOVE SPACES TO CPL-MONTH-LABEL
           STRING CPL-MONTH-START(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  CPL-MONTH-START(5:2) DELIMITED BY SIZE
               INTO CPL-MONTH-LABEL.

       LOAD-CASE-TABLE.
           OPEN INPUT CASE-FILE-IN
           IF CPL-CASE-STATUS NOT = '00'
               DISPLAY 'CASE FILE NOT FOUND: ' CPL-CASE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL CPL-CASE-EOF = 'Y'
               READ CASE-FILE-IN
                   AT END MOVE 'Y' TO CPL-CASE-EOF
                   NOT AT END PERFORM STORE-CASE-ENTRY
               END-READ
           END-PERFORM
           CLOSE CASE-FILE-IN.

      *> The control record is passed over. A case whose opened
      *> date is no date cannot be placed in any month; it is
      *> counted and left out.
       STORE-CASE-ENTRY.
           IF CS-CASE-NO NOT = '00000000'
               ADD 1 TO CPL-CASES-READ
               MOVE CS-OPENED-DATE TO CPL-WORK-DATE-X
               PERFORM CHECK-WORK-DATE
               IF CPL-DATE-OK = 'N'
                   ADD 1 TO CPL-BAD-DATE
                   DISPLAY 'CASE ' CS-CASE-NO ' OPENED DATE '
                           CS-OPENED-DATE ' NOT A DATE -- LEFT OUT'
               ELSE
                   PERFORM KEEP-CASE-ENTRY
               END-IF
           END-IF.

       KEEP-CASE-ENTRY.
           IF CPL-CASE-COUNT >= 10000
               DISPLAY 'CASE TABLE FULL AT 10000 -- REPORT '
                       'NOT WRITTEN'
               STOP RUN
           END-IF
           MOVE 8 TO CPL-CAT-MATCH
           PERFORM VARYING CPL-CAT-IDX FROM 1 BY 1
                   UNTIL CPL-CAT-IDX > 8
               IF CS-CATEGORY = CPL-CAT-CODE-T(CPL-CAT-IDX)
                   MOVE CPL-CAT-IDX TO CPL-CAT-MATCH
               END-IF
           END-PERFORM
           IF CS-CATEGORY NOT = CPL-CAT-CODE-T(CPL-CAT-MATCH)
               ADD 1 TO CPL-BAD-CATEGORY
               DISPLAY 'CASE ' CS-CASE-NO ' CATEGORY ' CS-CATEGORY
                       ' NOT KNOWN -- COUNTED AS OTHR'
           END-IF
           ADD 1 TO CPL-CASE-COUNT
           MOVE CS-CUST-ID TO CPL-CS-CUST-ID-T(CPL-CASE-COUNT)
           MOVE CPL-CAT-MATCH TO CPL-CS-CAT-IDX-T(CPL-CASE-COUNT)
           MOVE CS-CHANNEL TO CPL-CS-CHANNEL-T(CPL-CASE-COUNT)
           MOVE CS-STATUS TO CPL-CS-STATUS-T(CPL-CASE-COUNT)
           MOVE CS-OUTCOME TO CPL-CS-OUTCOME-T(CPL-CASE-COUNT)
           MOVE CS-OPENED-DATE TO CPL-CS-OPENED-T(CPL-CASE-COUNT)
           MOVE SPACES TO CPL-CS-RESOLVED-T(CPL-CASE-COUNT)
      *> A resolved case without a usable resolved date is still
      *> resolved, but falls in no month's resolved count.
           IF CS-STATUS = 'R'
               MOVE CS-RESOLVED-DATE TO CPL-WORK-DATE-X
               PERFORM CHECK-WORK-DATE
               IF CPL-DATE-OK = 'Y'
                  AND CS-RESOLVED-DATE NOT < CS-OPENED-DATE
                   MOVE CS-RESOLVED-DATE
                       TO CPL-CS-RESOLVED-T(CPL-CASE-COUNT)
               ELSE
                   ADD 1 TO CPL-BAD-DATE
                   DISPLAY 'CASE ' CS-CASE-NO ' RESOLVED DATE '
                           CS-RESOLVED-DATE ' NOT USABLE'
               END-IF
           END-IF.

       CHECK-WORK-DATE.
           MOVE 'Y' TO CPL-DATE-OK
           IF CPL-WORK-DATE-X NOT NUMERIC
               MOVE 'N' TO CPL-DATE-OK
           ELSE
               IF CPL-WORK-YEAR < 1601
                  OR CPL-WORK-MONTH < 1 OR CPL-WORK-MONTH > 12
                  OR CPL-WORK-DAY < 1 OR CPL-WORK-DAY > 31
                   MOVE 'N' TO CPL-DATE-OK
               END-IF
           END-IF.

       COUNT-ONE-CASE.
           MOVE CPL-CS-CAT-IDX-T(CPL-CASE-IDX) TO CPL-CAT-MATCH
           IF CPL-CS-OPENED-T(CPL-CASE-IDX) NOT < CPL-MONTH-START
              AND CPL-CS-OPENED-T(CPL-CASE-IDX) NOT > CPL-MONTH-END
               PERFORM COUNT-RECEIVED-CASE
           END-IF
           IF CPL-CS-RESOLVED-T(CPL-CASE-IDX) NOT = SPACES
              AND CPL-CS-RESOLVED-T(CPL-CASE-IDX)
                      NOT < CPL-MONTH-START
              AND CPL-CS-RESOLVED-T(CPL-CASE-IDX)
                      NOT > CPL-MONTH-END
               PERFORM COUNT-RESOLVED-CASE
           END-IF
      *> Open at month end: opened by then and not resolved by
      *> then. A resolved case with no usable date is left out.
           IF CPL-CS-OPENED-T(CPL-CASE-IDX) NOT > CPL-MONTH-END
               IF CPL-CS-STATUS-T(CPL-CASE-IDX) NOT = 'R'
                   ADD 1 TO CPL-CNT-OPEN-END-T(CPL-CAT-MATCH)
                   ADD 1 TO CPL-CNT-OPEN-END-T(9)
               ELSE
                   IF CPL-CS-RESOLVED-T(CPL-CASE-IDX)
                           > CPL-MONTH-END
                       ADD 1 TO CPL-CNT-OPEN-END-T(CPL-CAT-MATCH)
                       ADD 1 TO CPL-CNT-OPEN-END-T(9)
                   END-IF
               END-IF
           END-IF.

       COUNT-RECEIVED-CASE.
           ADD 1 TO CPL-CNT-RECEIVED-T(CPL-CAT-MATCH)
           ADD 1 TO CPL-CNT-RECEIVED-T(9)
           EVALUATE CPL-CS-CHANNEL-T(CPL-CASE-IDX)
               WHEN 'P'
                   ADD 1 TO CPL-CNT-PHONE-T(CPL-CAT-MATCH)
                   ADD 1 TO CPL-CNT-PHONE-T(9)
               WHEN 'T'
                   ADD 1 TO CPL-CNT-TELLER-T(CPL-CAT-MATCH)
                   ADD 1 TO CPL-CNT-TELLER-T(9)
               WHEN 'L'
                   ADD 1 TO CPL-CNT-LETTER-T(CPL-CAT-MATCH)
                   ADD 1 TO CPL-CNT-LETTER-T(9)
           END-EVALUATE
           PERFORM NOTE-MONTH-CUSTOMER.

       NOTE-MONTH-CUSTOMER.
           MOVE 'N' TO CPL-CUST-FOUND
           PERFORM VARYING CPL-CUST-IDX FROM 1 BY 1
                   UNTIL CPL-CUST-IDX > CPL-CUST-COUNT
                      OR CPL-CUST-FOUND = 'Y'
               IF CPL-CU-CUST-ID-T(CPL-CUST-IDX)
                       = CPL-CS-CUST-ID-T(CPL-CASE-IDX)
                   MOVE 'Y' TO CPL-CUST-FOUND
                   ADD 1 TO CPL-CU-IN-MONTH-T(CPL-CUST-IDX)
               END-IF
           END-PERFORM
           IF CPL-CUST-FOUND = 'N'
               IF CPL-CUST-COUNT >= 5000
                   DISPLAY 'CUSTOMER TABLE FULL AT 5000 -- '
                           CPL-CS-CUST-ID-T(CPL-CASE-IDX)
                           ' NOT CHECKED FOR REPEATS'
               ELSE
                   ADD 1 TO CPL-CUST-COUNT
                   MOVE CPL-CS-CUST-ID-T(CPL-CASE-IDX)
                       TO CPL-CU-CUST-ID-T(CPL-CUST-COUNT)
                   MOVE 1 TO CPL-CU-IN-MONTH-T(CPL-CUST-COUNT)
                   MOVE ZERO TO CPL-CU-IN-WINDOW-T(CPL-CUST-COUNT)
                   MOVE SPACES TO CPL-CU-LAST-OPENED-T(CPL-CUST-COUNT)
               END-IF
           END-IF.

      *> Resolution days run from the opened date to the resolved
      *> date; a case resolved the day it was opened took none.
       COUNT-RESOLVED-CASE.
           MOVE CPL-CS-OPENED-T(CPL-CASE-IDX) TO CPL-WORK-DATE-X
           COMPUTE CPL-OPENED-INT =
                   FUNCTION INTEGER-OF-DATE(CPL-WORK-DATE)
           MOVE CPL-CS-RESOLVED-T(CPL-CASE-IDX) TO CPL-WORK-DATE-X
           COMPUTE CPL-RESOLVED-INT =
                   FUNCTION INTEGER-OF-DATE(CPL-WORK-DATE)
           COMPUTE CPL-RES-DAYS = CPL-RESOLVED-INT - CPL-OPENED-INT
           ADD 1 TO CPL-CNT-RESOLVED-T(CPL-CAT-MATCH)
           ADD 1 TO CPL-CNT-RESOLVED-T(9)
           ADD CPL-RES-DAYS TO CPL-CNT-RES-DAYS-T(CPL-CAT-MATCH)
           ADD CPL-RES-DAYS TO CPL-CNT-RES-DAYS-T(9)
           IF CPL-RES-DAYS > CPL-CNT-MAX-DAYS-T(CPL-CAT-MATCH)
               MOVE CPL-RES-DAYS TO CPL-CNT-MAX-DAYS-T(CPL-CAT-MATCH)
           END-IF
           IF CPL-RES-DAYS > CPL-CNT-MAX-DAYS-T(9)
               MOVE CPL-RES-DAYS TO CPL-CNT-MAX-DAYS-T(9)
           END-IF
           EVALUATE CPL-CS-OUTCOME-T(CPL-CASE-IDX)
               WHEN 'UPHD'
                   ADD 1 TO CPL-CNT-UPHELD-T(CPL-CAT-MATCH)
                   ADD 1 TO CPL-CNT-UPHELD-T(9)
               WHEN 'PART'
                   ADD 1 TO CPL-CNT-PARTLY-T(CPL-CAT-MATCH)
                   ADD 1 TO CPL-CNT-PARTLY-T(9)
               WHEN 'NOTU'
                   ADD 1 TO CPL-CNT-NOT-UPHELD-T(CPL-CAT-MATCH)
                   ADD 1 TO CPL-CNT-NOT-UPHELD-T(9)
               WHEN 'WDRN'
                   ADD 1 TO CPL-CNT-WITHDRAWN-T(CPL-CAT-MATCH)
                   ADD 1 TO CPL-CNT-WITHDRAWN-T(9)
           END-EVALUATE.

      *> Every case the customer opened inside the window, the
      *> month's included, and the latest of them.
       COUNT-CUSTOMER-WINDOW.
           PERFORM VARYING CPL-CASE-IDX FROM 1 BY 1
                   UNTIL CPL-CASE-IDX > CPL-CASE-COUNT
               IF CPL-CS-CUST-ID-T(CPL-CASE-IDX)
                       = CPL-CU-CUST-ID-T(CPL-CUST-IDX)
                  AND CPL-CS-OPENED-T(CPL-CASE-IDX)
                       NOT < CPL-WINDOW-START
                  AND CPL-CS-OPENED-T(CPL-CASE-IDX)
                       NOT > CPL-MONTH-END
                   ADD 1 TO CPL-CU-IN-WINDOW-T(CPL-CUST-IDX)
                   IF CPL-CS-OPENED-T(CPL-CASE-IDX)
                           > CPL-CU-LAST-OPENED-T(CPL-CUST-IDX)
                       MOVE CPL-CS-OPENED-T(CPL-CASE-IDX)
                           TO CPL-CU-LAST-OPENED-T(CPL-CUST-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF CPL-CU-IN-WINDOW-T(CPL-CUST-IDX)
                   >= CPL-REPEAT-MIN-CASES
               ADD 1 TO CPL-REPEAT-COUNT
           END-IF.

       WRITE-CASE-REPORT.
           OPEN OUTPUT CASE-REPORT-OUT
           STRING 'COMPLAINT CASE REPORT - MONTH ' DELIMITED BY SIZE
                  CPL-MONTH-LABEL DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  CPL-MONTH-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  CPL-MONTH-END DELIMITED BY SIZE
                  ')   RUN ' DELIMITED BY SIZE
                  CPL-TODAY DELIMITED BY SIZE
               INTO CPL-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE 'COMPLAINTS RECEIVED BY CATEGORY AND CHANNEL'
               TO CPL-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE '  CAT     PHONE  TELLER  LETTER   TOTAL'
               TO CPL-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CPL-CAT-IDX FROM 1 BY 1
                   UNTIL CPL-CAT-IDX > 9
               PERFORM WRITE-RECEIVED-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE 'COMPLAINTS RESOLVED BY CATEGORY' TO CPL-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           STRING '  CAT   RESOLVED   UPHELD   PARTLY  NOT UPH'
                      DELIMITED BY SIZE
                  '  WITHDRN  AVG DAYS  MAX DAYS' DELIMITED BY SIZE
               INTO CPL-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CPL-CAT-IDX FROM 1 BY 1
                   UNTIL CPL-CAT-IDX > 9
               PERFORM WRITE-RESOLVED-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE 'COMPLAINTS OPEN AT MONTH END BY CATEGORY'
               TO CPL-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE '  CAT      OPEN' TO CPL-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CPL-CAT-IDX FROM 1 BY 1
                   UNTIL CPL-CAT-IDX > 9
               PERFORM WRITE-OPEN-END-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE CPL-REPEAT-WINDOW-DAYS TO CPL-EDIT-WINDOW
           STRING 'REPEAT COMPLAINANTS - CASES OPENED '
                      DELIMITED BY SIZE
                  CPL-WINDOW-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  CPL-MONTH-END DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  CPL-EDIT-WINDOW DELIMITED BY SIZE
                  ' DAYS)' DELIMITED BY SIZE
               INTO CPL-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE '  CUST    IN MONTH  IN WINDOW  LAST OPENED'
               TO CPL-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING CPL-CUST-IDX FROM 1 BY 1
                   UNTIL CPL-CUST-IDX > CPL-CUST-COUNT
               IF CPL-CU-IN-WINDOW-T(CPL-CUST-IDX)
                       >= CPL-REPEAT-MIN-CASES
                   PERFORM WRITE-REPEAT-LINE
               END-IF
           END-PERFORM
           IF CPL-REPEAT-COUNT = ZERO
               MOVE '  NONE' TO CPL-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE CASE-REPORT-OUT.

       WRITE-RECEIVED-LINE.
           PERFORM SET-CATEGORY-LABEL
           MOVE CPL-CNT-PHONE-T(CPL-CAT-IDX) TO CPL-EDIT-PHONE
           MOVE CPL-CNT-TELLER-T(CPL-CAT-IDX) TO CPL-EDIT-TELLER
           MOVE CPL-CNT-LETTER-T(CPL-CAT-IDX) TO CPL-EDIT-LETTER
           MOVE CPL-CNT-RECEIVED-T(CPL-CAT-IDX) TO CPL-EDIT-RECEIVED
           STRING '    ' DELIMITED BY SIZE
                  CPL-EDIT-PHONE DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  CPL-EDIT-TELLER DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  CPL-EDIT-LETTER DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  CPL-EDIT-RECEIVED DELIMITED BY SIZE
               INTO CPL-LINE-WORK(7:)
           PERFORM WRITE-REPORT-LINE.

       WRITE-RESOLVED-LINE.
           PERFORM SET-CATEGORY-LABEL
           MOVE CPL-CNT-RESOLVED-T(CPL-CAT-IDX) TO CPL-EDIT-RESOLVED
           MOVE CPL-CNT-UPHELD-T(CPL-CAT-IDX) TO CPL-EDIT-UPHELD
           MOVE CPL-CNT-PARTLY-T(CPL-CAT-IDX) TO CPL-EDIT-PARTLY
           MOVE CPL-CNT-NOT-UPHELD-T(CPL-CAT-IDX)
               TO CPL-EDIT-NOT-UPHELD
           MOVE CPL-CNT-WITHDRAWN-T(CPL-CAT-IDX) TO CPL-EDIT-WITHDRAWN
           MOVE ZERO TO CPL-AVG-DAYS
           IF CPL-CNT-RESOLVED-T(CPL-CAT-IDX) > ZERO
               COMPUTE CPL-AVG-DAYS ROUNDED =
                       CPL-CNT-RES-DAYS-T(CPL-CAT-IDX)
                       / CPL-CNT-RESOLVED-T(CPL-CAT-IDX)
           END-IF
           MOVE CPL-AVG-DAYS TO CPL-EDIT-AVG-DAYS
           MOVE CPL-CNT-MAX-DAYS-T(CPL-CAT-IDX) TO CPL-EDIT-MAX-DAYS
           STRING '     ' DELIMITED BY SIZE
                  CPL-EDIT-RESOLVED DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  CPL-EDIT-UPHELD DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  CPL-EDIT-PARTLY DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  CPL-EDIT-NOT-UPHELD DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  CPL-EDIT-WITHDRAWN DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  CPL-EDIT-AVG-DAYS DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  CPL-EDIT-MAX-DAYS DELIMITED BY SIZE
               INTO CPL-LINE-WORK(7:)
           PERFORM WRITE-REPORT-LINE.

       WRITE-OPEN-END-LINE.
           PERFORM SET-CATEGORY-LABEL
           MOVE CPL-CNT-OPEN-END-T(CPL-CAT-IDX) TO CPL-EDIT-OPEN-END
           STRING '    ' DELIMITED BY SIZE
                  CPL-EDIT-OPEN-END DELIMITED BY SIZE
               INTO CPL-LINE-WORK(7:)
           PERFORM WRITE-REPORT-LINE.

      *> The ninth row of the tallies is the all-category total.
       SET-CATEGORY-LABEL.
           IF CPL-CAT-IDX > 8
               MOVE '  ALL ' TO CPL-LINE-WORK(1:6)
           ELSE
               MOVE CPL-CAT-CODE-T(CPL-CAT-IDX)
                   TO CPL-LINE-WORK(3:4)
           END-IF.

       WRITE-REPEAT-LINE.
           MOVE CPL-CU-IN-MONTH-T(CPL-CUST-IDX) TO CPL-EDIT-IN-MONTH
           MOVE CPL-CU-IN-WINDOW-T(CPL-CUST-IDX)
               TO CPL-EDIT-IN-WINDOW
           STRING '  ' DELIMITED BY SIZE
                  CPL-CU-CUST-ID-T(CPL-CUST-IDX) DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  CPL-EDIT-IN-MONTH DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  CPL-EDIT-IN-WINDOW DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CPL-CU-LAST-OPENED-T(CPL-CUST-IDX) DELIMITED BY SIZE
               INTO CPL-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE CPL-LINE-WORK TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE
           MOVE SPACES TO CPL-LINE-WORK.

       WRITE-BLANK-LINE.
           MOVE SPACES TO CASE-REPORT-LINE
           WRITE CASE-REPORT-LINE.
