       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerRiskReview.
      *> Monthly customer risk rating and KYC review scheduling.
      *> Compliance re-reviews high-risk customers yearly and the
      *> rest every few years; until now that schedule lived in a
      *> spreadsheet. Every customer on the master is rescored from
      *> the watch-list review items WatchListScreening.cob raised
      *> against them (confirmed, still open, or cleared near-
      *> misses), the USD exposure on CustomerExposure.cob's extract
      *> (CUSTEXPO.cpy), the number of deposit and loan accounts
      *> linked to them, and how long the relationship has run.
      *> The score sets a high/medium/low rating on the risk file
      *> (CUSTRISK.cpy); a rating that worsened pulls the next
      *> review date forward to the shorter cycle, one that
      *> improved waits for the next review to stretch it. The
      *> review-completed feed then stamps each finished review and
      *> schedules the next, and the report lists every review
      *> overdue and coming due inside the window.
      *>
      *> The customer master is the keyed VSAM KSDS the online
      *> programs maintain, read here with a full sequential pass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-IN ASSIGN TO "data/CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS CRR-CUST-STATUS.
           SELECT WATCH-REVIEW-IN ASSIGN TO "data/WATCHREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-WATCH-STATUS.
           SELECT EXPOSURE-IN ASSIGN TO "data/CUSTEXPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-EXPO-STATUS.
           SELECT ACCT-LINK-IN ASSIGN TO "data/ACCTCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-LINK-STATUS.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-RUNPARM-STATUS.
           SELECT RISK-IN ASSIGN TO "data/CUSTRISK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-RISK-STATUS.
           SELECT RISK-OUT ASSIGN TO "data/CUSTRISK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Reviews compliance finished since the last run.
           SELECT REVIEW-DONE-IN ASSIGN TO "data/CUSTRISK-REV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-DONE-STATUS.
           SELECT REVIEW-REJECT-OUT ASSIGN TO "data/CUSTRISK-REJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRR-REJ-STATUS.
           SELECT RISK-REPORT-OUT ASSIGN TO "data/KYC-REVIEW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER-IN.
       COPY CUSTMAST.

       FD  WATCH-REVIEW-IN.
       COPY WATCHREV.

       FD  EXPOSURE-IN.
       COPY CUSTEXPO.

       FD  ACCT-LINK-IN.
       COPY ACCTCUST.

       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  RISK-IN.
       COPY CUSTRISK.

       FD  RISK-OUT.
       01  RISK-OUT-RECORD.
           05 CRO-CUST-ID                PIC X(6).
           05 CRO-RISK-SCORE             PIC 9(3).
           05 CRO-RISK-RATING            PIC X(1).
           05 CRO-PRIOR-RATING           PIC X(1).
           05 CRO-SCORED-DATE            PIC X(8).
           05 CRO-LAST-REVIEW-DATE       PIC X(8).
           05 CRO-REVIEWED-BY            PIC X(3).
           05 CRO-NEXT-REVIEW-DATE       PIC X(8).
           05 CRO-RELATIONSHIP-DATE      PIC X(8).
           05 CRO-WATCH-ITEMS            PIC 9(2).
           05 CRO-USD-EXPOSURE           PIC 9(11)V99.
           05 CRO-LINKED-ACCOUNTS        PIC 9(3).

       FD  REVIEW-DONE-IN.
       01  REVIEW-DONE-RECORD.
           05 RVD-CUST-ID                PIC X(6).
           05 RVD-REVIEW-DATE            PIC X(8).
           05 RVD-REVIEWED-BY            PIC X(3).

       FD  REVIEW-REJECT-OUT.
       01  REVIEW-REJECT-RECORD.
           05 RVR-CUST-ID                PIC X(6).
           05 RVR-REVIEW-DATE            PIC X(8).
           05 RVR-REVIEWED-BY            PIC X(3).
           05 RVR-REASON                 PIC X(30).
           05 RVR-REJECT-DATE            PIC X(8).

       FD  RISK-REPORT-OUT.
       01  RISK-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 CRR-FILE-STATUSES.
           05 CRR-CUST-STATUS            PIC XX.
           05 CRR-WATCH-STATUS           PIC XX.
           05 CRR-EXPO-STATUS            PIC XX.
           05 CRR-LINK-STATUS            PIC XX.
           05 CRR-RUNPARM-STATUS         PIC XX.
           05 CRR-RISK-STATUS            PIC XX.
           05 CRR-DONE-STATUS            PIC XX.
           05 CRR-REJ-STATUS             PIC XX.

       01 CRR-EOF-SWITCHES.
           05 CRR-CUST-EOF               PIC X VALUE 'N'.
           05 CRR-WATCH-EOF              PIC X VALUE 'N'.
           05 CRR-EXPO-EOF               PIC X VALUE 'N'.
           05 CRR-LINK-EOF               PIC X VALUE 'N'.
           05 CRR-RUNPARM-EOF            PIC X VALUE 'N'.
           05 CRR-RISK-EOF               PIC X VALUE 'N'.
           05 CRR-DONE-EOF               PIC X VALUE 'N'.

       01 CRR-TODAY                      PIC X(8).

      *> Rating thresholds and review cycles, loaded from the
      *> runtime-parameter master; the VALUEs are the loud
      *> fallbacks.
       01 CRR-PARMS.
           05 CRR-HIGH-SCORE             PIC 9(3) VALUE 60.
           05 CRR-MEDIUM-SCORE           PIC 9(3) VALUE 30.
           05 CRR-CYCLE-HIGH             PIC 9(5) VALUE 365.
           05 CRR-CYCLE-MEDIUM           PIC 9(5) VALUE 730.
           05 CRR-CYCLE-LOW              PIC 9(5) VALUE 1095.
           05 CRR-DUE-WINDOW             PIC 9(5) VALUE 60.
           05 CRR-PARMS-FROM-MASTER      PIC 9(2) VALUE ZERO.

      *> Points per risk factor. A confirmed watch-list hit is
      *> high risk on its own whatever the thresholds say.
       01 CRR-POINTS.
           05 CRR-PTS-CONFIRMED          PIC 9(3) VALUE 60.
           05 CRR-PTS-OPEN-MATCH         PIC 9(3) VALUE 30.
           05 CRR-PTS-CLEARED-MATCH      PIC 9(3) VALUE 10.
           05 CRR-PTS-EXPOSURE-HIGH      PIC 9(3) VALUE 30.
           05 CRR-PTS-EXPOSURE-MID       PIC 9(3) VALUE 15.
           05 CRR-EXPOSURE-HIGH          PIC 9(11)V99 VALUE 1000000.
           05 CRR-EXPOSURE-MID           PIC 9(11)V99 VALUE 250000.
           05 CRR-PTS-LINKS-MANY         PIC 9(3) VALUE 15.
           05 CRR-PTS-LINKS-SOME         PIC 9(3) VALUE 5.
           05 CRR-LINKS-MANY             PIC 9(3) VALUE 5.
           05 CRR-LINKS-SOME             PIC 9(3) VALUE 3.
           05 CRR-PTS-NEW-RELATION       PIC 9(3) VALUE 20.
           05 CRR-PTS-YOUNG-RELATION     PIC 9(3) VALUE 10.
           05 CRR-NEW-RELATION-DAYS      PIC 9(5) VALUE 365.
           05 CRR-YOUNG-RELATION-DAYS    PIC 9(5) VALUE 1095.

      *> Customer watch-list review items; borrower and
      *> application items are keyed on other ids and do not
      *> count here.
       01 CRR-WATCH-CONTROL.
           05 CRR-WATCH-COUNT            PIC 9(4) VALUE ZERO.
           05 CRR-WATCH-IDX              PIC 9(4).

       01 CRR-WATCH-TABLE.
           05 CRR-WATCH-ENTRY OCCURS 1000 TIMES.
               10 CRR-WATCH-CUST-T       PIC X(6).
               10 CRR-WATCH-DISP-T       PIC X(1).

       01 CRR-EXPO-CONTROL.
           05 CRR-EXPO-COUNT             PIC 9(4) VALUE ZERO.

       01 CRR-EXPO-TABLE.
           05 CRR-EXPO-ENTRY OCCURS 500 TIMES
                             INDEXED BY CRR-EXPO-IX.
               10 CRR-EXPO-CUST-T        PIC X(6).
               10 CRR-EXPO-USD-T         PIC 9(11)V99.
               10 CRR-EXPO-LOANS-T       PIC 9(3).
               10 CRR-EXPO-FIRST-T       PIC X(8).

       01 CRR-LINK-CONTROL.
           05 CRR-LINK-COUNT             PIC 9(4) VALUE ZERO.
           05 CRR-LINK-IDX               PIC 9(4).

       01 CRR-LINK-TABLE.
           05 CRR-LINK-ENTRY OCCURS 2000 TIMES.
               10 CRR-LINK-CUST-T        PIC X(6).

      *> The risk file, held whole: rescored in place from the
      *> master pass, stamped by the review feed, written back.
       01 CRR-RISK-CONTROL.
           05 CRR-RISK-COUNT             PIC 9(4) VALUE ZERO.
           05 CRR-RISK-IDX               PIC 9(4).
           05 CRR-RISK-MATCH             PIC 9(4).

       01 CRR-RISK-TABLE.
           05 CRR-RISK-ENTRY OCCURS 1000 TIMES
                             INDEXED BY CRR-RISK-IX.
               10 CRR-ID-T               PIC X(6).
               10 CRR-SCORE-T            PIC 9(3).
               10 CRR-RATING-T           PIC X(1).
               10 CRR-PRIOR-T            PIC X(1).
               10 CRR-SCORED-T           PIC X(8).
               10 CRR-LAST-REVIEW-T      PIC X(8).
               10 CRR-REVIEWER-T         PIC X(3).
               10 CRR-NEXT-REVIEW-T      PIC X(8).
               10 CRR-RELATION-T         PIC X(8).
               10 CRR-WATCH-ITEMS-T      PIC 9(2).
               10 CRR-EXPOSURE-T         PIC 9(11)V99.
               10 CRR-LINKED-T           PIC 9(3).
               10 CRR-ON-MASTER-T        PIC X(1).

       01 CRR-SCORE-WORK.
           05 CRR-SCORE                  PIC 9(4).
           05 CRR-RATING                 PIC X(1).
           05 CRR-CONFIRMED-HIT          PIC X(1).
           05 CRR-WATCH-ITEMS            PIC 9(2).
           05 CRR-LINKED                 PIC 9(4).
           05 CRR-RELATION-DAYS          PIC S9(7).
           05 CRR-RISK-MATCH-RATING      PIC X(1).
           05 CRR-RATING-RANK            PIC 9(1).
           05 CRR-NEW-RANK               PIC 9(1).
           05 CRR-OLD-RANK               PIC 9(1).
           05 CRR-CYCLE-DAYS             PIC 9(5).
           05 CRR-BASE-DATE              PIC X(8).
           05 CRR-CANDIDATE-DATE         PIC X(8).
           05 CRR-DATE-NUM               PIC 9(8).
           05 CRR-WORK-INT               PIC 9(8).
           05 CRR-DAYS-LATE              PIC S9(7).
           05 CRR-WINDOW-END             PIC X(8).

       01 CRR-COUNTS.
           05 CRR-CUST-READ              PIC 9(5) VALUE ZERO.
           05 CRR-NEW-RISK-ROWS          PIC 9(5) VALUE ZERO.
           05 CRR-RATED-HIGH             PIC 9(5) VALUE ZERO.
           05 CRR-RATED-MEDIUM           PIC 9(5) VALUE ZERO.
           05 CRR-RATED-LOW              PIC 9(5) VALUE ZERO.
           05 CRR-WORSENED               PIC 9(5) VALUE ZERO.
           05 CRR-PULLED-FORWARD         PIC 9(5) VALUE ZERO.
           05 CRR-IMPROVED               PIC 9(5) VALUE ZERO.
           05 CRR-NOT-ON-MASTER          PIC 9(5) VALUE ZERO.
           05 CRR-REVIEWS-APPLIED        PIC 9(5) VALUE ZERO.
           05 CRR-REVIEWS-REJECTED       PIC 9(5) VALUE ZERO.
           05 CRR-OVERDUE                PIC 9(5) VALUE ZERO.
           05 CRR-COMING-DUE             PIC 9(5) VALUE ZERO.

       01 CRR-REJECT-REASON              PIC X(30).

       01 CRR-EDIT-FIELDS.
           05 CRR-EDIT-SCORE             PIC ZZ9.
           05 CRR-EDIT-DAYS              PIC ZZ,ZZ9.
           05 CRR-EDIT-COUNT             PIC ZZ,ZZ9.
           05 CRR-EDIT-EXPOSURE          PIC ZZZ,ZZZ,ZZ9.

       01 CRR-LINE-WORK                  PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CRR-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           COMPUTE CRR-WORK-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(CRR-TODAY)) + CRR-DUE-WINDOW
           COMPUTE CRR-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(CRR-WORK-INT)
           MOVE CRR-DATE-NUM TO CRR-WINDOW-END
           PERFORM LOAD-WATCH-REVIEWS
           PERFORM LOAD-EXPOSURES
           PERFORM LOAD-ACCOUNT-LINKS
           PERFORM LOAD-RISK-FILE
           OPEN OUTPUT RISK-REPORT-OUT
           PERFORM WRITE-REPORT-HEADER
           PERFORM RESCORE-CUSTOMERS
           PERFORM APPLY-COMPLETED-REVIEWS
           PERFORM LIST-REVIEWS-DUE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE RISK-REPORT-OUT
           PERFORM WRITE-RISK-FILE
           DISPLAY 'Customers scored    = ' CRR-CUST-READ
           DISPLAY 'New risk records    = ' CRR-NEW-RISK-ROWS
           DISPLAY 'Rated high          = ' CRR-RATED-HIGH
           DISPLAY 'Rated medium        = ' CRR-RATED-MEDIUM
           DISPLAY 'Rated low           = ' CRR-RATED-LOW
           DISPLAY 'Rating worsened     = ' CRR-WORSENED
           DISPLAY 'Reviews pulled fwd  = ' CRR-PULLED-FORWARD
           DISPLAY 'Reviews applied     = ' CRR-REVIEWS-APPLIED
           DISPLAY 'Reviews rejected    = ' CRR-REVIEWS-REJECTED
           DISPLAY 'Reviews overdue     = ' CRR-OVERDUE
           DISPLAY 'Reviews coming due  = ' CRR-COMING-DUE
           DISPLAY 'Not on master       = ' CRR-NOT-ON-MASTER
           STOP RUN.

      *> Runtime parameters, falling back loudly to the
      *> compiled defaults and echoing what the run actually used.
       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF CRR-RUNPARM-STATUS = '00'
               PERFORM UNTIL CRR-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO CRR-RUNPARM-EOF
                       NOT AT END PERFORM TAKE-ONE-RUN-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       CRR-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF CRR-PARMS-FROM-MASTER < 6
               DISPLAY 'PARMS MISSING FROM MASTER -- COMPILED '
                       'DEFAULTS FILL THE GAPS'
           END-IF
           DISPLAY 'PARM IN EFFECT: HIGH-SCORE        = '
                   CRR-HIGH-SCORE
           DISPLAY 'PARM IN EFFECT: MEDIUM-SCORE      = '
                   CRR-MEDIUM-SCORE
           DISPLAY 'PARM IN EFFECT: CYCLE-DAYS-HIGH   = '
                   CRR-CYCLE-HIGH
           DISPLAY 'PARM IN EFFECT: CYCLE-DAYS-MEDIUM = '
                   CRR-CYCLE-MEDIUM
           DISPLAY 'PARM IN EFFECT: CYCLE-DAYS-LOW    = '
                   CRR-CYCLE-LOW
           DISPLAY 'PARM IN EFFECT: DUE-WINDOW-DAYS   = '
                   CRR-DUE-WINDOW.

       TAKE-ONE-RUN-PARM.
           IF RP-JOB-NAME = 'CUSTOMERRISKREVIEW'
               EVALUATE RP-PARM-NAME
                   WHEN 'HIGH-SCORE'
                       MOVE RP-VALUE TO CRR-HIGH-SCORE
                       ADD 1 TO CRR-PARMS-FROM-MASTER
                   WHEN 'MEDIUM-SCORE'
                       MOVE RP-VALUE TO CRR-MEDIUM-SCORE
                       ADD 1 TO CRR-PARMS-FROM-MASTER
                   WHEN 'CYCLE-DAYS-HIGH'
                       MOVE RP-VALUE TO CRR-CYCLE-HIGH
                       ADD 1 TO CRR-PARMS-FROM-MASTER
                   WHEN 'CYCLE-DAYS-MEDIUM'
                       MOVE RP-VALUE TO CRR-CYCLE-MEDIUM
                       ADD 1 TO CRR-PARMS-FROM-MASTER
                   WHEN 'CYCLE-DAYS-LOW'
                       MOVE RP-VALUE TO CRR-CYCLE-LOW
                       ADD 1 TO CRR-PARMS-FROM-MASTER
                   WHEN 'DUE-WINDOW-DAYS'
                       MOVE RP-VALUE TO CRR-DUE-WINDOW
                       ADD 1 TO CRR-PARMS-FROM-MASTER
               END-EVALUATE
           END-IF.

       LOAD-WATCH-REVIEWS.
           OPEN INPUT WATCH-REVIEW-IN
           IF CRR-WATCH-STATUS = '00'
               PERFORM UNTIL CRR-WATCH-EOF = 'Y'
                   READ WATCH-REVIEW-IN
                       AT END MOVE 'Y' TO CRR-WATCH-EOF
                       NOT AT END
                           IF WRV-SUBJECT-TYPE = 'C'
                               IF CRR-WATCH-COUNT >= 1000
                                   DISPLAY 'WATCH REVIEW TABLE FULL AT '
                                           '1000 -- RUN STOPPED'
                                   STOP RUN
                               END-IF
                               ADD 1 TO CRR-WATCH-COUNT
                               MOVE WRV-SUBJECT-ID
                                   TO CRR-WATCH-CUST-T(CRR-WATCH-COUNT)
                               MOVE WRV-DISPOSITION
                                   TO CRR-WATCH-DISP-T(CRR-WATCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-REVIEW-IN
           ELSE
               DISPLAY 'No watch-list review file on hand: '
                       CRR-WATCH-STATUS
           END-IF.

       LOAD-EXPOSURES.
           OPEN INPUT EXPOSURE-IN
           IF CRR-EXPO-STATUS = '00'
               PERFORM UNTIL CRR-EXPO-EOF = 'Y'
                   READ EXPOSURE-IN
                       AT END MOVE 'Y' TO CRR-EXPO-EOF
                       NOT AT END
                           IF CRR-EXPO-COUNT < 500
                               ADD 1 TO CRR-EXPO-COUNT
                               MOVE CXP-CUST-ID
                                   TO CRR-EXPO-CUST-T(CRR-EXPO-COUNT)
                               MOVE CXP-USD-EXPOSURE
                                   TO CRR-EXPO-USD-T(CRR-EXPO-COUNT)
                               MOVE CXP-LOAN-COUNT
                                   TO CRR-EXPO-LOANS-T(CRR-EXPO-COUNT)
                               MOVE CXP-FIRST-ORIG-DATE
                                   TO CRR-EXPO-FIRST-T(CRR-EXPO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPOSURE-IN
           ELSE
               DISPLAY 'No exposure extract on hand: '
                       CRR-EXPO-STATUS
                       ' -- RUN CUSTOMEREXPOSURE FIRST'
           END-IF.

       LOAD-ACCOUNT-LINKS.
           OPEN INPUT ACCT-LINK-IN
           IF CRR-LINK-STATUS = '00'
               PERFORM UNTIL CRR-LINK-EOF = 'Y'
                   READ ACCT-LINK-IN
                       AT END MOVE 'Y' TO CRR-LINK-EOF
                       NOT AT END
                           IF CRR-LINK-COUNT < 2000
                               ADD 1 TO CRR-LINK-COUNT
                               MOVE AXL-CUST-ID
                                   TO CRR-LINK-CUST-T(CRR-LINK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-LINK-IN
           END-IF.

       LOAD-RISK-FILE.
           OPEN INPUT RISK-IN
           IF CRR-RISK-STATUS = '00'
               PERFORM UNTIL CRR-RISK-EOF = 'Y'
                   READ RISK-IN
                       AT END MOVE 'Y' TO CRR-RISK-EOF
                       NOT AT END PERFORM STORE-RISK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RISK-IN
           ELSE
               DISPLAY 'Risk file not found, starting empty: '
                       CRR-RISK-STATUS
           END-IF.

       STORE-RISK-ENTRY.
           IF CRR-RISK-COUNT >= 1000
               DISPLAY 'RISK TABLE FULL AT 1000 -- FILE NOT REWRITTEN'
               STOP RUN
           END-IF
           ADD 1 TO CRR-RISK-COUNT
           MOVE CRK-CUST-ID TO CRR-ID-T(CRR-RISK-COUNT)
           MOVE CRK-RISK-SCORE TO CRR-SCORE-T(CRR-RISK-COUNT)
           MOVE CRK-RISK-RATING TO CRR-RATING-T(CRR-RISK-COUNT)
           MOVE CRK-PRIOR-RATING TO CRR-PRIOR-T(CRR-RISK-COUNT)
           MOVE CRK-SCORED-DATE TO CRR-SCORED-T(CRR-RISK-COUNT)
           MOVE CRK-LAST-REVIEW-DATE
               TO CRR-LAST-REVIEW-T(CRR-RISK-COUNT)
           MOVE CRK-REVIEWED-BY TO CRR-REVIEWER-T(CRR-RISK-COUNT)
           MOVE CRK-NEXT-REVIEW-DATE
               TO CRR-NEXT-REVIEW-T(CRR-RISK-COUNT)
           MOVE CRK-RELATIONSHIP-DATE
               TO CRR-RELATION-T(CRR-RISK-COUNT)
           MOVE CRK-WATCH-ITEMS
               TO CRR-WATCH-ITEMS-T(CRR-RISK-COUNT)
           MOVE CRK-USD-EXPOSURE TO CRR-EXPOSURE-T(CRR-RISK-COUNT)
           MOVE CRK-LINKED-ACCOUNTS
               TO CRR-LINKED-T(CRR-RISK-COUNT)
           MOVE 'N' TO CRR-ON-MASTER-T(CRR-RISK-COUNT).

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CRR-LINE-WORK
           STRING 'CUSTOMER RISK RATING AND KYC REVIEW SCHEDULE - '
                      DELIMITED BY SIZE
                  CRR-TODAY DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE 'RATING CHANGES' TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

       RESCORE-CUSTOMERS.
           OPEN INPUT CUST-MASTER-IN
           IF CRR-CUST-STATUS = '00'
               PERFORM UNTIL CRR-CUST-EOF = 'Y'
                   READ CUST-MASTER-IN
                       AT END MOVE 'Y' TO CRR-CUST-EOF
                       NOT AT END PERFORM RESCORE-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUST-MASTER-IN
           ELSE
               DISPLAY 'Customer master not found: ' CRR-CUST-STATUS
           END-IF.

      *> A customer seen for the first time gets a risk row whose
      *> relationship starts at the earliest linked loan, or today
      *> when there is none.
       RESCORE-ONE-CUSTOMER.
           ADD 1 TO CRR-CUST-READ
           PERFORM FIND-RISK-ENTRY
           IF CRR-RISK-MATCH = ZERO
               IF CRR-RISK-COUNT >= 1000
                   DISPLAY 'RISK TABLE FULL AT 1000 -- '
                           'FILE NOT REWRITTEN'
                   STOP RUN
               END-IF
               ADD 1 TO CRR-RISK-COUNT
               ADD 1 TO CRR-NEW-RISK-ROWS
               MOVE CRR-RISK-COUNT TO CRR-RISK-MATCH
               MOVE CUST-ID TO CRR-ID-T(CRR-RISK-MATCH)
               MOVE SPACES TO CRR-RATING-T(CRR-RISK-MATCH)
               MOVE SPACES TO CRR-LAST-REVIEW-T(CRR-RISK-MATCH)
               MOVE SPACES TO CRR-REVIEWER-T(CRR-RISK-MATCH)
               MOVE SPACES TO CRR-NEXT-REVIEW-T(CRR-RISK-MATCH)
               MOVE CRR-TODAY TO CRR-RELATION-T(CRR-RISK-MATCH)
           END-IF
           MOVE 'Y' TO CRR-ON-MASTER-T(CRR-RISK-MATCH)
           PERFORM SCORE-CUSTOMER
           PERFORM SCHEDULE-NEXT-REVIEW.

       FIND-RISK-ENTRY.
           MOVE ZERO TO CRR-RISK-MATCH
           SET CRR-RISK-IX TO 1
           SEARCH CRR-RISK-ENTRY
               AT END
                   CONTINUE
               WHEN CRR-RISK-IX > CRR-RISK-COUNT
                   CONTINUE
               WHEN CRR-ID-T(CRR-RISK-IX) = CUST-ID
                   SET CRR-RISK-MATCH TO CRR-RISK-IX
           END-SEARCH.

       SCORE-CUSTOMER.
           MOVE ZERO TO CRR-SCORE
           MOVE ZERO TO CRR-WATCH-ITEMS
           MOVE 'N' TO CRR-CONFIRMED-HIT
           PERFORM VARYING CRR-WATCH-IDX FROM 1 BY 1
                   UNTIL CRR-WATCH-IDX > CRR-WATCH-COUNT
               IF CRR-WATCH-CUST-T(CRR-WATCH-IDX) = CUST-ID
                   PERFORM SCORE-WATCH-ITEM
               END-IF
           END-PERFORM
           MOVE ZERO TO CRR-LINKED
           PERFORM VARYING CRR-LINK-IDX FROM 1 BY 1
                   UNTIL CRR-LINK-IDX > CRR-LINK-COUNT
               IF CRR-LINK-CUST-T(CRR-LINK-IDX) = CUST-ID
                   ADD 1 TO CRR-LINKED
               END-IF
           END-PERFORM
           MOVE ZERO TO CRR-EXPOSURE-T(CRR-RISK-MATCH)
           SET CRR-EXPO-IX TO 1
           SEARCH CRR-EXPO-ENTRY
               AT END
                   CONTINUE
               WHEN CRR-EXPO-IX > CRR-EXPO-COUNT
                   CONTINUE
               WHEN CRR-EXPO-CUST-T(CRR-EXPO-IX) = CUST-ID
                   MOVE CRR-EXPO-USD-T(CRR-EXPO-IX)
                       TO CRR-EXPOSURE-T(CRR-RISK-MATCH)
                   ADD CRR-EXPO-LOANS-T(CRR-EXPO-IX) TO CRR-LINKED
                   IF CRR-EXPO-FIRST-T(CRR-EXPO-IX) NUMERIC
                       AND CRR-EXPO-FIRST-T(CRR-EXPO-IX)
                           < CRR-RELATION-T(CRR-RISK-MATCH)
                       MOVE CRR-EXPO-FIRST-T(CRR-EXPO-IX)
                           TO CRR-RELATION-T(CRR-RISK-MATCH)
                   END-IF
           END-SEARCH
           IF CRR-EXPOSURE-T(CRR-RISK-MATCH) >= CRR-EXPOSURE-HIGH
               ADD CRR-PTS-EXPOSURE-HIGH TO CRR-SCORE
           ELSE IF CRR-EXPOSURE-T(CRR-RISK-MATCH) >= CRR-EXPOSURE-MID
               ADD CRR-PTS-EXPOSURE-MID TO CRR-SCORE
           END-IF
           END-IF
           IF CRR-LINKED >= CRR-LINKS-MANY
               ADD CRR-PTS-LINKS-MANY TO CRR-SCORE
           ELSE IF CRR-LINKED >= CRR-LINKS-SOME
               ADD CRR-PTS-LINKS-SOME TO CRR-SCORE
           END-IF
           END-IF
           COMPUTE CRR-RELATION-DAYS =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(CRR-TODAY))
                 - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(CRR-RELATION-T(CRR-RISK-MATCH)))
           IF CRR-RELATION-DAYS < CRR-NEW-RELATION-DAYS
               ADD CRR-PTS-NEW-RELATION TO CRR-SCORE
           ELSE IF CRR-RELATION-DAYS < CRR-YOUNG-RELATION-DAYS
               ADD CRR-PTS-YOUNG-RELATION TO CRR-SCORE
           END-IF
           END-IF
           IF CRR-SCORE > 999
               MOVE 999 TO CRR-SCORE
           END-IF
           IF CRR-SCORE >= CRR-HIGH-SCORE
               OR CRR-CONFIRMED-HIT = 'Y'
               MOVE 'H' TO CRR-RATING
               ADD 1 TO CRR-RATED-HIGH
           ELSE IF CRR-SCORE >= CRR-MEDIUM-SCORE
               MOVE 'M' TO CRR-RATING
               ADD 1 TO CRR-RATED-MEDIUM
           ELSE
               MOVE 'L' TO CRR-RATING
               ADD 1 TO CRR-RATED-LOW
           END-IF
           END-IF
           IF CRR-LINKED > 999
               MOVE 999 TO CRR-LINKED
           END-IF
           MOVE CRR-RATING-T(CRR-RISK-MATCH)
               TO CRR-PRIOR-T(CRR-RISK-MATCH)
           MOVE CRR-SCORE TO CRR-SCORE-T(CRR-RISK-MATCH)
           MOVE CRR-RATING TO CRR-RATING-T(CRR-RISK-MATCH)
           MOVE CRR-TODAY TO CRR-SCORED-T(CRR-RISK-MATCH)
           MOVE CRR-WATCH-ITEMS TO CRR-WATCH-ITEMS-T(CRR-RISK-MATCH)
           MOVE CRR-LINKED TO CRR-LINKED-T(CRR-RISK-MATCH).

      *> Confirmed hits, items still awaiting a disposition, and
      *> cleared near-misses all weigh, in that order.
       SCORE-WATCH-ITEM.
           IF CRR-WATCH-ITEMS < 99
               ADD 1 TO CRR-WATCH-ITEMS
           END-IF
           EVALUATE CRR-WATCH-DISP-T(CRR-WATCH-IDX)
               WHEN 'F'
                   ADD CRR-PTS-CONFIRMED TO CRR-SCORE
                   MOVE 'Y' TO CRR-CONFIRMED-HIT
               WHEN 'N'
                   ADD CRR-PTS-OPEN-MATCH TO CRR-SCORE
               WHEN OTHER
                   ADD CRR-PTS-CLEARED-MATCH TO CRR-SCORE
           END-EVALUATE.

      *> The next review runs from the last one, or from the start
      *> of the relationship for a customer never reviewed. A new
      *> row is simply scheduled; a worse rating brings an existing
      *> date forward to the shorter cycle, never back.
       SCHEDULE-NEXT-REVIEW.
           MOVE CRR-RATING TO CRR-RISK-MATCH-RATING
           PERFORM SET-CYCLE-DAYS
           IF CRR-LAST-REVIEW-T(CRR-RISK-MATCH) NUMERIC
               MOVE CRR-LAST-REVIEW-T(CRR-RISK-MATCH) TO CRR-BASE-DATE
           ELSE
               MOVE CRR-RELATION-T(CRR-RISK-MATCH) TO CRR-BASE-DATE
           END-IF
           COMPUTE CRR-WORK-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(CRR-BASE-DATE)) + CRR-CYCLE-DAYS
           COMPUTE CRR-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(CRR-WORK-INT)
           MOVE CRR-DATE-NUM TO CRR-CANDIDATE-DATE
           IF CRR-NEXT-REVIEW-T(CRR-RISK-MATCH) NOT NUMERIC
               MOVE CRR-CANDIDATE-DATE
                   TO CRR-NEXT-REVIEW-T(CRR-RISK-MATCH)
           ELSE
               MOVE CRR-PRIOR-T(CRR-RISK-MATCH) TO CRR-RISK-MATCH-RATING
               PERFORM SET-RATING-RANK
               MOVE CRR-RATING-RANK TO CRR-OLD-RANK
               MOVE CRR-RATING TO CRR-RISK-MATCH-RATING
               PERFORM SET-RATING-RANK
               MOVE CRR-RATING-RANK TO CRR-NEW-RANK
               IF CRR-NEW-RANK > CRR-OLD-RANK
                   ADD 1 TO CRR-WORSENED
                   IF CRR-CANDIDATE-DATE
                           < CRR-NEXT-REVIEW-T(CRR-RISK-MATCH)
                       ADD 1 TO CRR-PULLED-FORWARD
                       PERFORM WRITE-PULLED-FORWARD-LINE
                       MOVE CRR-CANDIDATE-DATE
                           TO CRR-NEXT-REVIEW-T(CRR-RISK-MATCH)
                   ELSE
                       PERFORM WRITE-RATING-CHANGE-LINE
                   END-IF
               ELSE IF CRR-NEW-RANK < CRR-OLD-RANK
                   ADD 1 TO CRR-IMPROVED
                   PERFORM WRITE-RATING-CHANGE-LINE
               END-IF
               END-IF
           END-IF.

       SET-CYCLE-DAYS.
           EVALUATE CRR-RISK-MATCH-RATING
               WHEN 'H'
                   MOVE CRR-CYCLE-HIGH TO CRR-CYCLE-DAYS
               WHEN 'M'
                   MOVE CRR-CYCLE-MEDIUM TO CRR-CYCLE-DAYS
               WHEN OTHER
                   MOVE CRR-CYCLE-LOW TO CRR-CYCLE-DAYS
           END-EVALUATE.

      *> Low 1, medium 2, high 3; an unrated row ranks lowest.
       SET-RATING-RANK.
           EVALUATE CRR-RISK-MATCH-RATING
               WHEN 'H'
                   MOVE 3 TO CRR-RATING-RANK
               WHEN 'M'
                   MOVE 2 TO CRR-RATING-RANK
               WHEN 'L'
                   MOVE 1 TO CRR-RATING-RANK
               WHEN OTHER
                   MOVE 0 TO CRR-RATING-RANK
           END-EVALUATE.

       WRITE-PULLED-FORWARD-LINE.
           MOVE CRR-SCORE TO CRR-EDIT-SCORE
           MOVE SPACES TO CRR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CUST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CRR-PRIOR-T(CRR-RISK-MATCH) DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  CRR-RATING DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  CRR-EDIT-SCORE DELIMITED BY SIZE
                  '  REVIEW PULLED FORWARD ' DELIMITED BY SIZE
                  CRR-NEXT-REVIEW-T(CRR-RISK-MATCH) DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  CRR-CANDIDATE-DATE DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

       WRITE-RATING-CHANGE-LINE.
           MOVE CRR-SCORE TO CRR-EDIT-SCORE
           MOVE SPACES TO CRR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CUST-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CRR-PRIOR-T(CRR-RISK-MATCH) DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  CRR-RATING DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  CRR-EDIT-SCORE DELIMITED BY SIZE
                  '  NEXT REVIEW STAYS ' DELIMITED BY SIZE
                  CRR-NEXT-REVIEW-T(CRR-RISK-MATCH) DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

      *> Each completed review stamps the risk row and schedules
      *> the next one from the review date at the cycle for the
      *> rating just scored. A review for a customer with no risk
      *> row, dated in the future, or older than the review
      *> already on file is rejected with its reason.
       APPLY-COMPLETED-REVIEWS.
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE 'REVIEWS COMPLETED' TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           OPEN INPUT REVIEW-DONE-IN
           IF CRR-DONE-STATUS = '00'
               OPEN EXTEND REVIEW-REJECT-OUT
               IF CRR-REJ-STATUS = '35'
                   OPEN OUTPUT REVIEW-REJECT-OUT
               END-IF
               PERFORM UNTIL CRR-DONE-EOF = 'Y'
                   READ REVIEW-DONE-IN
                       AT END MOVE 'Y' TO CRR-DONE-EOF
                       NOT AT END PERFORM APPLY-ONE-REVIEW
                   END-READ
               END-PERFORM
               CLOSE REVIEW-DONE-IN
               CLOSE REVIEW-REJECT-OUT
           ELSE
               DISPLAY 'No completed reviews on hand: '
                       CRR-DONE-STATUS
           END-IF.

       APPLY-ONE-REVIEW.
           MOVE SPACES TO CRR-REJECT-REASON
           MOVE ZERO TO CRR-RISK-MATCH
           SET CRR-RISK-IX TO 1
           SEARCH CRR-RISK-ENTRY
               AT END
                   CONTINUE
               WHEN CRR-RISK-IX > CRR-RISK-COUNT
                   CONTINUE
               WHEN CRR-ID-T(CRR-RISK-IX) = RVD-CUST-ID
                   SET CRR-RISK-MATCH TO CRR-RISK-IX
           END-SEARCH
           IF CRR-RISK-MATCH = ZERO
               MOVE 'NO RISK RECORD FOR CUSTOMER' TO CRR-REJECT-REASON
           ELSE IF RVD-REVIEW-DATE NOT NUMERIC
               MOVE 'REVIEW DATE NOT NUMERIC' TO CRR-REJECT-REASON
           ELSE IF RVD-REVIEW-DATE > CRR-TODAY
               MOVE 'REVIEW DATE IN THE FUTURE' TO CRR-REJECT-REASON
           ELSE IF RVD-REVIEWED-BY = SPACES
               MOVE 'NO REVIEWER INITIALS' TO CRR-REJECT-REASON
           ELSE IF CRR-LAST-REVIEW-T(CRR-RISK-MATCH) NUMERIC
               AND RVD-REVIEW-DATE < CRR-LAST-REVIEW-T(CRR-RISK-MATCH)
               MOVE 'OLDER THAN REVIEW ON FILE' TO CRR-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF CRR-REJECT-REASON NOT = SPACES
               PERFORM REJECT-ONE-REVIEW
           ELSE
               PERFORM STAMP-ONE-REVIEW
           END-IF.

       REJECT-ONE-REVIEW.
           ADD 1 TO CRR-REVIEWS-REJECTED
           MOVE RVD-CUST-ID TO RVR-CUST-ID
           MOVE RVD-REVIEW-DATE TO RVR-REVIEW-DATE
           MOVE RVD-REVIEWED-BY TO RVR-REVIEWED-BY
           MOVE CRR-REJECT-REASON TO RVR-REASON
           MOVE CRR-TODAY TO RVR-REJECT-DATE
           WRITE REVIEW-REJECT-RECORD
           MOVE SPACES TO CRR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  RVD-CUST-ID DELIMITED BY SIZE
                  ' REVIEW ' DELIMITED BY SIZE
                  RVD-REVIEW-DATE DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  CRR-REJECT-REASON DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

       STAMP-ONE-REVIEW.
           ADD 1 TO CRR-REVIEWS-APPLIED
           MOVE RVD-REVIEW-DATE TO CRR-LAST-REVIEW-T(CRR-RISK-MATCH)
           MOVE RVD-REVIEWED-BY TO CRR-REVIEWER-T(CRR-RISK-MATCH)
           MOVE CRR-RATING-T(CRR-RISK-MATCH) TO CRR-RISK-MATCH-RATING
           PERFORM SET-CYCLE-DAYS
           COMPUTE CRR-WORK-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(RVD-REVIEW-DATE))
                   + CRR-CYCLE-DAYS
           COMPUTE CRR-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(CRR-WORK-INT)
           MOVE CRR-DATE-NUM TO CRR-NEXT-REVIEW-T(CRR-RISK-MATCH)
           MOVE SPACES TO CRR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  RVD-CUST-ID DELIMITED BY SIZE
                  ' RATED ' DELIMITED BY SIZE
                  CRR-RATING-T(CRR-RISK-MATCH) DELIMITED BY SIZE
                  ' REVIEWED ' DELIMITED BY SIZE
                  RVD-REVIEW-DATE DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  RVD-REVIEWED-BY DELIMITED BY SIZE
                  '  NEXT REVIEW ' DELIMITED BY SIZE
                  CRR-NEXT-REVIEW-T(CRR-RISK-MATCH) DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

      *> Overdue first, then everything falling due inside the
      *> window; a row whose customer has left the master is
      *> carried but not listed.
       LIST-REVIEWS-DUE.
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE 'REVIEWS OVERDUE' TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           PERFORM VARYING CRR-RISK-IDX FROM 1 BY 1
                   UNTIL CRR-RISK-IDX > CRR-RISK-COUNT
               IF CRR-ON-MASTER-T(CRR-RISK-IDX) = 'N'
                   ADD 1 TO CRR-NOT-ON-MASTER
               ELSE IF CRR-NEXT-REVIEW-T(CRR-RISK-IDX) < CRR-TODAY
                   ADD 1 TO CRR-OVERDUE
                   PERFORM WRITE-OVERDUE-LINE
               END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO CRR-LINE-WORK
           STRING 'REVIEWS COMING DUE BY ' DELIMITED BY SIZE
                  CRR-WINDOW-END DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           PERFORM VARYING CRR-RISK-IDX FROM 1 BY 1
                   UNTIL CRR-RISK-IDX > CRR-RISK-COUNT
               IF CRR-ON-MASTER-T(CRR-RISK-IDX) = 'Y'
                   AND CRR-NEXT-REVIEW-T(CRR-RISK-IDX)
                       NOT < CRR-TODAY
                   AND CRR-NEXT-REVIEW-T(CRR-RISK-IDX)
                       NOT > CRR-WINDOW-END
                   ADD 1 TO CRR-COMING-DUE
                   PERFORM WRITE-COMING-DUE-LINE
               END-IF
           END-PERFORM.

       WRITE-OVERDUE-LINE.
           COMPUTE CRR-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(CRR-TODAY))
                 - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL
                           (CRR-NEXT-REVIEW-T(CRR-RISK-IDX)))
           MOVE CRR-DAYS-LATE TO CRR-EDIT-DAYS
           MOVE CRR-SCORE-T(CRR-RISK-IDX) TO CRR-EDIT-SCORE
           MOVE SPACES TO CRR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  CRR-ID-T(CRR-RISK-IDX) DELIMITED BY SIZE
                  ' RATED ' DELIMITED BY SIZE
                  CRR-RATING-T(CRR-RISK-IDX) DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  CRR-EDIT-SCORE DELIMITED BY SIZE
                  '  DUE ' DELIMITED BY SIZE
                  CRR-NEXT-REVIEW-T(CRR-RISK-IDX) DELIMITED BY SIZE
                  '  OVERDUE ' DELIMITED BY SIZE
                  CRR-EDIT-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

       WRITE-COMING-DUE-LINE.
           MOVE CRR-SCORE-T(CRR-RISK-IDX) TO CRR-EDIT-SCORE
           MOVE CRR-EXPOSURE-T(CRR-RISK-IDX) TO CRR-EDIT-EXPOSURE
           MOVE SPACES TO CRR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  CRR-ID-T(CRR-RISK-IDX) DELIMITED BY SIZE
                  ' RATED ' DELIMITED BY SIZE
                  CRR-RATING-T(CRR-RISK-IDX) DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  CRR-EDIT-SCORE DELIMITED BY SIZE
                  '  DUE ' DELIMITED BY SIZE
                  CRR-NEXT-REVIEW-T(CRR-RISK-IDX) DELIMITED BY SIZE
                  '  USD EXPOSURE ' DELIMITED BY SIZE
                  CRR-EDIT-EXPOSURE DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-CUST-READ TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING 'CUSTOMERS SCORED:     ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-RATED-HIGH TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING '  RATED HIGH:         ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-RATED-MEDIUM TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING '  RATED MEDIUM:       ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-RATED-LOW TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING '  RATED LOW:          ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-WORSENED TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING 'RATING WORSENED:      ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-PULLED-FORWARD TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING '  REVIEW PULLED FWD:  ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-IMPROVED TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING 'RATING IMPROVED:      ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-REVIEWS-APPLIED TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING 'REVIEWS STAMPED:      ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-REVIEWS-REJECTED TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING 'REVIEWS REJECTED:     ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-OVERDUE TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING 'REVIEWS OVERDUE:      ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-COMING-DUE TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING 'REVIEWS COMING DUE:   ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE CRR-NOT-ON-MASTER TO CRR-EDIT-COUNT
           MOVE SPACES TO CRR-LINE-WORK
           STRING 'RISK ROWS OFF MASTER: ' DELIMITED BY SIZE
                  CRR-EDIT-COUNT DELIMITED BY SIZE
               INTO CRR-LINE-WORK
           MOVE CRR-LINE-WORK TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE.

       WRITE-RISK-FILE.
           OPEN OUTPUT RISK-OUT
           PERFORM VARYING CRR-RISK-IDX FROM 1 BY 1
                   UNTIL CRR-RISK-IDX > CRR-RISK-COUNT
               MOVE CRR-ID-T(CRR-RISK-IDX) TO CRO-CUST-ID
               MOVE CRR-SCORE-T(CRR-RISK-IDX) TO CRO-RISK-SCORE
               MOVE CRR-RATING-T(CRR-RISK-IDX) TO CRO-RISK-RATING
               MOVE CRR-PRIOR-T(CRR-RISK-IDX) TO CRO-PRIOR-RATING
               MOVE CRR-SCORED-T(CRR-RISK-IDX) TO CRO-SCORED-DATE
               MOVE CRR-LAST-REVIEW-T(CRR-RISK-IDX)
                   TO CRO-LAST-REVIEW-DATE
               MOVE CRR-REVIEWER-T(CRR-RISK-IDX) TO CRO-REVIEWED-BY
               MOVE CRR-NEXT-REVIEW-T(CRR-RISK-IDX)
                   TO CRO-NEXT-REVIEW-DATE
               MOVE CRR-RELATION-T(CRR-RISK-IDX)
                   TO CRO-RELATIONSHIP-DATE
               MOVE CRR-WATCH-ITEMS-T(CRR-RISK-IDX) TO CRO-WATCH-ITEMS
               MOVE CRR-EXPOSURE-T(CRR-RISK-IDX) TO CRO-USD-EXPOSURE
               MOVE CRR-LINKED-T(CRR-RISK-IDX) TO CRO-LINKED-ACCOUNTS
               WRITE RISK-OUT-RECORD
           END-PERFORM
           CLOSE RISK-OUT.
