       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeroUtilization.
      *> Monthly hero utilization. For each hero on the status file
      *> HeroMissionDispatch.cob keeps (HEROSTAT.cpy), the days
      *> deployed on missions (HEROMISN.cpy) that fall inside the
      *> report month, the missions that account for them, and
      *> those days as a share of the month. A mission counts from
      *> the day it went out to the day it closed, both inclusive;
      *> one still out counts up to the run date. Heroes with no
      *> days at all in the month are flagged IDLE, and a hero
      *> deployed for more than HIGH-UTIL-PCT of the month is
      *> flagged HIGH, so dispatch can be seen to spread the load.
      *> The report month comes off the runtime-parameter master as
      *> YYYYMM; zero means the last complete month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUT-RUNPARM-STATUS.
           SELECT STATUS-IN ASSIGN TO "data/HEROSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUT-STAT-STATUS.
           SELECT MISSION-IN ASSIGN TO "data/HEROMISN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUT-MISSION-STATUS.
           SELECT UTIL-REPORT-OUT ASSIGN TO "data/HERO-UTIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  STATUS-IN.
       COPY HEROSTAT.

       FD  MISSION-IN.
       COPY HEROMISN.

       FD  UTIL-REPORT-OUT.
       01  UTIL-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01 HUT-FILE-STATUSES.
           05 HUT-RUNPARM-STATUS         PIC XX.
           05 HUT-STAT-STATUS            PIC XX.
           05 HUT-MISSION-STATUS         PIC XX.

       01 HUT-EOF-SWITCHES.
           05 HUT-RUNPARM-EOF            PIC X VALUE 'N'.
           05 HUT-STAT-EOF               PIC X VALUE 'N'.
           05 HUT-MISSION-EOF            PIC X VALUE 'N'.

       01 HUT-TODAY                      PIC X(8).
       01 HUT-TODAY-PARTS REDEFINES HUT-TODAY.
           05 HUT-TODAY-YEAR             PIC 9(4).
           05 HUT-TODAY-MONTH            PIC 9(2).
           05 HUT-TODAY-DAY              PIC 9(2).

      *> Tunables: the report month, YYYYMM, zero = last complete
      *> month before the run date; the share of the month above
      *> which a hero is flagged as carrying too much.
       01 HUT-PARM-FIELDS.
           05 HUT-REPORT-MONTH           PIC 9(6) VALUE ZERO.
           05 HUT-REPORT-MONTH-PARTS REDEFINES HUT-REPORT-MONTH.
               10 HUT-REPORT-YEAR        PIC 9(4).
               10 HUT-REPORT-MM          PIC 9(2).
           05 HUT-HIGH-UTIL-PCT          PIC 9(3) VALUE 60.
           05 HUT-PARMS-FOUND            PIC 9(1) VALUE ZERO.

       01 HUT-HERO-CONTROL.
           05 HUT-HERO-COUNT             PIC 9(3) VALUE ZERO.
           05 HUT-HERO-IDX               PIC 9(3).
           05 HUT-MH-IDX                 PIC 9(2).

       01 HUT-HERO-TABLE.
           05 HUT-HERO-ENTRY OCCURS 200 TIMES
                             INDEXED BY HUT-HERO-IX.
               10 HUT-H-CODE-T           PIC X(7).
               10 HUT-H-STATUS-T         PIC X(1).
               10 HUT-H-DAYS-T           PIC 9(3).
               10 HUT-H-MISSIONS-T       PIC 9(3).
               10 HUT-H-LIFE-DAYS-T      PIC 9(5).

       01 HUT-WORK-FIELDS.
           05 HUT-CUR-YEAR               PIC 9(4).
           05 HUT-CUR-MONTH              PIC 9(2).
           05 HUT-WORK-DATE              PIC 9(8).
           05 HUT-WORK-DATE-X REDEFINES HUT-WORK-DATE
                                         PIC X(8).
           05 HUT-WORK-DATE-PARTS REDEFINES HUT-WORK-DATE.
               10 HUT-WORK-YEAR          PIC 9(4).
               10 HUT-WORK-MONTH         PIC 9(2).
               10 HUT-WORK-DAY           PIC 9(2).
           05 HUT-WORK-INT               PIC 9(8).
           05 HUT-MONTH-START            PIC X(8).
           05 HUT-MONTH-END              PIC X(8).
           05 HUT-MONTH-LABEL            PIC X(7).
           05 HUT-MONTH-DAYS             PIC 9(2).
           05 HUT-FROM-DATE              PIC X(8).
           05 HUT-TO-DATE                PIC X(8).
           05 HUT-FROM-INT               PIC 9(8).
           05 HUT-TO-INT                 PIC 9(8).
           05 HUT-OVERLAP-DAYS           PIC 9(3).
           05 HUT-PCT                    PIC 9(3)V9.
           05 HUT-FLAG                   PIC X(4).

       01 HUT-COUNTERS.
           05 HUT-MISSIONS-READ          PIC 9(5) VALUE ZERO.
           05 HUT-MISSIONS-IN-MONTH      PIC 9(5) VALUE ZERO.
           05 HUT-TOTAL-DAYS             PIC 9(6) VALUE ZERO.
           05 HUT-IDLE-COUNT             PIC 9(3) VALUE ZERO.
           05 HUT-HIGH-COUNT             PIC 9(3) VALUE ZERO.
           05 HUT-UNKNOWN-HERO           PIC 9(5) VALUE ZERO.

       01 HUT-EDIT-FIELDS.
           05 HUT-EDIT-DAYS              PIC ZZ9.
           05 HUT-EDIT-MISSIONS          PIC ZZ9.
           05 HUT-EDIT-PCT               PIC ZZ9.9.
           05 HUT-EDIT-LIFE-DAYS         PIC ZZZZ9.
           05 HUT-EDIT-TOTAL-DAYS        PIC ZZZZZ9.
           05 HUT-EDIT-COUNT             PIC ZZZZ9.

       01 HUT-LINE-WORK                  PIC X(100) VALUE SPACES.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO HUT-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           MOVE HUT-REPORT-YEAR TO HUT-CUR-YEAR
           MOVE HUT-REPORT-MM TO HUT-CUR-MONTH
           PERFORM SET-MONTH-DATES
           PERFORM LOAD-HERO-STATUS
           PERFORM APPLY-MISSIONS
           PERFORM WRITE-UTIL-REPORT
           DISPLAY 'Report month          = ' HUT-MONTH-LABEL
           DISPLAY 'Heroes on status file = ' HUT-HERO-COUNT
           DISPLAY 'Missions read         = ' HUT-MISSIONS-READ
           DISPLAY 'Missions in month     = ' HUT-MISSIONS-IN-MONTH
           DISPLAY 'Hero-days deployed    = ' HUT-TOTAL-DAYS
           DISPLAY 'Idle heroes           = ' HUT-IDLE-COUNT
           DISPLAY 'Heavily used heroes   = ' HUT-HIGH-COUNT
           DISPLAY 'Heroes not on status  = ' HUT-UNKNOWN-HERO
           STOP RUN.

      *> Runtime parameters, falling back loudly to the compiled
      *> defaults and echoing what the run actually used.
       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF HUT-RUNPARM-STATUS = '00'
               PERFORM UNTIL HUT-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO HUT-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       HUT-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF HUT-PARMS-FOUND < 2
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           IF HUT-REPORT-MONTH NOT = ZERO
              AND (HUT-REPORT-MM < 1 OR HUT-REPORT-MM > 12
                   OR HUT-REPORT-YEAR < 1601)
               DISPLAY 'REPORT-MONTH ' HUT-REPORT-MONTH
                       ' NOT A VALID YYYYMM -- LAST MONTH USED'
               MOVE ZERO TO HUT-REPORT-MONTH
           END-IF
           IF HUT-REPORT-MONTH = ZERO
               MOVE HUT-TODAY-YEAR TO HUT-REPORT-YEAR
               MOVE HUT-TODAY-MONTH TO HUT-REPORT-MM
               IF HUT-REPORT-MM = 1
                   MOVE 12 TO HUT-REPORT-MM
                   SUBTRACT 1 FROM HUT-REPORT-YEAR
               ELSE
                   SUBTRACT 1 FROM HUT-REPORT-MM
               END-IF
           END-IF
           IF HUT-HIGH-UTIL-PCT = ZERO OR HUT-HIGH-UTIL-PCT > 100
               MOVE 60 TO HUT-HIGH-UTIL-PCT
           END-IF
           DISPLAY 'PARM IN EFFECT: REPORT-MONTH   = '
                   HUT-REPORT-MONTH
           DISPLAY 'PARM IN EFFECT: HIGH-UTIL-PCT  = '
                   HUT-HIGH-UTIL-PCT.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'HEROUTILIZATION'
               EVALUATE RP-PARM-NAME
                   WHEN 'REPORT-MONTH'
                       MOVE RP-VALUE TO HUT-REPORT-MONTH
                       ADD 1 TO HUT-PARMS-FOUND
                   WHEN 'HIGH-UTIL-PCT'
                       MOVE RP-VALUE TO HUT-HIGH-UTIL-PCT
                       ADD 1 TO HUT-PARMS-FOUND
               END-EVALUATE
           END-IF.

      *> Sets the first and last day of the month in HUT-CUR-YEAR /
      *> HUT-CUR-MONTH and the number of days in it.
       SET-MONTH-DATES.
           MOVE HUT-CUR-YEAR TO HUT-WORK-YEAR
           MOVE HUT-CUR-MONTH TO HUT-WORK-MONTH
           MOVE 1 TO HUT-WORK-DAY
           MOVE HUT-WORK-DATE-X TO HUT-MONTH-START
           IF HUT-WORK-MONTH = 12
               MOVE 1 TO HUT-WORK-MONTH
               ADD 1 TO HUT-WORK-YEAR
           ELSE
               ADD 1 TO HUT-WORK-MONTH
           END-IF
           COMPUTE HUT-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(HUT-WORK-DATE) - 1
           COMPUTE HUT-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(HUT-WORK-INT)
           MOVE HUT-WORK-DATE-X TO HUT-MONTH-END
           MOVE HUT-WORK-DAY TO HUT-MONTH-DAYS
           MOVE SPACES TO HUT-MONTH-LABEL
           STRING HUT-MONTH-START(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  HUT-MONTH-START(5:2) DELIMITED BY SIZE
               INTO HUT-MONTH-LABEL.

       LOAD-HERO-STATUS.
           OPEN INPUT STATUS-IN
           IF HUT-STAT-STATUS NOT = '00'
               DISPLAY 'HERO STATUS FILE NOT FOUND: ' HUT-STAT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL HUT-STAT-EOF = 'Y'
               READ STATUS-IN
                   AT END MOVE 'Y' TO HUT-STAT-EOF
                   NOT AT END
                       IF HUT-HERO-COUNT < 200
                           ADD 1 TO HUT-HERO-COUNT
                           MOVE HS-HERO-CODE
                               TO HUT-H-CODE-T(HUT-HERO-COUNT)
                           MOVE HS-STATUS
                               TO HUT-H-STATUS-T(HUT-HERO-COUNT)
                           MOVE ZERO TO HUT-H-DAYS-T(HUT-HERO-COUNT)
                           MOVE ZERO
                               TO HUT-H-MISSIONS-T(HUT-HERO-COUNT)
                           MOVE HS-DAYS-DEPLOYED
                               TO HUT-H-LIFE-DAYS-T(HUT-HERO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-IN.

      *> Pending and cancelled missions never went out and carry no
      *> days.
       APPLY-MISSIONS.
           OPEN INPUT MISSION-IN
           IF HUT-MISSION-STATUS = '00'
               PERFORM UNTIL HUT-MISSION-EOF = 'Y'
                   READ MISSION-IN
                       AT END MOVE 'Y' TO HUT-MISSION-EOF
                       NOT AT END
                           ADD 1 TO HUT-MISSIONS-READ
                           IF HM-STATUS = 'D' OR HM-STATUS = 'C'
                               PERFORM APPLY-ONE-MISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MISSION-IN
           END-IF.

       APPLY-ONE-MISSION.
           MOVE HM-START-DATE TO HUT-FROM-DATE
           IF HM-STATUS = 'C'
               MOVE HM-END-DATE TO HUT-TO-DATE
           ELSE
               MOVE HUT-TODAY TO HUT-TO-DATE
           END-IF
           IF HUT-FROM-DATE < HUT-MONTH-START
               MOVE HUT-MONTH-START TO HUT-FROM-DATE
           END-IF
           IF HUT-TO-DATE > HUT-MONTH-END
               MOVE HUT-MONTH-END TO HUT-TO-DATE
           END-IF
           IF HUT-FROM-DATE NOT > HUT-TO-DATE
              AND HUT-FROM-DATE IS NUMERIC
              AND HUT-TO-DATE IS NUMERIC
               MOVE HUT-FROM-DATE TO HUT-WORK-DATE-X
               COMPUTE HUT-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(HUT-WORK-DATE)
               MOVE HUT-TO-DATE TO HUT-WORK-DATE-X
               COMPUTE HUT-TO-INT =
                       FUNCTION INTEGER-OF-DATE(HUT-WORK-DATE)
               COMPUTE HUT-OVERLAP-DAYS = HUT-TO-INT - HUT-FROM-INT + 1
               ADD 1 TO HUT-MISSIONS-IN-MONTH
               PERFORM VARYING HUT-MH-IDX FROM 1 BY 1
                       UNTIL HUT-MH-IDX > HM-HERO-COUNT
                          OR HUT-MH-IDX > 10
                   PERFORM CREDIT-ONE-HERO
               END-PERFORM
           END-IF.

       CREDIT-ONE-HERO.
           SET HUT-HERO-IX TO 1
           SEARCH HUT-HERO-ENTRY
               AT END ADD 1 TO HUT-UNKNOWN-HERO
               WHEN HUT-HERO-IX > HUT-HERO-COUNT
                   ADD 1 TO HUT-UNKNOWN-HERO
               WHEN HUT-H-CODE-T(HUT-HERO-IX)
                       = HM-HERO-CODE(HUT-MH-IDX)
                   ADD HUT-OVERLAP-DAYS TO HUT-H-DAYS-T(HUT-HERO-IX)
                   ADD 1 TO HUT-H-MISSIONS-T(HUT-HERO-IX)
                   ADD HUT-OVERLAP-DAYS TO HUT-TOTAL-DAYS
           END-SEARCH.

       WRITE-UTIL-REPORT.
           OPEN OUTPUT UTIL-REPORT-OUT
           STRING 'HERO UTILIZATION - ' DELIMITED BY SIZE
                  HUT-MONTH-LABEL DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  HUT-TODAY DELIMITED BY SIZE
               INTO HUT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE 'HERO     STATUS  MISSIONS  DAYS OUT  % OF MONTH  '
               TO HUT-LINE-WORK
           MOVE 'LIFETIME DAYS' TO HUT-LINE-WORK(51:)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING HUT-HERO-IDX FROM 1 BY 1
                   UNTIL HUT-HERO-IDX > HUT-HERO-COUNT
               PERFORM WRITE-HERO-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           MOVE HUT-TOTAL-DAYS TO HUT-EDIT-TOTAL-DAYS
           STRING 'HERO-DAYS DEPLOYED IN MONTH  ' DELIMITED BY SIZE
                  HUT-EDIT-TOTAL-DAYS DELIMITED BY SIZE
               INTO HUT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE HUT-MISSIONS-IN-MONTH TO HUT-EDIT-COUNT
           STRING 'MISSIONS OUT IN MONTH         ' DELIMITED BY SIZE
                  HUT-EDIT-COUNT DELIMITED BY SIZE
               INTO HUT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE HUT-IDLE-COUNT TO HUT-EDIT-COUNT
           STRING 'HEROES IDLE ALL MONTH         ' DELIMITED BY SIZE
                  HUT-EDIT-COUNT DELIMITED BY SIZE
               INTO HUT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE HUT-HIGH-COUNT TO HUT-EDIT-COUNT
           MOVE HUT-HIGH-UTIL-PCT TO HUT-EDIT-DAYS
           STRING 'HEROES OVER ' DELIMITED BY SIZE
                  HUT-EDIT-DAYS DELIMITED BY SIZE
                  '% OF MONTH      ' DELIMITED BY SIZE
                  HUT-EDIT-COUNT DELIMITED BY SIZE
               INTO HUT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           CLOSE UTIL-REPORT-OUT.

       WRITE-HERO-LINE.
           COMPUTE HUT-PCT ROUNDED =
                   HUT-H-DAYS-T(HUT-HERO-IDX) * 100 / HUT-MONTH-DAYS
           MOVE SPACES TO HUT-FLAG
           IF HUT-H-DAYS-T(HUT-HERO-IDX) = ZERO
               MOVE 'IDLE' TO HUT-FLAG
               ADD 1 TO HUT-IDLE-COUNT
           ELSE
               IF HUT-PCT > HUT-HIGH-UTIL-PCT
                   MOVE 'HIGH' TO HUT-FLAG
                   ADD 1 TO HUT-HIGH-COUNT
               END-IF
           END-IF
           MOVE HUT-H-MISSIONS-T(HUT-HERO-IDX) TO HUT-EDIT-MISSIONS
           MOVE HUT-H-DAYS-T(HUT-HERO-IDX) TO HUT-EDIT-DAYS
           MOVE HUT-PCT TO HUT-EDIT-PCT
           MOVE HUT-H-LIFE-DAYS-T(HUT-HERO-IDX) TO HUT-EDIT-LIFE-DAYS
           MOVE HUT-H-CODE-T(HUT-HERO-IDX) TO HUT-LINE-WORK(1:7)
           MOVE HUT-H-STATUS-T(HUT-HERO-IDX) TO HUT-LINE-WORK(12:1)
           MOVE HUT-EDIT-MISSIONS TO HUT-LINE-WORK(22:3)
           MOVE HUT-EDIT-DAYS TO HUT-LINE-WORK(32:3)
           MOVE HUT-EDIT-PCT TO HUT-LINE-WORK(42:5)
           MOVE HUT-EDIT-LIFE-DAYS TO HUT-LINE-WORK(55:5)
           MOVE HUT-FLAG TO HUT-LINE-WORK(63:4)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE HUT-LINE-WORK TO UTIL-REPORT-LINE
           WRITE UTIL-REPORT-LINE
           MOVE SPACES TO HUT-LINE-WORK.

       WRITE-BLANK-LINE.
           MOVE SPACES TO UTIL-REPORT-LINE
           WRITE UTIL-REPORT-LINE.
