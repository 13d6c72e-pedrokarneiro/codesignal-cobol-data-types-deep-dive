       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeroMissionDispatch.
      *> Hero mission dispatch. Squads are set up in HeroTeamAssign
      *> but nothing recorded who was actually out on a mission,
      *> hurt or resting, so dispatch kept sending the same heroes.
      *> This keeps the mission file (HEROMISN.cpy) and a status
      *> row per hero (HEROSTAT.cpy), and each run:
      *>   - returns to duty every resting or injured hero whose
      *>     cooldown ran out before today;
      *>   - applies the mission transactions: 'N' new mission,
      *>     'C' close a deployed mission with its outcome, 'X'
      *>     cancel one still pending. Closing releases every hero
      *>     on it to rest for COOLDOWN-DAYS past the end date; a
      *>     hero named as injured rests for the days given instead,
      *>     and the days out are added to each hero's totals;
      *>   - dispatches every pending mission whose day has come, in
      *>     mission file order. The pool is the named squad's
      *>     members, or the whole roster when no squad is named;
      *>     only available heroes are taken, strongest first, until
      *>     their combined HERO-POWER meets the requirement, at most
      *>     ten to a mission. Squad members still deployed, resting
      *>     or injured are listed as passed over. A mission the
      *>     pool cannot cover stays pending and is reported short.
      *> The report ends with every hero not available and why.
      *>
      *> Reads the roster as the indexed VSAM KSDS the other hero
      *> jobs use, so like them it needs the indexed runtime.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HERO-ROSTER-IN ASSIGN TO "data/HEROROST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HERO-CODE
               FILE STATUS IS HMD-ROSTER-STATUS.
           SELECT TEAM-IN ASSIGN TO "data/HEROTEAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HMD-TEAM-STATUS.
           SELECT STATUS-IN ASSIGN TO "data/HEROSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HMD-STAT-STATUS.
           SELECT STATUS-OUT ASSIGN TO "data/HEROSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MISSION-IN ASSIGN TO "data/HEROMISN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HMD-MISSION-STATUS.
           SELECT MISSION-OUT ASSIGN TO "data/HEROMISN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MISSION-NEW-IN ASSIGN TO "data/HEROMISN-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HMD-NEW-STATUS.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HMD-RUNPARM-STATUS.
           SELECT DISPATCH-REPORT-OUT ASSIGN TO "data/HEROMISN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HERO-ROSTER-IN.
       COPY HEROREC.

       FD  TEAM-IN.
       COPY HEROTEAM.

       FD  STATUS-IN.
       COPY HEROSTAT.

       FD  STATUS-OUT.
       01  STATUS-OUT-RECORD.
           05 HMD-SO-HERO-CODE           PIC X(7).
           05 HMD-SO-STATUS              PIC X(1).
           05 HMD-SO-MISSION-ID          PIC X(8).
           05 HMD-SO-COOLDOWN-UNTIL      PIC X(8).
           05 HMD-SO-LAST-RELEASED       PIC X(8).
           05 HMD-SO-MISSIONS            PIC 9(4).
           05 HMD-SO-DAYS-DEPLOYED       PIC 9(5).

       FD  MISSION-IN.
       01  MISSION-IN-RECORD             PIC X(154).

       FD  MISSION-OUT.
       01  MISSION-OUT-RECORD            PIC X(154).

      *> Mission transactions. 'N' uses the description, power,
      *> squad and date (the day it should go; blank = today). 'C'
      *> uses the date (the day it ended; blank = today), the
      *> outcome, and optionally one injured hero and the days they
      *> are out. 'X' needs only the mission id.
       FD  MISSION-NEW-IN.
       01  MISSION-NEW-RECORD.
           05 HMD-NEW-ACTION             PIC X(1).
           05 HMD-NEW-MISSION-ID         PIC X(8).
           05 HMD-NEW-DESCRIPTION        PIC X(30).
           05 HMD-NEW-REQUIRED-POWER     PIC X(7).
           05 HMD-NEW-REQUIRED-POWER-N REDEFINES
                  HMD-NEW-REQUIRED-POWER PIC 9(7).
           05 HMD-NEW-TEAM-CODE          PIC X(4).
           05 HMD-NEW-DATE               PIC X(8).
           05 HMD-NEW-OUTCOME            PIC X(1).
           05 HMD-NEW-INJURED-HERO       PIC X(7).
           05 HMD-NEW-INJURED-DAYS       PIC X(3).
           05 HMD-NEW-INJURED-DAYS-N REDEFINES
                  HMD-NEW-INJURED-DAYS   PIC 9(3).

       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  DISPATCH-REPORT-OUT.
       01  DISPATCH-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 HMD-EOF-SWITCHES.
           05 HMD-ROSTER-EOF            PIC X VALUE 'N'.
           05 HMD-TEAM-EOF              PIC X VALUE 'N'.
           05 HMD-STAT-EOF              PIC X VALUE 'N'.
           05 HMD-MISSION-EOF           PIC X VALUE 'N'.
           05 HMD-NEW-EOF               PIC X VALUE 'N'.
           05 HMD-RUNPARM-EOF           PIC X VALUE 'N'.

       01 HMD-FILE-STATUSES.
           05 HMD-ROSTER-STATUS         PIC XX.
           05 HMD-TEAM-STATUS           PIC XX.
           05 HMD-STAT-STATUS           PIC XX.
           05 HMD-MISSION-STATUS        PIC XX.
           05 HMD-NEW-STATUS            PIC XX.
           05 HMD-RUNPARM-STATUS        PIC XX.

       01 HMD-TODAY                     PIC X(8).
       01 HMD-TODAY-NUM REDEFINES HMD-TODAY
                                        PIC 9(8).

      *> Runtime parameter: days a hero rests after a mission
      *> closes before they can be sent again.
       01 HMD-PARMS.
           05 HMD-COOLDOWN-DAYS         PIC 9(3) VALUE 3.
           05 HMD-PARMS-FROM-MASTER     PIC 9(1) VALUE ZERO.

      *> The working mission record every table entry is moved
      *> through.
       COPY HEROMISN.

       01 HMD-MISSION-CONTROL.
           05 HMD-MISSION-COUNT         PIC 9(3) VALUE ZERO.
           05 HMD-MISSION-IDX           PIC 9(3).
           05 HMD-MISSION-MATCH         PIC 9(3).

       01 HMD-MISSION-TABLE.
           05 HMD-MISSION-IMAGE-T OCCURS 500 TIMES
                                         PIC X(154).

      *> Roster joined with squad and status, strongest first once
      *> loaded.
       01 HMD-HERO-CONTROL.
           05 HMD-HERO-COUNT            PIC 9(3) VALUE ZERO.
           05 HMD-HERO-IDX              PIC 9(3).
           05 HMD-HERO-IDX2             PIC 9(3).
           05 HMD-HERO-MATCH            PIC 9(3).

       01 HMD-HERO-TABLE.
           05 HMD-HERO-ENTRY OCCURS 200 TIMES
                             INDEXED BY HMD-HERO-IX.
               10 HMD-H-CODE-T          PIC X(7).
               10 HMD-H-POWER-T         PIC S9(6).
               10 HMD-H-TEAM-T          PIC X(4).
               10 HMD-H-STATUS-T        PIC X(1).
               10 HMD-H-MISSION-T       PIC X(8).
               10 HMD-H-COOLDOWN-T      PIC X(8).
               10 HMD-H-RELEASED-T      PIC X(8).
               10 HMD-H-MISSIONS-T      PIC 9(4).
               10 HMD-H-DAYS-T          PIC 9(5).
               10 HMD-H-PICKED-T        PIC X(1).

       01 HMD-SWAP-HERO                 PIC X(52).

       01 HMD-WORK-FIELDS.
           05 HMD-WORK-DATE             PIC 9(8).
           05 HMD-WORK-DATE-X REDEFINES HMD-WORK-DATE
                                        PIC X(8).
           05 HMD-WORK-DATE-PARTS REDEFINES HMD-WORK-DATE.
               10 HMD-WORK-YEAR         PIC 9(4).
               10 HMD-WORK-MONTH        PIC 9(2).
               10 HMD-WORK-DAY          PIC 9(2).
           05 HMD-DATE-OK               PIC X(1).
           05 HMD-START-INT             PIC 9(8).
           05 HMD-END-INT               PIC 9(8).
           05 HMD-REST-DAYS             PIC 9(3).
           05 HMD-DAYS-OUT              PIC 9(5).
           05 HMD-POOL-POWER            PIC S9(8).
           05 HMD-PICKED-POWER          PIC S9(8).
           05 HMD-PICKED-COUNT          PIC 9(2).
           05 HMD-REJECT-REASON         PIC X(40).
           05 HMD-INJURED-ON-MISSION    PIC X(1).

       01 HMD-COUNTERS.
           05 HMD-RETURNED-COUNT        PIC 9(4) VALUE ZERO.
           05 HMD-NEW-COUNT             PIC 9(4) VALUE ZERO.
           05 HMD-CLOSED-COUNT          PIC 9(4) VALUE ZERO.
           05 HMD-CANCELLED-COUNT       PIC 9(4) VALUE ZERO.
           05 HMD-REJECT-COUNT          PIC 9(4) VALUE ZERO.
           05 HMD-DISPATCHED-COUNT      PIC 9(4) VALUE ZERO.
           05 HMD-SHORT-COUNT           PIC 9(4) VALUE ZERO.
           05 HMD-UNAVAILABLE-COUNT     PIC 9(4) VALUE ZERO.

       01 HMD-EDIT-FIELDS.
           05 HMD-EDIT-POWER            PIC ZZ,ZZZ,ZZ9.
           05 HMD-EDIT-REQUIRED         PIC ZZ,ZZZ,ZZ9.
           05 HMD-EDIT-HERO-POWER       PIC -ZZZ,ZZ9.
           05 HMD-EDIT-DAYS             PIC ZZZZ9.

       01 HMD-LINE-WORK                 PIC X(100) VALUE SPACES.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO HMD-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-ROSTER
           PERFORM LOAD-TEAM-ASSIGNMENTS
           PERFORM LOAD-HERO-STATUS
           PERFORM RANK-HEROES
           PERFORM LOAD-MISSIONS
           OPEN OUTPUT DISPATCH-REPORT-OUT
           STRING 'HERO MISSION DISPATCH - ' DELIMITED BY SIZE
                  HMD-TODAY DELIMITED BY SIZE
               INTO HMD-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE 'RETURNED TO DUTY' TO HMD-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING HMD-HERO-IDX FROM 1 BY 1
                   UNTIL HMD-HERO-IDX > HMD-HERO-COUNT
               PERFORM RETURN-RESTED-HERO
           END-PERFORM
           IF HMD-RETURNED-COUNT = ZERO
               MOVE '  NONE' TO HMD-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE
           MOVE 'MISSION TRANSACTIONS' TO HMD-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM APPLY-MISSION-TRANSACTIONS
           PERFORM WRITE-BLANK-LINE
           MOVE 'DISPATCH' TO HMD-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING HMD-MISSION-IDX FROM 1 BY 1
                   UNTIL HMD-MISSION-IDX > HMD-MISSION-COUNT
               MOVE HMD-MISSION-IMAGE-T(HMD-MISSION-IDX)
                   TO HERO-MISSION-RECORD
               IF HM-STATUS = 'P'
                  AND HM-REQUESTED-DATE NOT > HMD-TODAY
                   PERFORM DISPATCH-ONE-MISSION
                   MOVE HERO-MISSION-RECORD
                       TO HMD-MISSION-IMAGE-T(HMD-MISSION-IDX)
               END-IF
           END-PERFORM
           IF HMD-DISPATCHED-COUNT = ZERO AND HMD-SHORT-COUNT = ZERO
               MOVE '  NOTHING DUE TO GO' TO HMD-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE
           MOVE 'HEROES NOT AVAILABLE' TO HMD-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING HMD-HERO-IDX FROM 1 BY 1
                   UNTIL HMD-HERO-IDX > HMD-HERO-COUNT
               IF HMD-H-STATUS-T(HMD-HERO-IDX) NOT = 'A'
                   PERFORM WRITE-UNAVAILABLE-LINE
               END-IF
           END-PERFORM
           IF HMD-UNAVAILABLE-COUNT = ZERO
               MOVE '  NONE' TO HMD-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE DISPATCH-REPORT-OUT
           PERFORM WRITE-MISSION-FILE
           PERFORM WRITE-STATUS-FILE
           DISPLAY 'Heroes returned to duty = ' HMD-RETURNED-COUNT
           DISPLAY 'Missions added          = ' HMD-NEW-COUNT
           DISPLAY 'Missions closed         = ' HMD-CLOSED-COUNT
           DISPLAY 'Missions cancelled      = ' HMD-CANCELLED-COUNT
           DISPLAY 'Transactions rejected   = ' HMD-REJECT-COUNT
           DISPLAY 'Missions dispatched     = ' HMD-DISPATCHED-COUNT
           DISPLAY 'Missions short of power = ' HMD-SHORT-COUNT
           DISPLAY 'Heroes not available    = ' HMD-UNAVAILABLE-COUNT
           STOP RUN.

      *> Runtime parameters, falling back loudly to the compiled
      *> default and echoing what the run actually used.
       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF HMD-RUNPARM-STATUS = '00'
               PERFORM UNTIL HMD-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO HMD-RUNPARM-EOF
                       NOT AT END PERFORM TAKE-ONE-RUN-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       HMD-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF HMD-PARMS-FROM-MASTER < 1
               DISPLAY 'PARMS MISSING FROM MASTER -- COMPILED '
                       'DEFAULTS FILL THE GAPS'
           END-IF
           DISPLAY 'PARM IN EFFECT: COOLDOWN-DAYS = '
                   HMD-COOLDOWN-DAYS.

       TAKE-ONE-RUN-PARM.
           IF RP-JOB-NAME = 'HEROMISSIONDISPATCH'
               IF RP-PARM-NAME = 'COOLDOWN-DAYS'
                   MOVE RP-VALUE TO HMD-COOLDOWN-DAYS
                   ADD 1 TO HMD-PARMS-FROM-MASTER
               END-IF
           END-IF.

       LOAD-ROSTER.
           OPEN INPUT HERO-ROSTER-IN
           IF HMD-ROSTER-STATUS = '00'
               PERFORM UNTIL HMD-ROSTER-EOF = 'Y'
                   READ HERO-ROSTER-IN NEXT RECORD
                       AT END MOVE 'Y' TO HMD-ROSTER-EOF
                       NOT AT END PERFORM STORE-ROSTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HERO-ROSTER-IN
           ELSE
               DISPLAY 'ROSTER NOT READABLE: ' HMD-ROSTER-STATUS
               STOP RUN
           END-IF.

      *> A hero new to the roster starts available.
       STORE-ROSTER-ENTRY.
           IF HMD-HERO-COUNT < 200
               ADD 1 TO HMD-HERO-COUNT
               MOVE HERO-CODE TO HMD-H-CODE-T(HMD-HERO-COUNT)
               MOVE HERO-POWER TO HMD-H-POWER-T(HMD-HERO-COUNT)
               MOVE SPACES TO HMD-H-TEAM-T(HMD-HERO-COUNT)
               MOVE 'A' TO HMD-H-STATUS-T(HMD-HERO-COUNT)
               MOVE SPACES TO HMD-H-MISSION-T(HMD-HERO-COUNT)
               MOVE SPACES TO HMD-H-COOLDOWN-T(HMD-HERO-COUNT)
               MOVE SPACES TO HMD-H-RELEASED-T(HMD-HERO-COUNT)
               MOVE ZERO TO HMD-H-MISSIONS-T(HMD-HERO-COUNT)
               MOVE ZERO TO HMD-H-DAYS-T(HMD-HERO-COUNT)
               MOVE 'N' TO HMD-H-PICKED-T(HMD-HERO-COUNT)
           END-IF.

       LOAD-TEAM-ASSIGNMENTS.
           OPEN INPUT TEAM-IN
           IF HMD-TEAM-STATUS = '00'
               PERFORM UNTIL HMD-TEAM-EOF = 'Y'
                   READ TEAM-IN
                       AT END MOVE 'Y' TO HMD-TEAM-EOF
                       NOT AT END
                           SET HMD-HERO-IX TO 1
                           SEARCH HMD-HERO-ENTRY
                               AT END CONTINUE
                               WHEN HMD-HERO-IX > HMD-HERO-COUNT
                                   CONTINUE
                               WHEN HMD-H-CODE-T(HMD-HERO-IX)
                                       = HT-HERO-CODE
                                   MOVE HT-TEAM-CODE
                                       TO HMD-H-TEAM-T(HMD-HERO-IX)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE TEAM-IN
           END-IF.

      *> A status row for a hero since dropped from the roster
      *> finds no match and falls away when the file is rewritten.
       LOAD-HERO-STATUS.
           OPEN INPUT STATUS-IN
           IF HMD-STAT-STATUS = '00'
               PERFORM UNTIL HMD-STAT-EOF = 'Y'
                   READ STATUS-IN
                       AT END MOVE 'Y' TO HMD-STAT-EOF
                       NOT AT END
                           SET HMD-HERO-IX TO 1
                           SEARCH HMD-HERO-ENTRY
                               AT END CONTINUE
                               WHEN HMD-HERO-IX > HMD-HERO-COUNT
                                   CONTINUE
                               WHEN HMD-H-CODE-T(HMD-HERO-IX)
                                       = HS-HERO-CODE
                                   PERFORM TAKE-HERO-STATUS
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE STATUS-IN
           END-IF.

       TAKE-HERO-STATUS.
           MOVE HS-STATUS TO HMD-H-STATUS-T(HMD-HERO-IX)
           MOVE HS-MISSION-ID TO HMD-H-MISSION-T(HMD-HERO-IX)
           MOVE HS-COOLDOWN-UNTIL TO HMD-H-COOLDOWN-T(HMD-HERO-IX)
           MOVE HS-LAST-RELEASED TO HMD-H-RELEASED-T(HMD-HERO-IX)
           MOVE HS-MISSIONS TO HMD-H-MISSIONS-T(HMD-HERO-IX)
           MOVE HS-DAYS-DEPLOYED TO HMD-H-DAYS-T(HMD-HERO-IX).

      *> Strongest first, so dispatch fills a mission with as few
      *> heroes as it can -- exchange sort, the roster is small.
       RANK-HEROES.
           PERFORM VARYING HMD-HERO-IDX FROM 1 BY 1
                   UNTIL HMD-HERO-IDX >= HMD-HERO-COUNT
               PERFORM VARYING HMD-HERO-IDX2 FROM 1 BY 1
                       UNTIL HMD-HERO-IDX2 >= HMD-HERO-COUNT
                   IF HMD-H-POWER-T(HMD-HERO-IDX2) <
                           HMD-H-POWER-T(HMD-HERO-IDX2 + 1)
                       MOVE HMD-HERO-ENTRY(HMD-HERO-IDX2)
                           TO HMD-SWAP-HERO
                       MOVE HMD-HERO-ENTRY(HMD-HERO-IDX2 + 1)
                           TO HMD-HERO-ENTRY(HMD-HERO-IDX2)
                       MOVE HMD-SWAP-HERO
                           TO HMD-HERO-ENTRY(HMD-HERO-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-MISSIONS.
           OPEN INPUT MISSION-IN
           IF HMD-MISSION-STATUS = '00'
               PERFORM UNTIL HMD-MISSION-EOF = 'Y'
                   READ MISSION-IN
                       AT END MOVE 'Y' TO HMD-MISSION-EOF
                       NOT AT END
                           IF HMD-MISSION-COUNT >= 500
                               DISPLAY 'MISSION TABLE FULL AT 500 -- '
                                       'FILE NOT REWRITTEN'
                               STOP RUN
                           END-IF
                           ADD 1 TO HMD-MISSION-COUNT
                           MOVE MISSION-IN-RECORD
                             TO HMD-MISSION-IMAGE-T(HMD-MISSION-COUNT)
                   END-READ
               END-PERFORM
               CLOSE MISSION-IN
           END-IF.

      *> Resting and injured heroes are back once the cooldown day
      *> has passed.
       RETURN-RESTED-HERO.
           IF (HMD-H-STATUS-T(HMD-HERO-IDX) = 'R'
               OR HMD-H-STATUS-T(HMD-HERO-IDX) = 'I')
              AND HMD-H-COOLDOWN-T(HMD-HERO-IDX) < HMD-TODAY
               ADD 1 TO HMD-RETURNED-COUNT
               STRING '  ' DELIMITED BY SIZE
                      HMD-H-CODE-T(HMD-HERO-IDX) DELIMITED BY SIZE
                      '  COOLDOWN ENDED ' DELIMITED BY SIZE
                      HMD-H-COOLDOWN-T(HMD-HERO-IDX) DELIMITED BY SIZE
                   INTO HMD-LINE-WORK
               PERFORM WRITE-REPORT-LINE
               MOVE 'A' TO HMD-H-STATUS-T(HMD-HERO-IDX)
               MOVE SPACES TO HMD-H-COOLDOWN-T(HMD-HERO-IDX)
           END-IF.

       APPLY-MISSION-TRANSACTIONS.
           OPEN INPUT MISSION-NEW-IN
           IF HMD-NEW-STATUS = '00'
               PERFORM UNTIL HMD-NEW-EOF = 'Y'
                   READ MISSION-NEW-IN
                       AT END MOVE 'Y' TO HMD-NEW-EOF
                       NOT AT END PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE MISSION-NEW-IN
           ELSE
               MOVE '  NO MISSION TRANSACTIONS ON HAND'
                   TO HMD-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO HMD-REJECT-REASON
           MOVE ZERO TO HMD-MISSION-MATCH
           PERFORM VARYING HMD-MISSION-IDX FROM 1 BY 1
                   UNTIL HMD-MISSION-IDX > HMD-MISSION-COUNT
               IF HMD-MISSION-IMAGE-T(HMD-MISSION-IDX)(1:8)
                       = HMD-NEW-MISSION-ID
                   MOVE HMD-MISSION-IDX TO HMD-MISSION-MATCH
               END-IF
           END-PERFORM
           EVALUATE HMD-NEW-ACTION
               WHEN 'N' PERFORM ADD-MISSION
               WHEN 'C' PERFORM CLOSE-MISSION
               WHEN 'X' PERFORM CANCEL-MISSION
               WHEN OTHER
                   MOVE 'ACTION MUST BE N, C OR X'
                       TO HMD-REJECT-REASON
           END-EVALUATE
           IF HMD-REJECT-REASON NOT = SPACES
               ADD 1 TO HMD-REJECT-COUNT
               DISPLAY 'REJECTED: mission ' HMD-NEW-MISSION-ID
                       ' ' HMD-REJECT-REASON
               STRING '  ' DELIMITED BY SIZE
                      HMD-NEW-MISSION-ID DELIMITED BY SIZE
                      '  REJECTED ' DELIMITED BY SIZE
                      HMD-NEW-ACTION DELIMITED BY SIZE
                      ' -- ' DELIMITED BY SIZE
                      HMD-REJECT-REASON DELIMITED BY SIZE
                   INTO HMD-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       ADD-MISSION.
           MOVE HMD-NEW-DATE TO HMD-WORK-DATE-X
           IF HMD-NEW-DATE = SPACES
               MOVE HMD-TODAY TO HMD-WORK-DATE-X
           END-IF
           PERFORM CHECK-WORK-DATE
           EVALUATE TRUE
               WHEN HMD-NEW-MISSION-ID = SPACES
                   MOVE 'MISSION ID REQUIRED' TO HMD-REJECT-REASON
               WHEN HMD-MISSION-MATCH > ZERO
                   MOVE 'MISSION ID ALREADY ON FILE'
                       TO HMD-REJECT-REASON
               WHEN HMD-NEW-REQUIRED-POWER NOT NUMERIC
                   MOVE 'REQUIRED POWER NOT NUMERIC'
                       TO HMD-REJECT-REASON
               WHEN HMD-NEW-REQUIRED-POWER-N = ZERO
                   MOVE 'REQUIRED POWER MUST BE OVER ZERO'
                       TO HMD-REJECT-REASON
               WHEN HMD-DATE-OK = 'N'
                   MOVE 'MISSION DATE NOT A DATE'
                       TO HMD-REJECT-REASON
               WHEN HMD-MISSION-COUNT >= 500
                   MOVE 'MISSION FILE FULL' TO HMD-REJECT-REASON
           END-EVALUATE
           IF HMD-REJECT-REASON = SPACES
              AND HMD-NEW-TEAM-CODE NOT = SPACES
               MOVE ZERO TO HMD-HERO-MATCH
               PERFORM VARYING HMD-HERO-IDX FROM 1 BY 1
                       UNTIL HMD-HERO-IDX > HMD-HERO-COUNT
                   IF HMD-H-TEAM-T(HMD-HERO-IDX) = HMD-NEW-TEAM-CODE
                       MOVE HMD-HERO-IDX TO HMD-HERO-MATCH
                   END-IF
               END-PERFORM
               IF HMD-HERO-MATCH = ZERO
                   MOVE 'SQUAD HAS NO MEMBERS ON THE ROSTER'
                       TO HMD-REJECT-REASON
               END-IF
           END-IF
           IF HMD-REJECT-REASON = SPACES
               MOVE SPACES TO HERO-MISSION-RECORD
               MOVE HMD-NEW-MISSION-ID TO HM-MISSION-ID
               MOVE HMD-NEW-DESCRIPTION TO HM-DESCRIPTION
               MOVE HMD-NEW-REQUIRED-POWER-N TO HM-REQUIRED-POWER
               MOVE HMD-NEW-TEAM-CODE TO HM-TEAM-CODE
               MOVE 'P' TO HM-STATUS
               MOVE HMD-WORK-DATE-X TO HM-REQUESTED-DATE
               MOVE ZERO TO HM-ASSIGNED-POWER
               MOVE ZERO TO HM-HERO-COUNT
               ADD 1 TO HMD-MISSION-COUNT
               MOVE HERO-MISSION-RECORD
                   TO HMD-MISSION-IMAGE-T(HMD-MISSION-COUNT)
               ADD 1 TO HMD-NEW-COUNT
               MOVE HM-REQUIRED-POWER TO HMD-EDIT-REQUIRED
               STRING '  ' DELIMITED BY SIZE
                      HM-MISSION-ID DELIMITED BY SIZE
                      '  ADDED, WANTS ' DELIMITED BY SIZE
                      HMD-EDIT-REQUIRED DELIMITED BY SIZE
                      ' POWER FROM ' DELIMITED BY SIZE
                      HM-REQUESTED-DATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      HM-DESCRIPTION DELIMITED BY SIZE
                   INTO HMD-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> Closing sends every hero on the mission to rest, or the
      *> injured one to the sick list, and credits the days out.
       CLOSE-MISSION.
           IF HMD-MISSION-MATCH = ZERO
               MOVE 'MISSION NOT ON FILE' TO HMD-REJECT-REASON
           ELSE
               MOVE HMD-MISSION-IMAGE-T(HMD-MISSION-MATCH)
                   TO HERO-MISSION-RECORD
               MOVE HMD-NEW-DATE TO HMD-WORK-DATE-X
               IF HMD-NEW-DATE = SPACES
                   MOVE HMD-TODAY TO HMD-WORK-DATE-X
               END-IF
               PERFORM CHECK-WORK-DATE
               MOVE 'N' TO HMD-INJURED-ON-MISSION
               PERFORM VARYING HMD-HERO-IDX FROM 1 BY 1
                       UNTIL HMD-HERO-IDX > HM-HERO-COUNT
                   IF HM-HERO-CODE(HMD-HERO-IDX)
                           = HMD-NEW-INJURED-HERO
                       MOVE 'Y' TO HMD-INJURED-ON-MISSION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN HM-STATUS NOT = 'D'
                       MOVE 'MISSION IS NOT DEPLOYED'
                           TO HMD-REJECT-REASON
                   WHEN HMD-DATE-OK = 'N'
                       MOVE 'END DATE NOT A DATE'
                           TO HMD-REJECT-REASON
                   WHEN HMD-WORK-DATE-X < HM-START-DATE
                       MOVE 'END DATE BEFORE MISSION START'
                           TO HMD-REJECT-REASON
                   WHEN HMD-WORK-DATE-X > HMD-TODAY
                       MOVE 'END DATE IN THE FUTURE'
                           TO HMD-REJECT-REASON
                   WHEN HMD-NEW-OUTCOME NOT = 'S'
                        AND HMD-NEW-OUTCOME NOT = 'F'
                        AND HMD-NEW-OUTCOME NOT = 'A'
                       MOVE 'OUTCOME MUST BE S, F OR A'
                           TO HMD-REJECT-REASON
                   WHEN HMD-NEW-INJURED-HERO NOT = SPACES
                        AND HMD-INJURED-ON-MISSION = 'N'
                       MOVE 'INJURED HERO NOT ON THE MISSION'
                           TO HMD-REJECT-REASON
                   WHEN HMD-NEW-INJURED-HERO NOT = SPACES
                        AND HMD-NEW-INJURED-DAYS NOT NUMERIC
                       MOVE 'INJURED DAYS NOT NUMERIC'
                           TO HMD-REJECT-REASON
               END-EVALUATE
           END-IF
           IF HMD-REJECT-REASON = SPACES
               MOVE 'C' TO HM-STATUS
               MOVE HMD-WORK-DATE-X TO HM-END-DATE
               MOVE HMD-NEW-OUTCOME TO HM-OUTCOME
               MOVE HM-START-DATE TO HMD-WORK-DATE-X
               COMPUTE HMD-START-INT =
                       FUNCTION INTEGER-OF-DATE(HMD-WORK-DATE)
               MOVE HM-END-DATE TO HMD-WORK-DATE-X
               COMPUTE HMD-END-INT =
                       FUNCTION INTEGER-OF-DATE(HMD-WORK-DATE)
               COMPUTE HMD-DAYS-OUT = HMD-END-INT - HMD-START-INT + 1
               PERFORM VARYING HMD-HERO-IDX2 FROM 1 BY 1
                       UNTIL HMD-HERO-IDX2 > HM-HERO-COUNT
                   PERFORM RELEASE-ONE-HERO
               END-PERFORM
               MOVE HERO-MISSION-RECORD
                   TO HMD-MISSION-IMAGE-T(HMD-MISSION-MATCH)
               ADD 1 TO HMD-CLOSED-COUNT
               MOVE HMD-DAYS-OUT TO HMD-EDIT-DAYS
               STRING '  ' DELIMITED BY SIZE
                      HM-MISSION-ID DELIMITED BY SIZE
                      '  CLOSED ' DELIMITED BY SIZE
                      HM-END-DATE DELIMITED BY SIZE
                      ' OUTCOME ' DELIMITED BY SIZE
                      HM-OUTCOME DELIMITED BY SIZE
                      ' AFTER ' DELIMITED BY SIZE
                      HMD-EDIT-DAYS DELIMITED BY SIZE
                      ' DAYS, HEROES RELEASED TO REST'
                          DELIMITED BY SIZE
                   INTO HMD-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       RELEASE-ONE-HERO.
           SET HMD-HERO-IX TO 1
           SEARCH HMD-HERO-ENTRY
               AT END CONTINUE
               WHEN HMD-HERO-IX > HMD-HERO-COUNT
                   CONTINUE
               WHEN HMD-H-CODE-T(HMD-HERO-IX)
                       = HM-HERO-CODE(HMD-HERO-IDX2)
                   ADD 1 TO HMD-H-MISSIONS-T(HMD-HERO-IX)
                   ADD HMD-DAYS-OUT TO HMD-H-DAYS-T(HMD-HERO-IX)
                   MOVE HM-END-DATE TO HMD-H-RELEASED-T(HMD-HERO-IX)
                   MOVE SPACES TO HMD-H-MISSION-T(HMD-HERO-IX)
                   IF HM-HERO-CODE(HMD-HERO-IDX2)
                           = HMD-NEW-INJURED-HERO
                       MOVE 'I' TO HMD-H-STATUS-T(HMD-HERO-IX)
                       MOVE HMD-NEW-INJURED-DAYS-N TO HMD-REST-DAYS
                   ELSE
                       MOVE 'R' TO HMD-H-STATUS-T(HMD-HERO-IX)
                       MOVE HMD-COOLDOWN-DAYS TO HMD-REST-DAYS
                   END-IF
                   COMPUTE HMD-WORK-DATE = FUNCTION DATE-OF-INTEGER
                           (HMD-END-INT + HMD-REST-DAYS)
                   MOVE HMD-WORK-DATE-X
                       TO HMD-H-COOLDOWN-T(HMD-HERO-IX)
           END-SEARCH.

      *> Only a mission still waiting to go can be cancelled; one
      *> already out is closed with outcome 'A'.
       CANCEL-MISSION.
           IF HMD-MISSION-MATCH = ZERO
               MOVE 'MISSION NOT ON FILE' TO HMD-REJECT-REASON
           ELSE
               MOVE HMD-MISSION-IMAGE-T(HMD-MISSION-MATCH)
                   TO HERO-MISSION-RECORD
               IF HM-STATUS NOT = 'P'
                   MOVE 'ONLY A PENDING MISSION CAN BE CANCELLED'
                       TO HMD-REJECT-REASON
               ELSE
                   MOVE 'X' TO HM-STATUS
                   MOVE HERO-MISSION-RECORD
                       TO HMD-MISSION-IMAGE-T(HMD-MISSION-MATCH)
                   ADD 1 TO HMD-CANCELLED-COUNT
                   STRING '  ' DELIMITED BY SIZE
                          HM-MISSION-ID DELIMITED BY SIZE
                          '  CANCELLED' DELIMITED BY SIZE
                       INTO HMD-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       CHECK-WORK-DATE.
           MOVE 'Y' TO HMD-DATE-OK
           IF HMD-WORK-DATE-X NOT NUMERIC
               MOVE 'N' TO HMD-DATE-OK
           ELSE
               IF HMD-WORK-YEAR < 1601
                  OR HMD-WORK-MONTH < 1 OR HMD-WORK-MONTH > 12
                  OR HMD-WORK-DAY < 1 OR HMD-WORK-DAY > 31
                   MOVE 'N' TO HMD-DATE-OK
               END-IF
           END-IF.

      *> Strongest available hero in the pool first, until the
      *> requirement is met or ten are picked.
       DISPATCH-ONE-MISSION.
           MOVE ZERO TO HMD-PICKED-POWER
           MOVE ZERO TO HMD-PICKED-COUNT
           MOVE ZERO TO HMD-POOL-POWER
           MOVE HM-REQUIRED-POWER TO HMD-EDIT-REQUIRED
           STRING '  ' DELIMITED BY SIZE
                  HM-MISSION-ID DELIMITED BY SIZE
                  '  WANTS ' DELIMITED BY SIZE
                  HMD-EDIT-REQUIRED DELIMITED BY SIZE
                  '  SQUAD ' DELIMITED BY SIZE
                  HM-TEAM-CODE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  HM-DESCRIPTION DELIMITED BY SIZE
               INTO HMD-LINE-WORK
           IF HM-TEAM-CODE = SPACES
               MOVE 'ANY ' TO HMD-LINE-WORK(37:4)
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING HMD-HERO-IDX FROM 1 BY 1
                   UNTIL HMD-HERO-IDX > HMD-HERO-COUNT
               MOVE 'N' TO HMD-H-PICKED-T(HMD-HERO-IDX)
               IF HM-TEAM-CODE = SPACES
                  OR HMD-H-TEAM-T(HMD-HERO-IDX) = HM-TEAM-CODE
                   PERFORM CONSIDER-ONE-HERO
               END-IF
           END-PERFORM
           IF HMD-PICKED-POWER < HM-REQUIRED-POWER
               ADD 1 TO HMD-SHORT-COUNT
               MOVE HMD-PICKED-POWER TO HMD-EDIT-POWER
               STRING '      NOT SENT -- AVAILABLE POWER '
                          DELIMITED BY SIZE
                      HMD-EDIT-POWER DELIMITED BY SIZE
                      ' IS SHORT, STAYS PENDING' DELIMITED BY SIZE
                   INTO HMD-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM DEPLOY-PICKED-HEROES
           END-IF.

       CONSIDER-ONE-HERO.
           IF HMD-H-STATUS-T(HMD-HERO-IDX) NOT = 'A'
               IF HM-TEAM-CODE NOT = SPACES
                   PERFORM WRITE-PASSED-OVER-LINE
               END-IF
           ELSE
               IF HMD-PICKED-POWER < HM-REQUIRED-POWER
                  AND HMD-PICKED-COUNT < 10
                   MOVE 'Y' TO HMD-H-PICKED-T(HMD-HERO-IDX)
                   ADD 1 TO HMD-PICKED-COUNT
                   ADD HMD-H-POWER-T(HMD-HERO-IDX) TO HMD-PICKED-POWER
               END-IF
           END-IF.

       WRITE-PASSED-OVER-LINE.
           STRING '      PASSED OVER ' DELIMITED BY SIZE
                  HMD-H-CODE-T(HMD-HERO-IDX) DELIMITED BY SIZE
               INTO HMD-LINE-WORK
           EVALUATE HMD-H-STATUS-T(HMD-HERO-IDX)
               WHEN 'D'
                   STRING ' -- ON MISSION ' DELIMITED BY SIZE
                          HMD-H-MISSION-T(HMD-HERO-IDX)
                              DELIMITED BY SIZE
                       INTO HMD-LINE-WORK(26:)
               WHEN 'I'
                   STRING ' -- INJURED UNTIL ' DELIMITED BY SIZE
                          HMD-H-COOLDOWN-T(HMD-HERO-IDX)
                              DELIMITED BY SIZE
                       INTO HMD-LINE-WORK(26:)
               WHEN OTHER
                   STRING ' -- COOLING DOWN UNTIL ' DELIMITED BY SIZE
                          HMD-H-COOLDOWN-T(HMD-HERO-IDX)
                              DELIMITED BY SIZE
                       INTO HMD-LINE-WORK(26:)
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

       DEPLOY-PICKED-HEROES.
           ADD 1 TO HMD-DISPATCHED-COUNT
           MOVE 'D' TO HM-STATUS
           MOVE HMD-TODAY TO HM-START-DATE
           MOVE HMD-PICKED-POWER TO HM-ASSIGNED-POWER
           MOVE ZERO TO HM-HERO-COUNT
           PERFORM VARYING HMD-HERO-IDX FROM 1 BY 1
                   UNTIL HMD-HERO-IDX > HMD-HERO-COUNT
               IF HMD-H-PICKED-T(HMD-HERO-IDX) = 'Y'
                   ADD 1 TO HM-HERO-COUNT
                   MOVE HMD-H-CODE-T(HMD-HERO-IDX)
                       TO HM-HERO-CODE(HM-HERO-COUNT)
                   MOVE 'D' TO HMD-H-STATUS-T(HMD-HERO-IDX)
                   MOVE HM-MISSION-ID TO HMD-H-MISSION-T(HMD-HERO-IDX)
                   MOVE 'N' TO HMD-H-PICKED-T(HMD-HERO-IDX)
                   MOVE HMD-H-POWER-T(HMD-HERO-IDX)
                       TO HMD-EDIT-HERO-POWER
                   STRING '      SENT ' DELIMITED BY SIZE
                          HMD-H-CODE-T(HMD-HERO-IDX) DELIMITED BY SIZE
                          '  POWER ' DELIMITED BY SIZE
                          HMD-EDIT-HERO-POWER DELIMITED BY SIZE
                       INTO HMD-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE HMD-PICKED-POWER TO HMD-EDIT-POWER
           STRING '      DEPLOYED ' DELIMITED BY SIZE
                  HMD-TODAY DELIMITED BY SIZE
                  ' -- COMBINED POWER ' DELIMITED BY SIZE
                  HMD-EDIT-POWER DELIMITED BY SIZE
               INTO HMD-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       WRITE-UNAVAILABLE-LINE.
           ADD 1 TO HMD-UNAVAILABLE-COUNT
           EVALUATE HMD-H-STATUS-T(HMD-HERO-IDX)
               WHEN 'D'
                   STRING '  ' DELIMITED BY SIZE
                          HMD-H-CODE-T(HMD-HERO-IDX) DELIMITED BY SIZE
                          '  DEPLOYED ON ' DELIMITED BY SIZE
                          HMD-H-MISSION-T(HMD-HERO-IDX)
                              DELIMITED BY SIZE
                       INTO HMD-LINE-WORK
               WHEN 'I'
                   STRING '  ' DELIMITED BY SIZE
                          HMD-H-CODE-T(HMD-HERO-IDX) DELIMITED BY SIZE
                          '  INJURED UNTIL ' DELIMITED BY SIZE
                          HMD-H-COOLDOWN-T(HMD-HERO-IDX)
                              DELIMITED BY SIZE
                       INTO HMD-LINE-WORK
               WHEN OTHER
                   STRING '  ' DELIMITED BY SIZE
                          HMD-H-CODE-T(HMD-HERO-IDX) DELIMITED BY SIZE
                          '  RESTING UNTIL ' DELIMITED BY SIZE
                          HMD-H-COOLDOWN-T(HMD-HERO-IDX)
                              DELIMITED BY SIZE
                       INTO HMD-LINE-WORK
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

       WRITE-MISSION-FILE.
           OPEN OUTPUT MISSION-OUT
           PERFORM VARYING HMD-MISSION-IDX FROM 1 BY 1
                   UNTIL HMD-MISSION-IDX > HMD-MISSION-COUNT
               MOVE HMD-MISSION-IMAGE-T(HMD-MISSION-IDX)
                   TO MISSION-OUT-RECORD
               WRITE MISSION-OUT-RECORD
           END-PERFORM
           CLOSE MISSION-OUT.

      *> One row per hero on the roster, in roster power order.
       WRITE-STATUS-FILE.
           OPEN OUTPUT STATUS-OUT
           PERFORM VARYING HMD-HERO-IDX FROM 1 BY 1
                   UNTIL HMD-HERO-IDX > HMD-HERO-COUNT
               MOVE HMD-H-CODE-T(HMD-HERO-IDX) TO HMD-SO-HERO-CODE
               MOVE HMD-H-STATUS-T(HMD-HERO-IDX) TO HMD-SO-STATUS
               MOVE HMD-H-MISSION-T(HMD-HERO-IDX) TO HMD-SO-MISSION-ID
               MOVE HMD-H-COOLDOWN-T(HMD-HERO-IDX)
                   TO HMD-SO-COOLDOWN-UNTIL
               MOVE HMD-H-RELEASED-T(HMD-HERO-IDX)
                   TO HMD-SO-LAST-RELEASED
               MOVE HMD-H-MISSIONS-T(HMD-HERO-IDX) TO HMD-SO-MISSIONS
               MOVE HMD-H-DAYS-T(HMD-HERO-IDX)
                   TO HMD-SO-DAYS-DEPLOYED
               WRITE STATUS-OUT-RECORD
           END-PERFORM
           CLOSE STATUS-OUT.

       WRITE-REPORT-LINE.
           MOVE HMD-LINE-WORK TO DISPATCH-REPORT-LINE
           WRITE DISPATCH-REPORT-LINE
           MOVE SPACES TO HMD-LINE-WORK.

       WRITE-BLANK-LINE.
           MOVE SPACES TO DISPATCH-REPORT-LINE
           WRITE DISPATCH-REPORT-LINE.
