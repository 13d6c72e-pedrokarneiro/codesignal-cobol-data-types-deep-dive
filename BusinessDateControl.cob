       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessDateControl.
      *> Business-date control maintenance, run by operations off a
      *> short card file (data/BUSDATE-NEW.DAT), one action a line,
      *> applied in order against the control record BUSDATE.cpy
      *> that every batch job takes its processing date from:
      *>   'C' close the business day once its work is done -- from
      *>       then on no batch job will run against it;
      *>   'A' advance a closed day to the next banking day (the
      *>       shared BankingDay.cob calendar), opened for work;
      *>   'S' set the business date to the date on the card and
      *>       open it -- how a missed day is run late, or a closed
      *>       day reopened for a rerun, without editing any data.
      *> Only an active supervisor on the operator master
      *> (OPERMAST.cpy) may change the business date. Every change
      *> is appended to data/BUSDATE-HIST.DAT as the control record
      *> after the change, prefixed with the action, so the trail
      *> of which days were opened, closed and rerun survives.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-IN ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDM-CTL-STATUS.
           SELECT BUS-DATE-OUT ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUS-DATE-TRANS-IN ASSIGN TO "data/BUSDATE-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDM-TRANS-STATUS.
           SELECT BUS-DATE-HIST-OUT ASSIGN TO "data/BUSDATE-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDM-HIST-STATUS.
           SELECT OPER-MASTER-IN ASSIGN TO "data/OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDM-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-IN.
       COPY BUSDATE.

       FD  BUS-DATE-OUT.
       01  BUS-DATE-OUT-RECORD           PIC X(39).

      *> One action a line: the action code, the operator making
      *> the change, and for 'S' the date to set.
       FD  BUS-DATE-TRANS-IN.
       01  BUS-DATE-TRANS-RECORD.
           05 BDM-TRN-ACTION             PIC X(1).
           05 BDM-TRN-OPERATOR           PIC X(8).
           05 BDM-TRN-DATE               PIC X(8).

       FD  BUS-DATE-HIST-OUT.
       01  BUS-DATE-HIST-RECORD.
           05 BDM-HST-ACTION             PIC X(1).
           05 BDM-HST-CONTROL            PIC X(39).

       FD  OPER-MASTER-IN.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01 BDM-FILE-STATUSES.
           05 BDM-CTL-STATUS             PIC XX.
           05 BDM-TRANS-STATUS           PIC XX.
           05 BDM-HIST-STATUS            PIC XX.
           05 BDM-OPER-STATUS            PIC XX.

       01 BDM-EOF-SWITCHES.
           05 BDM-TRANS-EOF              PIC X VALUE 'N'.
           05 BDM-OPER-EOF               PIC X VALUE 'N'.

      *> The control record as it stands through the run; written
      *> back once at the end if anything changed.
       01 BDM-CONTROL.
           05 BDM-BUSINESS-DATE          PIC X(8).
           05 BDM-DAY-STATUS             PIC X(1).
           05 BDM-PRIOR-DATE             PIC X(8).
           05 BDM-CHANGED-BY             PIC X(8).
           05 BDM-CHANGED-DATE           PIC X(8).
           05 BDM-CHANGED-TIME           PIC X(6).

       01 BDM-WORK-FIELDS.
           05 BDM-WORK-DATE              PIC 9(8).
           05 BDM-WORK-DATE-X REDEFINES BDM-WORK-DATE
                                         PIC X(8).
           05 BDM-WORK-DATE-PARTS REDEFINES BDM-WORK-DATE.
               10 BDM-WORK-YEAR          PIC 9(4).
               10 BDM-WORK-MONTH         PIC 9(2).
               10 BDM-WORK-DAY           PIC 9(2).
           05 BDM-WORK-INT               PIC 9(8).
           05 BDM-NEXT-DAY               PIC X(8).
           05 BDM-BD-DIRECTION           PIC X(1) VALUE 'F'.
           05 BDM-REJECT-REASON          PIC X(40).
           05 BDM-OPER-FOUND             PIC X(1).
           05 BDM-CHANGED                PIC X(1) VALUE 'N'.

       01 BDM-COUNTERS.
           05 BDM-APPLIED-COUNT          PIC 9(3) VALUE ZERO.
           05 BDM-REJECT-COUNT           PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-CONTROL-RECORD
           OPEN INPUT BUS-DATE-TRANS-IN
           IF BDM-TRANS-STATUS NOT = '00'
               DISPLAY 'NO BUSINESS-DATE ACTIONS ON HAND: '
                       BDM-TRANS-STATUS
           ELSE
               PERFORM UNTIL BDM-TRANS-EOF = 'Y'
                   READ BUS-DATE-TRANS-IN
                       AT END MOVE 'Y' TO BDM-TRANS-EOF
                       NOT AT END PERFORM APPLY-ONE-ACTION
                   END-READ
               END-PERFORM
               CLOSE BUS-DATE-TRANS-IN
           END-IF
           IF BDM-CHANGED = 'Y'
               OPEN OUTPUT BUS-DATE-OUT
               MOVE BDM-CONTROL TO BUS-DATE-OUT-RECORD
               WRITE BUS-DATE-OUT-RECORD
               CLOSE BUS-DATE-OUT
           END-IF
           DISPLAY 'Business date           = ' BDM-BUSINESS-DATE
           DISPLAY 'Day status              = ' BDM-DAY-STATUS
           DISPLAY 'Actions applied         = ' BDM-APPLIED-COUNT
           DISPLAY 'Actions rejected        = ' BDM-REJECT-COUNT
           STOP RUN.

      *> With no control record yet, the first action has to be an
      *> 'S' naming the date to start from.
       LOAD-CONTROL-RECORD.
           MOVE SPACES TO BDM-CONTROL
           OPEN INPUT BUS-DATE-IN
           IF BDM-CTL-STATUS = '00'
               READ BUS-DATE-IN
                   AT END CONTINUE
                   NOT AT END MOVE BUSINESS-DATE-CONTROL TO BDM-CONTROL
               END-READ
               CLOSE BUS-DATE-IN
           END-IF
           IF BDM-BUSINESS-DATE = SPACES
               DISPLAY 'BUSINESS-DATE CONTROL RECORD NOT ON FILE -- '
                       'ONLY AN S ACTION CAN START IT'
           END-IF.

       APPLY-ONE-ACTION.
           MOVE SPACES TO BDM-REJECT-REASON
           PERFORM CHECK-OPERATOR
           IF BDM-REJECT-REASON = SPACES
               EVALUATE BDM-TRN-ACTION
                   WHEN 'C' PERFORM CLOSE-BUSINESS-DAY
                   WHEN 'A' PERFORM ADVANCE-BUSINESS-DAY
                   WHEN 'S' PERFORM SET-BUSINESS-DAY
                   WHEN OTHER
                       MOVE 'ACTION MUST BE C, A OR S'
                           TO BDM-REJECT-REASON
               END-EVALUATE
           END-IF
           IF BDM-REJECT-REASON NOT = SPACES
               ADD 1 TO BDM-REJECT-COUNT
               DISPLAY 'REJECTED: ' BDM-TRN-ACTION ' BY '
                       BDM-TRN-OPERATOR ' -- ' BDM-REJECT-REASON
           ELSE
               ADD 1 TO BDM-APPLIED-COUNT
               MOVE 'Y' TO BDM-CHANGED
               MOVE BDM-TRN-OPERATOR TO BDM-CHANGED-BY
               MOVE FUNCTION CURRENT-DATE(1:8) TO BDM-CHANGED-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO BDM-CHANGED-TIME
               PERFORM WRITE-HISTORY-RECORD
               DISPLAY 'APPLIED: ' BDM-TRN-ACTION ' BY '
                       BDM-TRN-OPERATOR ' -- BUSINESS DATE '
                       BDM-BUSINESS-DATE ' STATUS ' BDM-DAY-STATUS
           END-IF.

      *> The operator master is read afresh for each action; it is
      *> short, and an operator deactivated mid-run is refused.
       CHECK-OPERATOR.
           MOVE 'N' TO BDM-OPER-FOUND
           MOVE 'N' TO BDM-OPER-EOF
           OPEN INPUT OPER-MASTER-IN
           IF BDM-OPER-STATUS = '00'
               PERFORM UNTIL BDM-OPER-EOF = 'Y'
                   READ OPER-MASTER-IN
                       AT END MOVE 'Y' TO BDM-OPER-EOF
                       NOT AT END
                           IF OPR-OPERATOR-ID = BDM-TRN-OPERATOR
                               MOVE 'Y' TO BDM-OPER-FOUND
                               MOVE 'Y' TO BDM-OPER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-MASTER-IN
           END-IF
           EVALUATE TRUE
               WHEN BDM-OPER-FOUND = 'N'
                   MOVE 'OPERATOR NOT ON THE OPERATOR MASTER'
                       TO BDM-REJECT-REASON
               WHEN OPR-STATUS NOT = 'A'
                   MOVE 'OPERATOR DEACTIVATED' TO BDM-REJECT-REASON
               WHEN OPR-ROLE NOT = 'SUP'
                   MOVE 'ONLY A SUPERVISOR MAY CHANGE THE DATE'
                       TO BDM-REJECT-REASON
           END-EVALUATE.

       CLOSE-BUSINESS-DAY.
           EVALUATE TRUE
               WHEN BDM-BUSINESS-DATE = SPACES
                   MOVE 'NO BUSINESS DATE SET YET'
                       TO BDM-REJECT-REASON
               WHEN BDM-DAY-STATUS = 'C'
                   MOVE 'BUSINESS DAY ALREADY CLOSED'
                       TO BDM-REJECT-REASON
               WHEN OTHER
                   MOVE 'C' TO BDM-DAY-STATUS
           END-EVALUATE.

      *> Advancing an open day would skip its close; close it first.
       ADVANCE-BUSINESS-DAY.
           EVALUATE TRUE
               WHEN BDM-BUSINESS-DATE = SPACES
                   MOVE 'NO BUSINESS DATE SET YET'
                       TO BDM-REJECT-REASON
               WHEN BDM-DAY-STATUS NOT = 'C'
                   MOVE 'CLOSE THE BUSINESS DAY BEFORE ADVANCING'
                       TO BDM-REJECT-REASON
               WHEN OTHER
                   MOVE BDM-BUSINESS-DATE TO BDM-WORK-DATE-X
                   COMPUTE BDM-WORK-INT =
                           FUNCTION INTEGER-OF-DATE(BDM-WORK-DATE) + 1
                   COMPUTE BDM-WORK-DATE =
                           FUNCTION DATE-OF-INTEGER(BDM-WORK-INT)
                   CALL 'BankingDay' USING BDM-WORK-DATE-X
                                           BDM-BD-DIRECTION
                                           BDM-NEXT-DAY
                   MOVE BDM-BUSINESS-DATE TO BDM-PRIOR-DATE
                   MOVE BDM-NEXT-DAY TO BDM-BUSINESS-DATE
                   MOVE 'O' TO BDM-DAY-STATUS
           END-EVALUATE.

       SET-BUSINESS-DAY.
           MOVE BDM-TRN-DATE TO BDM-WORK-DATE-X
           IF BDM-WORK-DATE-X NOT NUMERIC
               MOVE 'SET DATE NOT A DATE' TO BDM-REJECT-REASON
           ELSE
               IF BDM-WORK-YEAR < 1601
                  OR BDM-WORK-MONTH < 1 OR BDM-WORK-MONTH > 12
                  OR BDM-WORK-DAY < 1 OR BDM-WORK-DAY > 31
                   MOVE 'SET DATE NOT A DATE' TO BDM-REJECT-REASON
               END-IF
           END-IF
           IF BDM-REJECT-REASON = SPACES
               IF BDM-WORK-DATE-X NOT = BDM-BUSINESS-DATE
                   MOVE BDM-BUSINESS-DATE TO BDM-PRIOR-DATE
               END-IF
               MOVE BDM-WORK-DATE-X TO BDM-BUSINESS-DATE
               MOVE 'O' TO BDM-DAY-STATUS
           END-IF.

       WRITE-HISTORY-RECORD.
           OPEN EXTEND BUS-DATE-HIST-OUT
           IF BDM-HIST-STATUS = '35'
               OPEN OUTPUT BUS-DATE-HIST-OUT
           END-IF
           MOVE BDM-TRN-ACTION TO BDM-HST-ACTION
           MOVE BDM-CONTROL TO BDM-HST-CONTROL
           WRITE BUS-DATE-HIST-RECORD
           CLOSE BUS-DATE-HIST-OUT.
