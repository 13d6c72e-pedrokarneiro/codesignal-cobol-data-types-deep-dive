       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeroTournament.
      *> Single-elimination tournament mode for fan events.
      *> HeroBattleSim and HeroTeamBattle each settle the one
      *> matchup named on their card; this plays a whole bracket.
      *> Entrants are seeded off HeroRating's current Elo ladder
      *> (HERORATE.DAT), highest rating first; a hero with no
      *> rating yet seeds after every rated hero, on HERO-POWER.
      *> The field is padded to the next power of two with byes,
      *> and the draw is laid out the standard way (1 v 8, 4 v 5,
      *> 2 v 7, 3 v 6 for eight) so the byes fall to the top seeds
      *> and the top two cannot meet before the final. Each bout is
      *> the HeroBattleSim rule -- higher power wins -- and goes on
      *> the HBHIST.cpy ledger like any other battle, so the rating
      *> and standings jobs pick it up. Level powers draw on the
      *> ledger, but a knockout needs someone to go through, so the
      *> better seed does.
      *>
      *> Every bout, byes included, is kept on the tournament
      *> results file (HEROTOUR.cpy). The bracket report is printed
      *> from those rows, round by round down to the champion, so a
      *> reprint of a past tournament reads exactly as it did on the
      *> day. The parameter card:
      *>   col 1     mode 'P' play (the default), 'R' reprint
      *>   col 2-9   tournament id; blank plays under today's date
      *>   col 10-12 field size, the top n seeds; blank or zero
      *>             takes the whole roster, at most 128
      *> A play run refuses an id already on the results file.
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
               FILE STATUS IS HTN-ROSTER-STATUS.
           SELECT RATING-IN ASSIGN TO "data/HERORATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HTN-RATE-STATUS.
           SELECT TOURN-PARM-IN ASSIGN TO "data/HEROTOURN-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HTN-PARM-STATUS.
           SELECT TOURN-RESULT-IN ASSIGN TO "data/HEROTOURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HTN-RESULT-IN-STATUS.
           SELECT TOURN-RESULT-OUT ASSIGN TO "data/HEROTOURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HTN-RESULT-OUT-STATUS.
           SELECT BATTLE-HIST-OUT ASSIGN TO "data/HEROBATTLE-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HTN-HIST-STATUS.
           SELECT BRACKET-OUT ASSIGN TO "data/HEROTOURN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HERO-ROSTER-IN.
       COPY HEROREC.

      *> HeroRating's ratings file, as that job writes it.
       FD  RATING-IN.
       01  RATING-IN-RECORD.
           05 HTN-RI-HERO-CODE           PIC X(7).
           05 HTN-RI-RATING              PIC 9(4).
           05 HTN-RI-BATTLES             PIC 9(4).
           05 HTN-RI-TREND               PIC X(10).
           05 HTN-RI-LAST-POWER          PIC S9(6)
                                          SIGN IS TRAILING SEPARATE.

       FD  TOURN-PARM-IN.
       01  TOURN-PARM-CARD.
           05 HTN-PARM-MODE              PIC X(1).
           05 HTN-PARM-TOURN-ID          PIC X(8).
           05 HTN-PARM-FIELD-SIZE        PIC X(3).
           05 HTN-PARM-FIELD-SIZE-N REDEFINES HTN-PARM-FIELD-SIZE
                                         PIC 9(3).

       FD  TOURN-RESULT-IN.
       COPY HEROTOUR.

       FD  TOURN-RESULT-OUT.
       01  TOURN-RESULT-OUT-RECORD       PIC X(77).

       FD  BATTLE-HIST-OUT.
       COPY HBHIST.

       FD  BRACKET-OUT.
       01  BRACKET-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 HTN-EOF-SWITCHES.
           05 HTN-ROSTER-EOF            PIC X VALUE 'N'.
           05 HTN-RATE-EOF              PIC X VALUE 'N'.
           05 HTN-RESULT-EOF            PIC X VALUE 'N'.

       01 HTN-FILE-STATUSES.
           05 HTN-ROSTER-STATUS         PIC XX.
           05 HTN-RATE-STATUS           PIC XX.
           05 HTN-PARM-STATUS           PIC XX.
           05 HTN-RESULT-IN-STATUS      PIC XX.
           05 HTN-RESULT-OUT-STATUS     PIC XX.
           05 HTN-HIST-STATUS           PIC XX.

       01 HTN-TODAY                     PIC X(8).
       01 HTN-MODE                      PIC X(1).
       01 HTN-FIELD-SIZE                PIC 9(3) VALUE ZERO.

      *> The tournament being played or reprinted.
       01 HTN-TOURN-FIELDS.
           05 HTN-TOURN-ID              PIC X(8).
           05 HTN-TOURN-DATE            PIC X(8).
           05 HTN-ENTRANTS              PIC 9(3) VALUE ZERO.
           05 HTN-BRACKET-SIZE          PIC 9(3) VALUE ZERO.

      *> Roster joined with the ladder; once seeded, entry n is
      *> seed n. The seed key puts every rated hero (one million
      *> plus the rating) ahead of every unrated one (power).
       01 HTN-HERO-CONTROL.
           05 HTN-HERO-COUNT            PIC 9(3) VALUE ZERO.
           05 HTN-HERO-IDX              PIC 9(3).
           05 HTN-HERO-IDX2             PIC 9(3).
           05 HTN-RATED-COUNT           PIC 9(3) VALUE ZERO.

       01 HTN-HERO-TABLE.
           05 HTN-HERO-ENTRY OCCURS 200 TIMES
                             INDEXED BY HTN-HERO-IX.
               10 HTN-H-CODE-T          PIC X(7).
               10 HTN-H-NICKNAME-T      PIC X(15).
               10 HTN-H-POWER-T         PIC S9(6).
               10 HTN-H-RATING-T        PIC 9(4).
               10 HTN-H-KEY-T           PIC 9(7).

       01 HTN-SWAP-HERO                 PIC X(39).

      *> The draw: the seed in each bracket line, 0 for a bye. The
      *> order is built by doubling -- each seed s of a bracket of
      *> n lines is followed by its opponent 2n+1-s in the next.
       01 HTN-DRAW-CONTROL.
           05 HTN-DRAW-LEN              PIC 9(3).
           05 HTN-DRAW-IDX              PIC 9(3).
           05 HTN-SLOT-COUNT            PIC 9(3).

       01 HTN-DRAW-ORDER.
           05 HTN-ORDER-T OCCURS 128 TIMES
                                         PIC 9(3).
       01 HTN-DRAW-NEXT.
           05 HTN-NEXT-T OCCURS 128 TIMES
                                         PIC 9(3).
       01 HTN-SLOTS.
           05 HTN-SLOT-T OCCURS 128 TIMES
                                         PIC 9(3).

      *> Every bout of the tournament, in the order played; the
      *> bracket prints from here in both modes.
       01 HTN-BOUT-CONTROL.
           05 HTN-BOUT-COUNT            PIC 9(3) VALUE ZERO.
           05 HTN-BOUT-IDX              PIC 9(3).
           05 HTN-ROUND                 PIC 9(2) VALUE ZERO.
           05 HTN-ROUND-BOUTS           PIC 9(3).
           05 HTN-BOUT-NO               PIC 9(3).
           05 HTN-SEED-1                PIC 9(3).
           05 HTN-SEED-2                PIC 9(3).
           05 HTN-PRINT-ROUND           PIC 9(2).

       01 HTN-BOUT-TABLE.
           05 HTN-BOUT-ENTRY OCCURS 128 TIMES.
               10 HTN-B-ROUND-T         PIC 9(2).
               10 HTN-B-BOUT-T          PIC 9(3).
               10 HTN-B-CODE-1-T        PIC X(7).
               10 HTN-B-SEED-1-T        PIC 9(3).
               10 HTN-B-RATING-1-T      PIC 9(4).
               10 HTN-B-POWER-1-T       PIC S9(6).
               10 HTN-B-CODE-2-T        PIC X(7).
               10 HTN-B-SEED-2-T        PIC 9(3).
               10 HTN-B-RATING-2-T      PIC 9(4).
               10 HTN-B-POWER-2-T       PIC S9(6).
               10 HTN-B-WINNER-T        PIC X(7).
               10 HTN-B-RESULT-T        PIC X(1).

      *> The seeding as printed, filled from the first round.
       01 HTN-SEED-TABLE.
           05 HTN-SEED-ENTRY OCCURS 128 TIMES.
               10 HTN-S-CODE-T          PIC X(7).
               10 HTN-S-RATING-T        PIC 9(4).
               10 HTN-S-POWER-T         PIC S9(6).

       01 HTN-COUNTERS.
           05 HTN-BOUTS-FOUGHT          PIC 9(3) VALUE ZERO.
           05 HTN-BYES                  PIC 9(3) VALUE ZERO.
           05 HTN-ID-ON-FILE            PIC X(1) VALUE 'N'.

       01 HTN-EDIT-FIELDS.
           05 HTN-EDIT-SEED             PIC ZZ9.
           05 HTN-EDIT-SEED-2           PIC ZZ9.
           05 HTN-EDIT-RATING           PIC ZZZ9.
           05 HTN-EDIT-POWER            PIC -ZZZ,ZZ9.
           05 HTN-EDIT-POWER-2          PIC -ZZZ,ZZ9.
           05 HTN-EDIT-BOUT             PIC ZZ9.
           05 HTN-EDIT-COUNT            PIC ZZ9.
           05 HTN-EDIT-SIZE             PIC ZZ9.

       01 HTN-ROUND-LABEL               PIC X(20).
       01 HTN-LINE-WORK                 PIC X(100) VALUE SPACES.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO HTN-TODAY
           PERFORM READ-TOURN-PARM
           IF HTN-MODE = 'R'
               PERFORM LOAD-PAST-TOURNAMENT
               IF HTN-BOUT-COUNT = ZERO
                   DISPLAY 'TOURNAMENT ' HTN-TOURN-ID
                           ' NOT ON THE RESULTS FILE'
                   STOP RUN
               END-IF
               PERFORM WRITE-BRACKET-REPORT
               DISPLAY 'Tournament reprinted = ' HTN-TOURN-ID
               STOP RUN
           END-IF
           PERFORM LOAD-PAST-TOURNAMENT
           IF HTN-ID-ON-FILE = 'Y'
               DISPLAY 'TOURNAMENT ' HTN-TOURN-ID
                       ' ALREADY ON THE RESULTS FILE -- NOT PLAYED'
               STOP RUN
           END-IF
           PERFORM LOAD-ROSTER
           PERFORM LOAD-RATINGS
           PERFORM SEED-ENTRANTS
           PERFORM SET-FIELD-SIZE
           IF HTN-ENTRANTS < 2
               DISPLAY 'FEWER THAN TWO ENTRANTS -- NO TOURNAMENT'
               STOP RUN
           END-IF
           PERFORM BUILD-DRAW-ORDER
           PERFORM PLAY-TOURNAMENT
           PERFORM WRITE-BRACKET-REPORT
           DISPLAY 'Tournament          = ' HTN-TOURN-ID
           DISPLAY 'Entrants            = ' HTN-ENTRANTS
           DISPLAY 'Rated entrants      = ' HTN-RATED-COUNT
           DISPLAY 'Bracket size        = ' HTN-BRACKET-SIZE
           DISPLAY 'Byes                = ' HTN-BYES
           DISPLAY 'Bouts fought        = ' HTN-BOUTS-FOUGHT
           DISPLAY 'Champion            = '
                   HTN-B-WINNER-T(HTN-BOUT-COUNT)
           STOP RUN.

       READ-TOURN-PARM.
           OPEN INPUT TOURN-PARM-IN
           IF HTN-PARM-STATUS NOT = '00'
               DISPLAY 'TOURNAMENT PARAMETER CARD NOT FOUND: '
                       HTN-PARM-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO TOURN-PARM-CARD
           READ TOURN-PARM-IN
           END-READ
           CLOSE TOURN-PARM-IN
           MOVE HTN-PARM-MODE TO HTN-MODE
           IF HTN-MODE NOT = 'R'
               MOVE 'P' TO HTN-MODE
           END-IF
           MOVE HTN-PARM-TOURN-ID TO HTN-TOURN-ID
           IF HTN-TOURN-ID = SPACES
               IF HTN-MODE = 'R'
                   DISPLAY 'REPRINT NEEDS A TOURNAMENT ID'
                   STOP RUN
               END-IF
               MOVE HTN-TODAY TO HTN-TOURN-ID
           END-IF
           IF HTN-PARM-FIELD-SIZE NUMERIC
               MOVE HTN-PARM-FIELD-SIZE-N TO HTN-FIELD-SIZE
           END-IF.

      *> Pulls the named tournament's rows off the results file;
      *> a play run only needs to know whether the id is taken.
       LOAD-PAST-TOURNAMENT.
           OPEN INPUT TOURN-RESULT-IN
           IF HTN-RESULT-IN-STATUS = '00'
               PERFORM UNTIL HTN-RESULT-EOF = 'Y'
                   READ TOURN-RESULT-IN
                       AT END MOVE 'Y' TO HTN-RESULT-EOF
                       NOT AT END
                           IF HTO-TOURN-ID = HTN-TOURN-ID
                               MOVE 'Y' TO HTN-ID-ON-FILE
                               IF HTN-MODE = 'R'
                                   PERFORM TAKE-PAST-BOUT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOURN-RESULT-IN
           END-IF.

       TAKE-PAST-BOUT.
           IF HTN-BOUT-COUNT < 128
               ADD 1 TO HTN-BOUT-COUNT
               MOVE HTO-TOURN-DATE TO HTN-TOURN-DATE
               MOVE HTO-ENTRANTS TO HTN-ENTRANTS
               MOVE HTO-BRACKET-SIZE TO HTN-BRACKET-SIZE
               MOVE HTO-ROUND TO HTN-B-ROUND-T(HTN-BOUT-COUNT)
               MOVE HTO-BOUT TO HTN-B-BOUT-T(HTN-BOUT-COUNT)
               MOVE HTO-HERO1-CODE TO HTN-B-CODE-1-T(HTN-BOUT-COUNT)
               MOVE HTO-HERO1-SEED TO HTN-B-SEED-1-T(HTN-BOUT-COUNT)
               MOVE HTO-HERO1-RATING
                   TO HTN-B-RATING-1-T(HTN-BOUT-COUNT)
               MOVE HTO-HERO1-POWER
                   TO HTN-B-POWER-1-T(HTN-BOUT-COUNT)
               MOVE HTO-HERO2-CODE TO HTN-B-CODE-2-T(HTN-BOUT-COUNT)
               MOVE HTO-HERO2-SEED TO HTN-B-SEED-2-T(HTN-BOUT-COUNT)
               MOVE HTO-HERO2-RATING
                   TO HTN-B-RATING-2-T(HTN-BOUT-COUNT)
               MOVE HTO-HERO2-POWER
                   TO HTN-B-POWER-2-T(HTN-BOUT-COUNT)
               MOVE HTO-WINNER-CODE TO HTN-B-WINNER-T(HTN-BOUT-COUNT)
               MOVE HTO-RESULT TO HTN-B-RESULT-T(HTN-BOUT-COUNT)
           END-IF.

       LOAD-ROSTER.
           OPEN INPUT HERO-ROSTER-IN
           IF HTN-ROSTER-STATUS = '00'
               PERFORM UNTIL HTN-ROSTER-EOF = 'Y'
                   READ HERO-ROSTER-IN NEXT RECORD
                       AT END MOVE 'Y' TO HTN-ROSTER-EOF
                       NOT AT END PERFORM STORE-ROSTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HERO-ROSTER-IN
           ELSE
               DISPLAY 'ROSTER NOT READABLE: ' HTN-ROSTER-STATUS
               STOP RUN
           END-IF.

       STORE-ROSTER-ENTRY.
           IF HTN-HERO-COUNT < 200
               ADD 1 TO HTN-HERO-COUNT
               MOVE HERO-CODE TO HTN-H-CODE-T(HTN-HERO-COUNT)
               MOVE HERO-NICKNAME TO HTN-H-NICKNAME-T(HTN-HERO-COUNT)
               MOVE HERO-POWER TO HTN-H-POWER-T(HTN-HERO-COUNT)
               MOVE ZERO TO HTN-H-RATING-T(HTN-HERO-COUNT)
           END-IF.

      *> A ladder row for a hero no longer on the roster, or a
      *> team row, finds no match and is passed over.
       LOAD-RATINGS.
           OPEN INPUT RATING-IN
           IF HTN-RATE-STATUS = '00'
               PERFORM UNTIL HTN-RATE-EOF = 'Y'
                   READ RATING-IN
                       AT END MOVE 'Y' TO HTN-RATE-EOF
                       NOT AT END
                           SET HTN-HERO-IX TO 1
                           SEARCH HTN-HERO-ENTRY
                               AT END CONTINUE
                               WHEN HTN-HERO-IX > HTN-HERO-COUNT
                                   CONTINUE
                               WHEN HTN-H-CODE-T(HTN-HERO-IX)
                                       = HTN-RI-HERO-CODE
                                   MOVE HTN-RI-RATING
                                     TO HTN-H-RATING-T(HTN-HERO-IX)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE RATING-IN
           ELSE
               DISPLAY 'NO RATINGS ON HAND: ' HTN-RATE-STATUS
                       ' -- SEEDED ON POWER'
           END-IF.

      *> Descending by seed key, exchange sort -- the roster is
      *> small.
       SEED-ENTRANTS.
           PERFORM VARYING HTN-HERO-IDX FROM 1 BY 1
                   UNTIL HTN-HERO-IDX > HTN-HERO-COUNT
               IF HTN-H-RATING-T(HTN-HERO-IDX) > ZERO
                   COMPUTE HTN-H-KEY-T(HTN-HERO-IDX) =
                           1000000 + HTN-H-RATING-T(HTN-HERO-IDX)
               ELSE
                   IF HTN-H-POWER-T(HTN-HERO-IDX) > ZERO
                       MOVE HTN-H-POWER-T(HTN-HERO-IDX)
                           TO HTN-H-KEY-T(HTN-HERO-IDX)
                   ELSE
                       MOVE ZERO TO HTN-H-KEY-T(HTN-HERO-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING HTN-HERO-IDX FROM 1 BY 1
                   UNTIL HTN-HERO-IDX >= HTN-HERO-COUNT
               PERFORM VARYING HTN-HERO-IDX2 FROM 1 BY 1
                       UNTIL HTN-HERO-IDX2 >= HTN-HERO-COUNT
                   IF HTN-H-KEY-T(HTN-HERO-IDX2) <
                           HTN-H-KEY-T(HTN-HERO-IDX2 + 1)
                       MOVE HTN-HERO-ENTRY(HTN-HERO-IDX2)
                           TO HTN-SWAP-HERO
                       MOVE HTN-HERO-ENTRY(HTN-HERO-IDX2 + 1)
                           TO HTN-HERO-ENTRY(HTN-HERO-IDX2)
                       MOVE HTN-SWAP-HERO
                           TO HTN-HERO-ENTRY(HTN-HERO-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> The top n seeds when the card names a field, otherwise
      *> the whole roster; the bracket is the next power of two.
       SET-FIELD-SIZE.
           MOVE HTN-HERO-COUNT TO HTN-ENTRANTS
           IF HTN-FIELD-SIZE > ZERO
              AND HTN-FIELD-SIZE < HTN-ENTRANTS
               MOVE HTN-FIELD-SIZE TO HTN-ENTRANTS
           END-IF
           IF HTN-ENTRANTS > 128
               DISPLAY 'FIELD CUT TO THE TOP 128 SEEDS'
               MOVE 128 TO HTN-ENTRANTS
           END-IF
           PERFORM VARYING HTN-HERO-IDX FROM 1 BY 1
                   UNTIL HTN-HERO-IDX > HTN-ENTRANTS
               IF HTN-H-RATING-T(HTN-HERO-IDX) > ZERO
                   ADD 1 TO HTN-RATED-COUNT
               END-IF
           END-PERFORM
           MOVE 1 TO HTN-BRACKET-SIZE
           PERFORM UNTIL HTN-BRACKET-SIZE >= HTN-ENTRANTS
               COMPUTE HTN-BRACKET-SIZE = HTN-BRACKET-SIZE * 2
           END-PERFORM
           COMPUTE HTN-BYES = HTN-BRACKET-SIZE - HTN-ENTRANTS
           MOVE HTN-TODAY TO HTN-TOURN-DATE.

       BUILD-DRAW-ORDER.
           MOVE 1 TO HTN-ORDER-T(1)
           MOVE 1 TO HTN-DRAW-LEN
           PERFORM UNTIL HTN-DRAW-LEN >= HTN-BRACKET-SIZE
               PERFORM VARYING HTN-DRAW-IDX FROM 1 BY 1
                       UNTIL HTN-DRAW-IDX > HTN-DRAW-LEN
                   MOVE HTN-ORDER-T(HTN-DRAW-IDX)
                       TO HTN-NEXT-T(HTN-DRAW-IDX * 2 - 1)
                   COMPUTE HTN-NEXT-T(HTN-DRAW-IDX * 2) =
                           HTN-DRAW-LEN * 2 + 1
                           - HTN-ORDER-T(HTN-DRAW-IDX)
               END-PERFORM
               COMPUTE HTN-DRAW-LEN = HTN-DRAW-LEN * 2
               MOVE HTN-DRAW-NEXT TO HTN-DRAW-ORDER
           END-PERFORM
           PERFORM VARYING HTN-DRAW-IDX FROM 1 BY 1
                   UNTIL HTN-DRAW-IDX > HTN-BRACKET-SIZE
               IF HTN-ORDER-T(HTN-DRAW-IDX) > HTN-ENTRANTS
                   MOVE ZERO TO HTN-SLOT-T(HTN-DRAW-IDX)
               ELSE
                   MOVE HTN-ORDER-T(HTN-DRAW-IDX)
                       TO HTN-SLOT-T(HTN-DRAW-IDX)
               END-IF
           END-PERFORM.

       PLAY-TOURNAMENT.
           OPEN EXTEND TOURN-RESULT-OUT
           IF HTN-RESULT-OUT-STATUS = '35'
               OPEN OUTPUT TOURN-RESULT-OUT
           END-IF
           OPEN EXTEND BATTLE-HIST-OUT
           IF HTN-HIST-STATUS = '35'
               OPEN OUTPUT BATTLE-HIST-OUT
           END-IF
           MOVE HTN-BRACKET-SIZE TO HTN-SLOT-COUNT
           PERFORM UNTIL HTN-SLOT-COUNT = 1
               ADD 1 TO HTN-ROUND
               COMPUTE HTN-ROUND-BOUTS = HTN-SLOT-COUNT / 2
               PERFORM VARYING HTN-BOUT-NO FROM 1 BY 1
                       UNTIL HTN-BOUT-NO > HTN-ROUND-BOUTS
                   PERFORM PLAY-ONE-BOUT
               END-PERFORM
               MOVE HTN-ROUND-BOUTS TO HTN-SLOT-COUNT
           END-PERFORM
           CLOSE BATTLE-HIST-OUT
           CLOSE TOURN-RESULT-OUT.

      *> Lines 2b-1 and 2b meet in bout b; the one who goes
      *> through takes line b of the next round.
       PLAY-ONE-BOUT.
           MOVE HTN-SLOT-T(HTN-BOUT-NO * 2 - 1) TO HTN-SEED-1
           MOVE HTN-SLOT-T(HTN-BOUT-NO * 2) TO HTN-SEED-2
           IF HTN-SEED-1 = ZERO
               MOVE HTN-SEED-2 TO HTN-SEED-1
               MOVE ZERO TO HTN-SEED-2
           END-IF
           ADD 1 TO HTN-BOUT-COUNT
           MOVE HTN-ROUND TO HTN-B-ROUND-T(HTN-BOUT-COUNT)
           MOVE HTN-BOUT-NO TO HTN-B-BOUT-T(HTN-BOUT-COUNT)
           MOVE HTN-H-CODE-T(HTN-SEED-1)
               TO HTN-B-CODE-1-T(HTN-BOUT-COUNT)
           MOVE HTN-SEED-1 TO HTN-B-SEED-1-T(HTN-BOUT-COUNT)
           MOVE HTN-H-RATING-T(HTN-SEED-1)
               TO HTN-B-RATING-1-T(HTN-BOUT-COUNT)
           MOVE HTN-H-POWER-T(HTN-SEED-1)
               TO HTN-B-POWER-1-T(HTN-BOUT-COUNT)
           IF HTN-SEED-2 = ZERO
               MOVE SPACES TO HTN-B-CODE-2-T(HTN-BOUT-COUNT)
               MOVE ZERO TO HTN-B-SEED-2-T(HTN-BOUT-COUNT)
               MOVE ZERO TO HTN-B-RATING-2-T(HTN-BOUT-COUNT)
               MOVE ZERO TO HTN-B-POWER-2-T(HTN-BOUT-COUNT)
               MOVE 'B' TO HTN-B-RESULT-T(HTN-BOUT-COUNT)
           ELSE
               MOVE HTN-H-CODE-T(HTN-SEED-2)
                   TO HTN-B-CODE-2-T(HTN-BOUT-COUNT)
               MOVE HTN-SEED-2 TO HTN-B-SEED-2-T(HTN-BOUT-COUNT)
               MOVE HTN-H-RATING-T(HTN-SEED-2)
                   TO HTN-B-RATING-2-T(HTN-BOUT-COUNT)
               MOVE HTN-H-POWER-T(HTN-SEED-2)
                   TO HTN-B-POWER-2-T(HTN-BOUT-COUNT)
               PERFORM FIGHT-ONE-BOUT
           END-IF
           EVALUATE HTN-B-RESULT-T(HTN-BOUT-COUNT)
               WHEN '2'
                   MOVE HTN-SEED-2 TO HTN-SLOT-T(HTN-BOUT-NO)
               WHEN 'S'
                   IF HTN-SEED-2 < HTN-SEED-1
                       MOVE HTN-SEED-2 TO HTN-SLOT-T(HTN-BOUT-NO)
                   ELSE
                       MOVE HTN-SEED-1 TO HTN-SLOT-T(HTN-BOUT-NO)
                   END-IF
               WHEN OTHER
                   MOVE HTN-SEED-1 TO HTN-SLOT-T(HTN-BOUT-NO)
           END-EVALUATE
           MOVE HTN-SLOT-T(HTN-BOUT-NO) TO HTN-SEED-1
           MOVE HTN-H-CODE-T(HTN-SEED-1)
               TO HTN-B-WINNER-T(HTN-BOUT-COUNT)
           PERFORM WRITE-TOURN-RESULT.

      *> The HeroBattleSim rule, and the ledger row it would
      *> write.
       FIGHT-ONE-BOUT.
           ADD 1 TO HTN-BOUTS-FOUGHT
           MOVE HTN-TODAY TO HBH-BATTLE-DATE
           MOVE HTN-H-CODE-T(HTN-SEED-1)  TO HBH-HERO1-CODE
           MOVE HTN-H-POWER-T(HTN-SEED-1) TO HBH-HERO1-POWER
           MOVE HTN-H-CODE-T(HTN-SEED-2)  TO HBH-HERO2-CODE
           MOVE HTN-H-POWER-T(HTN-SEED-2) TO HBH-HERO2-POWER
           EVALUATE TRUE
               WHEN HTN-H-POWER-T(HTN-SEED-1) >
                       HTN-H-POWER-T(HTN-SEED-2)
                   MOVE '1' TO HBH-OUTCOME
                   MOVE '1' TO HTN-B-RESULT-T(HTN-BOUT-COUNT)
               WHEN HTN-H-POWER-T(HTN-SEED-1) <
                       HTN-H-POWER-T(HTN-SEED-2)
                   MOVE '2' TO HBH-OUTCOME
                   MOVE '2' TO HTN-B-RESULT-T(HTN-BOUT-COUNT)
               WHEN OTHER
                   MOVE 'D' TO HBH-OUTCOME
                   MOVE 'S' TO HTN-B-RESULT-T(HTN-BOUT-COUNT)
           END-EVALUATE
           WRITE HERO-BATTLE-HIST-RECORD.

       WRITE-TOURN-RESULT.
           MOVE HTN-TOURN-ID TO HTO-TOURN-ID
           MOVE HTN-TOURN-DATE TO HTO-TOURN-DATE
           MOVE HTN-ENTRANTS TO HTO-ENTRANTS
           MOVE HTN-BRACKET-SIZE TO HTO-BRACKET-SIZE
           MOVE HTN-B-ROUND-T(HTN-BOUT-COUNT) TO HTO-ROUND
           MOVE HTN-B-BOUT-T(HTN-BOUT-COUNT) TO HTO-BOUT
           MOVE HTN-B-CODE-1-T(HTN-BOUT-COUNT) TO HTO-HERO1-CODE
           MOVE HTN-B-SEED-1-T(HTN-BOUT-COUNT) TO HTO-HERO1-SEED
           MOVE HTN-B-RATING-1-T(HTN-BOUT-COUNT) TO HTO-HERO1-RATING
           MOVE HTN-B-POWER-1-T(HTN-BOUT-COUNT) TO HTO-HERO1-POWER
           MOVE HTN-B-CODE-2-T(HTN-BOUT-COUNT) TO HTO-HERO2-CODE
           MOVE HTN-B-SEED-2-T(HTN-BOUT-COUNT) TO HTO-HERO2-SEED
           MOVE HTN-B-RATING-2-T(HTN-BOUT-COUNT) TO HTO-HERO2-RATING
           MOVE HTN-B-POWER-2-T(HTN-BOUT-COUNT) TO HTO-HERO2-POWER
           MOVE HTN-B-WINNER-T(HTN-BOUT-COUNT) TO HTO-WINNER-CODE
           MOVE HTN-B-RESULT-T(HTN-BOUT-COUNT) TO HTO-RESULT
           MOVE HERO-TOURNAMENT-RECORD TO TOURN-RESULT-OUT-RECORD
           WRITE TOURN-RESULT-OUT-RECORD.

      *> Seeding, then the bracket round by round, then the
      *> champion -- all off the bout rows, so a reprint matches.
       WRITE-BRACKET-REPORT.
           OPEN OUTPUT BRACKET-OUT
           MOVE HTN-ENTRANTS TO HTN-EDIT-COUNT
           MOVE HTN-BRACKET-SIZE TO HTN-EDIT-SIZE
           MOVE SPACES TO HTN-LINE-WORK
           STRING 'HERO TOURNAMENT ' DELIMITED BY SIZE
                  HTN-TOURN-ID DELIMITED BY SIZE
                  ' - PLAYED ' DELIMITED BY SIZE
                  HTN-TOURN-DATE DELIMITED BY SIZE
                  '   ENTRANTS ' DELIMITED BY SIZE
                  HTN-EDIT-COUNT DELIMITED BY SIZE
                  '   BRACKET ' DELIMITED BY SIZE
                  HTN-EDIT-SIZE DELIMITED BY SIZE
               INTO HTN-LINE-WORK
           IF HTN-MODE = 'R'
               MOVE '(REPRINT)' TO HTN-LINE-WORK(75:9)
           END-IF
           PERFORM WRITE-BRACKET-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE 'SEEDING' TO HTN-LINE-WORK
           PERFORM WRITE-BRACKET-LINE
           PERFORM FILL-SEED-TABLE
           PERFORM VARYING HTN-HERO-IDX FROM 1 BY 1
                   UNTIL HTN-HERO-IDX > HTN-ENTRANTS
               PERFORM WRITE-SEED-LINE
           END-PERFORM
           MOVE ZERO TO HTN-PRINT-ROUND
           PERFORM VARYING HTN-BOUT-IDX FROM 1 BY 1
                   UNTIL HTN-BOUT-IDX > HTN-BOUT-COUNT
               IF HTN-B-ROUND-T(HTN-BOUT-IDX) NOT = HTN-PRINT-ROUND
                   PERFORM WRITE-ROUND-HEADER
               END-IF
               PERFORM WRITE-BOUT-LINE
           END-PERFORM
           PERFORM WRITE-BLANK-LINE
           STRING 'CHAMPION: ' DELIMITED BY SIZE
                  HTN-B-WINNER-T(HTN-BOUT-COUNT) DELIMITED BY SIZE
               INTO HTN-LINE-WORK
           PERFORM WRITE-BRACKET-LINE
           CLOSE BRACKET-OUT.

      *> Every entrant appears in the first round, as hero 1 or as
      *> hero 2 of a bout or alone on a bye.
       FILL-SEED-TABLE.
           PERFORM VARYING HTN-BOUT-IDX FROM 1 BY 1
                   UNTIL HTN-BOUT-IDX > HTN-BOUT-COUNT
               IF HTN-B-ROUND-T(HTN-BOUT-IDX) = 1
                   MOVE HTN-B-SEED-1-T(HTN-BOUT-IDX) TO HTN-SEED-1
                   MOVE HTN-B-CODE-1-T(HTN-BOUT-IDX)
                       TO HTN-S-CODE-T(HTN-SEED-1)
                   MOVE HTN-B-RATING-1-T(HTN-BOUT-IDX)
                       TO HTN-S-RATING-T(HTN-SEED-1)
                   MOVE HTN-B-POWER-1-T(HTN-BOUT-IDX)
                       TO HTN-S-POWER-T(HTN-SEED-1)
                   IF HTN-B-SEED-2-T(HTN-BOUT-IDX) > ZERO
                       MOVE HTN-B-SEED-2-T(HTN-BOUT-IDX)
                           TO HTN-SEED-2
                       MOVE HTN-B-CODE-2-T(HTN-BOUT-IDX)
                           TO HTN-S-CODE-T(HTN-SEED-2)
                       MOVE HTN-B-RATING-2-T(HTN-BOUT-IDX)
                           TO HTN-S-RATING-T(HTN-SEED-2)
                       MOVE HTN-B-POWER-2-T(HTN-BOUT-IDX)
                           TO HTN-S-POWER-T(HTN-SEED-2)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SEED-LINE.
           MOVE HTN-HERO-IDX TO HTN-EDIT-SEED
           MOVE HTN-S-POWER-T(HTN-HERO-IDX) TO HTN-EDIT-POWER
           STRING '  ' DELIMITED BY SIZE
                  HTN-EDIT-SEED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  HTN-S-CODE-T(HTN-HERO-IDX) DELIMITED BY SIZE
                  '  POWER ' DELIMITED BY SIZE
                  HTN-EDIT-POWER DELIMITED BY SIZE
               INTO HTN-LINE-WORK
           IF HTN-S-RATING-T(HTN-HERO-IDX) > ZERO
               MOVE HTN-S-RATING-T(HTN-HERO-IDX) TO HTN-EDIT-RATING
               STRING '  RATING ' DELIMITED BY SIZE
                      HTN-EDIT-RATING DELIMITED BY SIZE
                   INTO HTN-LINE-WORK(32:)
           ELSE
               MOVE '  UNRATED -- SEEDED ON POWER'
                   TO HTN-LINE-WORK(32:)
           END-IF
           PERFORM WRITE-BRACKET-LINE.

       WRITE-ROUND-HEADER.
           MOVE HTN-B-ROUND-T(HTN-BOUT-IDX) TO HTN-PRINT-ROUND
           COMPUTE HTN-ROUND-BOUTS =
                   HTN-BRACKET-SIZE / (2 ** HTN-PRINT-ROUND)
           MOVE SPACES TO HTN-ROUND-LABEL
           EVALUATE HTN-ROUND-BOUTS
               WHEN 1
                   MOVE 'FINAL' TO HTN-ROUND-LABEL
               WHEN 2
                   MOVE 'SEMI-FINALS' TO HTN-ROUND-LABEL
               WHEN 4
                   MOVE 'QUARTER-FINALS' TO HTN-ROUND-LABEL
               WHEN OTHER
                   COMPUTE HTN-EDIT-COUNT = HTN-ROUND-BOUTS * 2
                   STRING 'LAST ' DELIMITED BY SIZE
                          HTN-EDIT-COUNT DELIMITED BY SIZE
                       INTO HTN-ROUND-LABEL
           END-EVALUATE
           PERFORM WRITE-BLANK-LINE
           STRING 'ROUND ' DELIMITED BY SIZE
                  HTN-PRINT-ROUND DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  HTN-ROUND-LABEL DELIMITED BY SIZE
               INTO HTN-LINE-WORK
           PERFORM WRITE-BRACKET-LINE.

       WRITE-BOUT-LINE.
           MOVE HTN-B-BOUT-T(HTN-BOUT-IDX) TO HTN-EDIT-BOUT
           MOVE HTN-B-SEED-1-T(HTN-BOUT-IDX) TO HTN-EDIT-SEED
           MOVE HTN-B-POWER-1-T(HTN-BOUT-IDX) TO HTN-EDIT-POWER
           STRING '  BOUT ' DELIMITED BY SIZE
                  HTN-EDIT-BOUT DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  HTN-EDIT-SEED DELIMITED BY SIZE
                  ') ' DELIMITED BY SIZE
                  HTN-B-CODE-1-T(HTN-BOUT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HTN-EDIT-POWER DELIMITED BY SIZE
                  '  V  ' DELIMITED BY SIZE
               INTO HTN-LINE-WORK
           IF HTN-B-RESULT-T(HTN-BOUT-IDX) = 'B'
               MOVE 'BYE' TO HTN-LINE-WORK(41:3)
           ELSE
               MOVE HTN-B-SEED-2-T(HTN-BOUT-IDX) TO HTN-EDIT-SEED-2
               MOVE HTN-B-POWER-2-T(HTN-BOUT-IDX) TO HTN-EDIT-POWER-2
               STRING '(' DELIMITED BY SIZE
                      HTN-EDIT-SEED-2 DELIMITED BY SIZE
                      ') ' DELIMITED BY SIZE
                      HTN-B-CODE-2-T(HTN-BOUT-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      HTN-EDIT-POWER-2 DELIMITED BY SIZE
                   INTO HTN-LINE-WORK(41:)
           END-IF
           STRING '  -> ' DELIMITED BY SIZE
                  HTN-B-WINNER-T(HTN-BOUT-IDX) DELIMITED BY SIZE
               INTO HTN-LINE-WORK(64:)
           EVALUATE HTN-B-RESULT-T(HTN-BOUT-IDX)
               WHEN 'B'
                   MOVE '(BYE)' TO HTN-LINE-WORK(77:)
               WHEN 'S'
                   MOVE '(LEVEL - ON SEED)' TO HTN-LINE-WORK(77:)
           END-EVALUATE
           PERFORM WRITE-BRACKET-LINE.

       WRITE-BRACKET-LINE.
           MOVE HTN-LINE-WORK TO BRACKET-LINE
           WRITE BRACKET-LINE
           MOVE SPACES TO HTN-LINE-WORK.

       WRITE-BLANK-LINE.
           MOVE SPACES TO BRACKET-LINE
           WRITE BRACKET-LINE.
