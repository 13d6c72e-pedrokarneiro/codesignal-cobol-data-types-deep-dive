      *> HEROTOUR.cpy - Tournament results record, one row per bout
      *> (byes included), appended across tournaments so any past
      *> bracket can be reprinted exactly as it was played. Rows of
      *> one tournament are written round by round, bout by bout.
      *> Seeds, ratings and powers are as they stood on the day; a
      *> rating of zero means the hero had none and was seeded on
      *> power. Hero 2 code spaces is a bye.
      *> HTO-RESULT: '1' hero 1 won, '2' hero 2 won, 'S' powers
      *> level -- drawn on the ledger, the better seed goes through,
      *> 'B' hero 1 through on a bye.
       01 HERO-TOURNAMENT-RECORD.
           05 HTO-TOURN-ID              PIC X(8).
           05 HTO-TOURN-DATE            PIC X(8).
           05 HTO-ENTRANTS              PIC 9(3).
           05 HTO-BRACKET-SIZE          PIC 9(3).
           05 HTO-ROUND                 PIC 9(2).
           05 HTO-BOUT                  PIC 9(3).
           05 HTO-HERO1-CODE            PIC X(7).
           05 HTO-HERO1-SEED            PIC 9(3).
           05 HTO-HERO1-RATING          PIC 9(4).
           05 HTO-HERO1-POWER           PIC S9(6)
                                         SIGN IS TRAILING SEPARATE.
           05 HTO-HERO2-CODE            PIC X(7).
           05 HTO-HERO2-SEED            PIC 9(3).
           05 HTO-HERO2-RATING          PIC 9(4).
           05 HTO-HERO2-POWER           PIC S9(6)
                                         SIGN IS TRAILING SEPARATE.
           05 HTO-WINNER-CODE           PIC X(7).
           05 HTO-RESULT                PIC X(1).
