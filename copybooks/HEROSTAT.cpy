      *> HEROSTAT.cpy - Hero availability record, one row per hero
      *> on the roster, kept by the mission dispatch job.
      *> HS-STATUS: 'A' available, 'D' deployed on HS-MISSION-ID,
      *> 'R' resting after a mission, 'I' injured. A resting or
      *> injured hero cannot be sent before the day after
      *> HS-COOLDOWN-UNTIL. HS-MISSIONS and HS-DAYS-DEPLOYED are
      *> lifetime totals of closed missions.
       01 HERO-STATUS-RECORD.
           05 HS-HERO-CODE              PIC X(7).
           05 HS-STATUS                 PIC X(1).
           05 HS-MISSION-ID             PIC X(8).
           05 HS-COOLDOWN-UNTIL         PIC X(8).
           05 HS-LAST-RELEASED          PIC X(8).
           05 HS-MISSIONS               PIC 9(4).
           05 HS-DAYS-DEPLOYED          PIC 9(5).
