      *> HEROMISN.cpy - Hero mission record, one row per mission,
      *> keyed by mission id. A mission asks for a combined
      *> HERO-POWER and optionally names the squad (HEROTEAM.cpy)
      *> that should go; with no squad named, dispatch picks from
      *> every available hero.
      *> HM-STATUS: 'P' pending dispatch, 'D' deployed, 'C' closed,
      *> 'X' cancelled before it went out.
      *> HM-REQUESTED-DATE is the day the mission wants to go;
      *> HM-START-DATE is the day it actually went, HM-END-DATE the
      *> day it closed. HM-OUTCOME on close: 'S' success,
      *> 'F' failed, 'A' aborted.
      *> The heroes sent and their combined power are as they
      *> stood at dispatch.
       01 HERO-MISSION-RECORD.
           05 HM-MISSION-ID             PIC X(8).
           05 HM-DESCRIPTION            PIC X(30).
           05 HM-REQUIRED-POWER         PIC 9(7).
           05 HM-TEAM-CODE              PIC X(4).
           05 HM-STATUS                 PIC X(1).
           05 HM-REQUESTED-DATE         PIC X(8).
           05 HM-START-DATE             PIC X(8).
           05 HM-END-DATE               PIC X(8).
           05 HM-OUTCOME                PIC X(1).
           05 HM-ASSIGNED-POWER         PIC 9(7).
           05 HM-HERO-COUNT             PIC 9(2).
           05 HM-HERO-CODE              PIC X(7) OCCURS 10 TIMES.
