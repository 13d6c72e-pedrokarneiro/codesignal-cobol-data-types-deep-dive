      *> threshold -- this file has gone unmaintained for six weeks
      *> before.
           05 FX-RATE-DATE              PIC X(8).
      *> Average of the daily rates over the month FX-RATE-DATE
      *> closes; the group consolidation translates an entity's
      *> income and expense at it (its balance sheet at the
      *> closing rate above).
           05 FX-AVG-RATE-TO-BASE       PIC 9(3)V9(6).
