      *> WHCOUNT.cpy - Cycle-count schedule record.
      *> One record per (item, location) on the stock ledger, kept by
      *> the ABC/cycle-count planning job: the ABC class the item's
      *> annual usage value earned it, how often that class is
      *> counted, when it was last physically counted (a posted 'C'
      *> transaction in the history archive), and the count currently
      *> out on a count sheet, if any. The planning job rewrites the
      *> whole file each run.
       01 WH-COUNT-SCHED-RECORD.
           05 WH-CNT-ITEM-CODE          PIC X(6).
           05 WH-CNT-LOCATION           PIC X(3).
      *> 'A' / 'B' / 'C' by cumulative share of annual usage value.
           05 WH-CNT-CLASS              PIC X(1).
           05 WH-CNT-USAGE-VALUE        PIC 9(9)V99.
           05 WH-CNT-FREQ-DAYS          PIC 9(3).
      *> Posting date of the latest 'C' count; spaces if the bin has
      *> never been counted.
           05 WH-CNT-LAST-COUNT-DATE    PIC X(8).
           05 WH-CNT-NEXT-DUE-DATE      PIC X(8).
      *> 'S' = on a count sheet issued WH-CNT-SCHED-DATE, not back yet
      *> 'R' = the last scheduled count came back (posted)
      *> ' ' = never scheduled
           05 WH-CNT-STATUS             PIC X(1).
           05 WH-CNT-SCHED-DATE         PIC X(8).
