      *> 'T') -- a humidity breach escalates exactly like a
      *> temperature one.
           05 TAL-MEASURE-TYPE          PIC X(1).
      *> What raised the row: 'B' a reading out of range (space on
      *> rows written before early warnings reads 'B'), 'E' an early
      *> warning -- the sensor's recent readings trend toward a
      *> limit fast enough to cross it inside the warning lead time.
      *> An early warning carries the minutes to the projected
      *> crossing. TAL-WARN-MATCH ties the two kinds together for
      *> measuring the warnings: on an early warning, 'Y' once a
      *> breach of the same sensor and type followed it; on a
      *> breach, 'Y' when an early warning came first.
           05 TAL-ALERT-KIND            PIC X(1).
           05 TAL-PROJECTED-MIN         PIC 9(5).
           05 TAL-WARN-MATCH            PIC X(1).
