      *> GLENTCCY.cpy - Entity functional-currency record, one row per
      *> GL-TRANS-ENTITY: the currency the entity keeps its books in
      *> (a code on FXRATES.DAT) and the historical rate, base
      *> currency per unit, at which its equity was contributed and
      *> earned -- equity is translated at that rate, not today's.
      *> An entity with no row keeps its books in the base currency.
       01 GL-ENTITY-CURRENCY-RECORD.
           05 GEC-ENTITY                PIC X(2).
           05 GEC-CURRENCY-CODE         PIC X(3).
           05 GEC-EQUITY-RATE           PIC 9(3)V9(6).
