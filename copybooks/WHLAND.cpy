      *> WHLAND.cpy - Landed-cost charge record layout.
      *> One record per freight, duty or handling charge billed
      *> against a purchase order, keyed in from the carrier's or
      *> broker's invoice. The ledger-update job spreads each charge
      *> across the order's received lines -- by received value or
      *> by received quantity -- and folds the share still on hand
      *> into the weighted-average unit cost; the share whose stock
      *> has already been issued goes to cost-of-goods variance.
      *> WH-LAND-CHARGE-TYPE: 'F' = freight, 'D' = duty,
      *>                      'H' = handling.
      *> WH-LAND-BASIS: 'V' = by received value (the default when
      *>                blank), 'Q' = by received quantity.
       01 WH-LANDED-RECORD.
           05 WH-LAND-PO-NUMBER         PIC 9(8).
           05 WH-LAND-CHARGE-TYPE       PIC X(1).
           05 WH-LAND-AMOUNT            PIC 9(7)V99.
           05 WH-LAND-BASIS             PIC X(1).
           05 WH-LAND-REFERENCE         PIC X(10).
