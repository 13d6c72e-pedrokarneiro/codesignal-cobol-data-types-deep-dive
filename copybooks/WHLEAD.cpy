      *> WHLEAD.cpy - Measured vendor lead time per item, written by
      *> the vendor delivery scorecard from the receipts actually
      *> posted against purchase orders (receipt date less the date
      *> the order was placed). One row per item, for the vendor who
      *> supplied it most recently. The reorder recalculation uses
      *> WH-LT-AVG-DAYS in place of its assumed lead-time parameter
      *> once WH-LT-RECEIPTS shows enough receipts to trust.
       01 WH-LEAD-TIME-RECORD.
           05 WH-LT-ITEM-CODE           PIC X(6).
           05 WH-LT-VENDOR-ID           PIC X(6).
           05 WH-LT-AVG-DAYS            PIC 9(4).
           05 WH-LT-MAX-DAYS            PIC 9(4).
           05 WH-LT-RECEIPTS            PIC 9(5).
           05 WH-LT-COMPUTED-DATE       PIC X(8).
