      *> pass accumulates WH-PO-RECEIVED-QTY as receipts post and
      *> closes the order when it is fully received.
      *> WH-PO-STATUS: 'O' = open, 'C' = closed (fully received).
      *> A 'B' return-to-vendor takes its quantity back off
      *> WH-PO-RECEIVED-QTY (re-opening a closed order) and raises its
      *> AP debit memo against WH-PO-VENDOR-ID, valued at
      *> WH-PO-RECEIPT-COST -- the average unit cost of the receipts
      *> posted against the order. WH-PO-ORDER-DATE is the day the
      *> buyer placed the order, so the vendor scorecard can measure
      *> the lead time each receipt actually took.
       01 WH-PO-RECORD.
           05 WH-PO-NUMBER              PIC 9(8).
           05 WH-PO-ITEM-CODE           PIC X(6).
           05 WH-PO-RECEIVED-QTY        PIC 9(6)V999.
           05 WH-PO-EXPECTED-DATE       PIC X(8).
           05 WH-PO-STATUS              PIC X(1).
           05 WH-PO-VENDOR-ID           PIC X(6).
           05 WH-PO-RECEIPT-COST        PIC 9(5)V99.
           05 WH-PO-ORDER-DATE          PIC X(8).
