      *> WHRECALL.cpy - Lot recall request record layout.
      *> One record per supplier recall QA is working, keyed from
      *> the recall notice. A recall names either a lot number (with
      *> the item code when the supplier's lot numbers are not
      *> unique across items) or an item and an expiry-date range
      *> when the supplier recalls "everything best before X".
      *> WH-RCL-RAISE-HOLDS: 'Y' = also raise quarantine holds for
      *>                     whatever of the recalled stock is still
      *>                     on hand; anything else = trace only.
       01 WH-RECALL-RECORD.
           05 WH-RCL-NOTICE-REF         PIC X(10).
           05 WH-RCL-LOT-NO             PIC X(10).
           05 WH-RCL-ITEM-CODE          PIC X(6).
           05 WH-RCL-EXPIRY-FROM        PIC X(8).
           05 WH-RCL-EXPIRY-TO          PIC X(8).
           05 WH-RCL-RAISE-HOLDS        PIC X(1).
