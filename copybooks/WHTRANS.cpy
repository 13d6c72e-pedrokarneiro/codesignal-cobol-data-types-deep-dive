      *>                'H' = Quarantine hold (moves WH-TRANS-QUANTITY
      *>                      from available into the quarantine bucket
      *>                      -- stock QA has flagged must stop issuing
      *>                      the hour it is flagged, not after review;
      *>                      a hold keyed at receiving inspection names
      *>                      the order in WH-TRANS-PO-NO so it counts
      *>                      against the vendor's delivery record)
      *>                'Q' = Quarantine release, posted by QA after
      *>                      inspection; WH-TRANS-DISPOSITION says
      *>                      where the stock goes
      *>                      receiving store code, and the costed
      *>                      total per store feeds the store P&L as
      *>                      cost of goods sold)
      *>                'B' = Return to vendor (damaged or wrong goods
      *>                      sent back against the purchase order in
      *>                      WH-TRANS-PO-NO, from the lot in
      *>                      WH-TRANS-LOT-NO when one is named;
      *>                      relieves on-hand, takes the quantity off
      *>                      the order's received total, and raises a
      *>                      debit memo against the order's vendor
      *>                      at the receipt unit cost)
      *>                'A' = Kit assembly (builds WH-TRANS-QUANTITY
      *>                      kits of WH-TRANS-ITEM-CODE at
      *>                      WH-TRANS-LOCATION from the components
      *>                      on the WHKIT.cpy bill of materials;
      *>                      components are consumed FEFO and the kit
      *>                      is received at their rolled-up cost --
      *>                      refused whole if any component is short)
      *>                'D' = Kit disassembly (the reverse: breaks kits
      *>                      back into their components, spreading the
      *>                      kits' value over the components returned)
       01 WH-TRANS-RECORD.
           05 WH-TRANS-ITEM-CODE        PIC X(6).
      *> Location the transaction applies to (the
           05 WH-TRANS-TO-LOCATION      PIC X(3).
      *> Purchase order the goods were received against,
      *> carried on 'R' transactions so the receiving-match pass can
      *> tie the receipt back to its open WHPO.cpy order (and on 'B'
      *> returns, the order the goods came in on); zero (or space on
      *> old feeds) when no order reference was keyed.
           05 WH-TRANS-PO-NO            PIC 9(8).
      *> Lot number and expiry date of the goods received, carried on
      *> 'R' transactions for dated product so the lot sub-ledger can
      *> Disposition on a 'Q' quarantine release:
      *>   'S' = return to stock (back to available, nothing leaves)
      *>   'X' = scrap (leaves on-hand; written off to the GL)
      *>   'V' = return to vendor (leaves on-hand and is posted as
      *>         a 'B' return against the order in WH-TRANS-PO-NO:
      *>         received total reduced, debit memo raised)
      *> Space on every other transaction type.
           05 WH-TRANS-DISPOSITION      PIC X(1).
