      *> the issue), spaces on unlotted stock -- so an auditor's
      *> "which lot went out on that issue" is answerable here.
           05 WH-HIST-LOT-NO            PIC X(10).
      *> Kit a component row belongs to: on an 'A' assembly or 'D'
      *> disassembly the kit item itself archives with this blank,
      *> and each component consumed into (or returned from) the kit
      *> archives one row carrying the kit's item code here -- so a
      *> lot that went into a hamper can still be followed out.
           05 WH-HIST-KIT-ITEM          PIC X(6).
      *> Customer the stock shipped to, on the 'I' issues the order
      *> allocation pass generates for customer orders (spaces on
      *> every other row), and the expiry date of the lot named in
      *> WH-HIST-LOT-NO -- so a recall can be traced lot by lot to
      *> the customers who received it, by lot number or by expiry.
           05 WH-HIST-CUSTOMER-ID       PIC X(8).
           05 WH-HIST-EXPIRY-DATE       PIC X(8).
      *> Purchase order the movement was posted against: the order a
      *> receipt matched on an 'R', the order goods went back on for a
      *> 'B' return, and on an 'H' hold raised at receiving
      *> inspection the order the held goods arrived on. Zero on every
      *> other row -- the vendor scorecard reads these.
           05 WH-HIST-PO-NO             PIC 9(8).
