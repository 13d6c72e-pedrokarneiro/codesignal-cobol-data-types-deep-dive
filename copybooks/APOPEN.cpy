      *> APOPEN.cpy - Open-payables ledger record, one per booked
      *> invoice, accumulating across runs. AP-OPN-STATUS 'O' open,
      *> 'S' selected for the next payment run, 'P' paid (kept for
      *> the audit trail and the aged report's history), 'D' an
      *> open debit memo -- a vendor credit (a warehouse return to
      *> vendor, AP-OPN-INV-NUMBER 'DM' plus the return's reference)
      *> that the payment run nets off the vendor's next payment and
      *> then flips to 'P' with the date it was taken. Invoice
      *> numbers beginning 'DM' are reserved for those memos. A stock
      *> invoice (one that names a warehouse purchase order) books
      *> as 'U', unmatched, until the three-way match passes it to
      *> 'O'; one that fails sits at 'M', match-exception hold, until
      *> purchasing clears it. Selection never sees 'U' or 'M' rows.
       01 AP-OPEN-RECORD.
           05 AP-OPN-VEND-ID            PIC X(6).
           05 AP-OPN-INV-NUMBER         PIC X(10).
           05 AP-OPN-EXPENSE-ACCT       PIC X(6).
           05 AP-OPN-STATUS             PIC X(1).
           05 AP-OPN-PAID-DATE          PIC X(8).
      *> Three-way-match detail, carried from the invoice feed:
      *> spaces / zero on non-stock invoices.
           05 AP-OPN-PO-NUMBER          PIC X(8).
           05 AP-OPN-QUANTITY           PIC 9(6)V999.
           05 AP-OPN-UNIT-PRICE         PIC 9(5)V99.
