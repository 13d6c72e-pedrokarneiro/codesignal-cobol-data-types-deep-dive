      *> the paper folder: one record per invoice to be booked onto
      *> the open-payables ledger after validation against the
      *> vendor master. AP-INV-EXPENSE-ACCT is the GL account the
      *> cost belongs to. Stock invoices name the warehouse purchase
      *> order they bill for, with the quantity and unit price
      *> billed, so the three-way match can hold what was never
      *> ordered or received; non-stock invoices leave the PO number
      *> blank.
       01 AP-INVOICE-RECORD.
           05 AP-INV-VEND-ID            PIC X(6).
           05 AP-INV-NUMBER             PIC X(10).
           05 AP-INV-DATE               PIC X(8).
           05 AP-INV-AMOUNT             PIC 9(7)V99.
           05 AP-INV-EXPENSE-ACCT       PIC X(6).
           05 AP-INV-PO-NUMBER          PIC X(8).
           05 AP-INV-QUANTITY           PIC 9(6)V999.
           05 AP-INV-UNIT-PRICE         PIC 9(5)V99.
