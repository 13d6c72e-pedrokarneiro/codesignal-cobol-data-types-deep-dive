      *> STTAXHST.cpy - Sales-tax history, one row per store per
      *> business day, appended by the register close-out import
      *> from the registers' own taxable/exempt/tax split. The
      *> monthly sales-tax return reads it to prove the tax the
      *> registers collected against the tax the rate master says
      *> the taxable sales should have carried.
       01 SALES-TAX-HIST-RECORD.
           05 STH-STORE-CODE            PIC X(3).
           05 STH-BUSINESS-DATE         PIC X(8).
           05 STH-TAXABLE-SALES         PIC 9(8)V99.
           05 STH-EXEMPT-SALES          PIC 9(8)V99.
           05 STH-TAX-COLLECTED         PIC 9(8)V99.
           05 STH-IMPORT-DATE           PIC X(8).
