      *> STTAXRT.cpy - Sales-tax rate master, one row per taxing
      *> jurisdiction and effective date. Stores point at their
      *> jurisdiction through SM-TAX-JURIS on STMAST.cpy; a rate
      *> change is a new row with a later effective date, so a
      *> store day is always taxed at the rate in force on that
      *> day. STR-RATE is the combined rate as a fraction
      *> (0.08250 = 8.25%). The authority vendor is the AP vendor
      *> the monthly return is paid to.
       01 SALES-TAX-RATE-RECORD.
           05 STR-JURIS-CODE            PIC X(5).
           05 STR-JURIS-NAME            PIC X(20).
           05 STR-RATE                  PIC 9V9(5).
           05 STR-EFFECTIVE-DATE        PIC X(8).
           05 STR-AUTHORITY-VENDOR      PIC X(6).
