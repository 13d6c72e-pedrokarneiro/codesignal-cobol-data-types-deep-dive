      *> FACAPAC.cpy - Capital asset account list: the GL accounts
      *> (COA-ACCT-ID) that hold fixed assets at cost. An AP invoice
      *> booked to one of these opens a pending capitalization
      *> (FAPEND) for the fixed-asset clerk to complete.
       01 FA-CAPITAL-ACCT-RECORD.
           05 FCA-ACCT-ID               PIC X(6).
