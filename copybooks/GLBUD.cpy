      *> GLBUD.cpy - General-ledger budget record, keyed by entity,
      *> COA-ACCT-ID and period (YYYYMM): what each head-office
      *> account -- expense lines, interest income, payroll -- was
      *> planned to move in the month. The amount is in the posting
      *> job's grow('C') / shrink('D') sense, so it compares
      *> directly with the account's posted history: a revenue or
      *> expense budget is positive, a planned shrink negative.
      *> Loaded and replaced by key from the budget feed (same
      *> layout) by the GL budget load job.
       01 GL-BUDGET-RECORD.
           05 GLB-ENTITY                PIC X(2).
           05 GLB-ACCT-ID               PIC X(6).
           05 GLB-PERIOD                PIC X(6).
           05 GLB-AMOUNT                PIC S9(9)V99
                                         SIGN IS TRAILING SEPARATE.
