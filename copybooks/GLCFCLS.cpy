      *> GLCFCLS.cpy - Cash-flow classification master, one row per
      *> balance-sheet account (COA-ACCT-ID): which section of the
      *> indirect-method cash-flow statement the account's movement
      *> reports under. CFC-ACTIVITY 'C' = cash (its movement is the
      *> net change the statement must prove to), 'O' operating,
      *> 'I' investing, 'F' financing. Income-statement accounts
      *> need no row -- their movement is the period's net income.
      *> CFC-CONTRA 'Y' marks an asset-typed contra account
      *> (accumulated depreciation, the loan-loss reserve) whose
      *> growth is a non-cash add-back rather than a use of cash.
       01 GL-CASHFLOW-CLASS-RECORD.
           05 CFC-ACCT-ID               PIC X(6).
           05 CFC-ACTIVITY              PIC X(1).
           05 CFC-CONTRA                PIC X(1).
