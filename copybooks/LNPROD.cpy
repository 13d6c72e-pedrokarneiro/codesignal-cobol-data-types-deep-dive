           05 PROD-LATE-FEE-TYPE        PIC X(1).
           05 PROD-LATE-FEE-AMT         PIC 9(3)V99.
           05 PROD-LATE-FEE-PCT         PIC 9(2)V99.
      *> 'Y' = secured by real property: the interest received is
      *> mortgage interest reported on the year-end 1098 filing.
      *> Space or 'N' = not reported (the borrower still gets a
      *> year-end interest statement).
           05 PROD-1098-REPORTABLE      PIC X(1).
