      *> paid in the posting waterfall after escrow and interest,
      *> shown on the billing statement, waivable with a reason.
           05 LOAN-ACCT-FEE-BAL         PIC 9(5)V99.
      *> Origination: the date the account booked and the balance it
      *> booked at, set once by LoanOrigination and carried
      *> unchanged by every pass that rewrites the master. The
      *> vintage analysis groups the book on them. Rows booked
      *> before they were kept carry spaces/zeros.
           05 LOAN-ACCT-ORIG-DATE       PIC X(8).
           05 LOAN-ACCT-ORIG-BALANCE    PIC 9(7)V99.
