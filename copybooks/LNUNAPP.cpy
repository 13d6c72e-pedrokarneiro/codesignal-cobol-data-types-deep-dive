      *> LNUNAPP.cpy - Loan unapplied-funds sub-ledger record, one
      *> per account holding money that is not yet a full
      *> installment. LoanPaymentPosting.cob adds a short payment
      *> here instead of posting it, and applies the held balance
      *> together with the payment that brings it up to the
      *> account's installment. The ledger's total, with the open
      *> unidentified-cash items in LNUNID.cpy, is what the
      *> unapplied-funds suspense GL account must equal.
       01 LOAN-UNAPPLIED-RECORD.
           05 LUA-ACCT-ID               PIC X(6).
           05 LUA-BALANCE               PIC 9(7)V99.
           05 LUA-FIRST-HELD-DATE       PIC X(8).
           05 LUA-LAST-ACTIVITY-DATE    PIC X(8).
