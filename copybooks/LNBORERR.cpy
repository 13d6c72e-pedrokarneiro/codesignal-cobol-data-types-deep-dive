      *> LNBORERR.cpy - Borrower maintenance error record, written
      *> for any LOANBORR-NEW.DAT entry the merge rejects.
       01 LOAN-BORROWER-ERROR-RECORD.
           05 LBE-ACCT-ID               PIC X(6).
           05 LBE-REASON                PIC X(30).
           05 LBE-REJECT-DATE           PIC X(8).
