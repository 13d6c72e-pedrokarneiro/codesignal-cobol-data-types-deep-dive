      *> GLACOWN.cpy - GL account owner record: the department head
      *> answerable for an account's spend against budget. The
      *> budget-versus-actual report gives each owner a page of
      *> their own accounts; an account with no owner row lands on
      *> the unassigned page so finance can see it still needs one.
       01 GL-ACCOUNT-OWNER-RECORD.
           05 GAO-ACCT-ID               PIC X(6).
           05 GAO-OWNER-ID              PIC X(8).
           05 GAO-OWNER-NAME            PIC X(30).
