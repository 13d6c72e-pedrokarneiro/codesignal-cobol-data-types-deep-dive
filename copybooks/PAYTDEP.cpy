      *> PAYTDEP.cpy - Payroll tax deposit ledger, one row per
      *> deposit originated by the tax deposit job, appended as each
      *> ACH debit is written. A liability is identified by its tax
      *> type and the end of the deposit period it falls in (the pay
      *> date itself on a semiweekly schedule); what has been
      *> deposited against it is the sum of its rows here. The
      *> quarterly liability report reads this ledger for its
      *> deposited and balance-due columns.
       01 PAY-TAX-DEPOSIT-RECORD.
           05 PTD-TAX-TYPE              PIC X(4).
           05 PTD-PERIOD-END            PIC X(8).
           05 PTD-DUE-DATE              PIC X(8).
      *> Settlement date on the ACH entry -- the due date rolled to
      *> a banking day, or the next banking day when already late.
           05 PTD-EFFECTIVE-DATE        PIC X(8).
           05 PTD-ORIGINATED-DATE       PIC X(8).
           05 PTD-AMOUNT                PIC 9(8)V99.
           05 PTD-TRACE-NUMBER          PIC 9(15).
      *> 'Y' when the money settles after the due date.
           05 PTD-LATE-FLAG             PIC X(1).
