      *> Department the pay was charged to, off the employee master
      *> at the time of the run.
           05 REG-DEPT                   PIC X(4).
      *> Expense-claim reimbursement paid with this pay: already in
      *> REG-NET-PAY, never in REG-TOTAL (not taxable). Blank on
      *> rows written before claims were paid through payroll.
           05 REG-REIMBURSEMENT          PIC 9(5)V99.
