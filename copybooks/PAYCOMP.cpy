      *> PAYCOMP.cpy - Compensation history, one row per hire or
      *> compensation change. EmployeeMaintenance appends a row for
      *> every hire and every change to salary, bonus, pay type or
      *> hourly rate: applied at once ('A') when the change is
      *> effective on or before the run date, otherwise pending
      *> ('P') until the payroll run reaches a pay date on or after
      *> the effective date, applies it to the master and flips the
      *> row to applied with the figures it replaced. The latest
      *> applied row effective on or before a date gives an
      *> employee's pay as of that date.
       01 PAY-COMP-HISTORY-RECORD.
           05 PCH-EMP-ID                PIC X(6).
           05 PCH-EFFECTIVE-DATE        PIC X(8).
      *> 'H' = hire, 'C' = change.
           05 PCH-CHANGE-TYPE           PIC X(1).
      *> 'P' = pending, 'A' = applied.
           05 PCH-STATUS                PIC X(1).
           05 PCH-KEYED-DATE            PIC X(8).
           05 PCH-APPLIED-DATE          PIC X(8).
           05 PCH-APPROVED-BY           PIC X(3).
      *> Figures replaced -- filled in when the change is applied.
           05 PCH-OLD-SALARY            PIC 9(5)V99.
           05 PCH-OLD-BONUS             PIC 9(4)V9.
           05 PCH-OLD-PAY-TYPE          PIC X(1).
           05 PCH-OLD-HOURLY-RATE       PIC 9(3)V99.
           05 PCH-NEW-SALARY            PIC 9(5)V99.
           05 PCH-NEW-BONUS             PIC 9(4)V9.
           05 PCH-NEW-PAY-TYPE          PIC X(1).
           05 PCH-NEW-HOURLY-RATE       PIC 9(3)V99.
