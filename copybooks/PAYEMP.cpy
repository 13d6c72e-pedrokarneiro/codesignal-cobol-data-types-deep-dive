      *> feeds the store P&L's PAYR actuals per store instead of
      *> the allocation guess the lump used to get.
           05 PAY-EMP-DEPT              PIC X(4).
      *> Hire and termination dates (YYYYMMDD), kept by
      *> EmployeeMaintenance off the hire and terminate cards; the
      *> termination date is blank while the employee is active.
      *> The headcount and turnover report counts from these.
           05 PAY-EMP-HIRE-DATE         PIC X(8).
           05 PAY-EMP-TERM-DATE         PIC X(8).
