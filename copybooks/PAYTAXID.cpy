      *> PAYTAXID.cpy - Employee tax-identity record, one per
      *> employee, keyed by the payroll employee ID. Holds the
      *> identity the annual wage filing needs and the employee
      *> master never carried: social security number, legal name
      *> split the way the filing wants it, and the mailing address
      *> the wage statement goes to.
       01 PAY-TAX-IDENTITY-RECORD.
           05 PTI-EMP-ID                PIC X(6).
           05 PTI-SSN                   PIC X(9).
           05 PTI-FIRST-NAME            PIC X(15).
           05 PTI-MIDDLE-NAME           PIC X(15).
           05 PTI-LAST-NAME             PIC X(20).
           05 PTI-ADDRESS               PIC X(22).
           05 PTI-CITY                  PIC X(22).
           05 PTI-STATE                 PIC X(2).
           05 PTI-ZIP                   PIC X(5).
