      *> PAYVAR.cpy - Payroll variance flag, one row per item the
      *> pre-release audit (PayrollVarianceAudit) found on a pay
      *> date's register before the ACH file goes out. The file
      *> holds the latest audit's flags only; the live ACH export
      *> refuses to run until every one has a supervisor sign-off
      *> (PAYVSIGN.cpy).
       01 PAY-VARIANCE-FLAG-RECORD.
           05 PVF-PAY-DATE              PIC X(8).
           05 PVF-EMP-ID                PIC X(6).
           05 PVF-EMP-NAME              PIC X(20).
      *> Register run type of the flagged row: 'R' regular, 'S'
      *> supplemental.
           05 PVF-RUN-TYPE              PIC X(1).
      *> SWNG = net pay moved more than the swing threshold against
      *>        the employee's prior regular pay;
      *> FRST = first-time payee, no earlier register row;
      *> BANK = routing or account differ from the prior row;
      *> ZERO = zero (or unreadable) net pay.
           05 PVF-FLAG-CODE             PIC X(4).
           05 PVF-CURRENT-NET           PIC 9(6)V99.
           05 PVF-PRIOR-NET             PIC 9(6)V99.
           05 PVF-PRIOR-PAY-DATE        PIC X(8).
           05 PVF-SWING-PCT             PIC 9(4)V9.
