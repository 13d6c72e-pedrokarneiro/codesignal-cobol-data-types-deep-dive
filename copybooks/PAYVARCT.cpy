      *> PAYVARCT.cpy - Payroll variance audit control, one row for
      *> the latest audit: the pay date audited, when, and the row
      *> count and net total of that date's register lines as the
      *> audit saw them. The live ACH export recounts the register
      *> and refuses to run when they no longer agree -- a payroll
      *> rerun after the audit has to be audited again.
       01 PAY-VARIANCE-CONTROL-RECORD.
           05 PVC-PAY-DATE              PIC X(8).
           05 PVC-AUDIT-DATE            PIC X(8).
           05 PVC-AUDIT-TIME            PIC X(6).
           05 PVC-ROWS-AUDITED          PIC 9(6).
           05 PVC-NET-TOTAL             PIC 9(10)V99.
           05 PVC-FLAG-COUNT            PIC 9(6).
