      *> PAYVSIGN.cpy - Payroll supervisor's sign-off on a variance
      *> flag, keyed from the signed variance report. One row per
      *> flagged item (pay date, employee, run type, flag code);
      *> the latest row for an item stands. Rows accumulate across
      *> periods as the record of who released what.
       01 PAY-VARIANCE-SIGNOFF-RECORD.
           05 PSG-PAY-DATE              PIC X(8).
           05 PSG-EMP-ID                PIC X(6).
           05 PSG-RUN-TYPE              PIC X(1).
           05 PSG-FLAG-CODE             PIC X(4).
      *> 'C' = confirmed, pay as the register stands;
      *> 'H' = hold, keep the employee's pay for that run off the
      *>       ACH file and list it for manual payment.
           05 PSG-ACTION                PIC X(1).
           05 PSG-SIGNED-BY             PIC X(3).
           05 PSG-SIGN-DATE             PIC X(8).
