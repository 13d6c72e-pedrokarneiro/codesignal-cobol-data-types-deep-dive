      *> LNHOLD.cpy - Loan servicing-hold record, one per hold on
      *> an account. While a hold is in effect -- status 'A', the
      *> start date reached, and the expected end not yet passed
      *> (spaces for an open-ended hold such as a bankruptcy stay
      *> with no discharge date) -- the collection jobs leave the
      *> account alone: no late fee, no demand letter, no auto-pay
      *> debit, no broken-promise flag. Each skip is registered on
      *> LNHOLD-SKIPPED.DAT with the job and the reason.
      *> LNH-HOLD-TYPE: 'BK' = bankruptcy, 'FB' = forbearance.
      *> LNH-STATUS: 'A' = active, 'R' = released.
       01 LOAN-HOLD-RECORD.
           05 LNH-ACCT-ID               PIC X(6).
           05 LNH-HOLD-TYPE             PIC X(2).
           05 LNH-START-DATE            PIC X(8).
           05 LNH-EXPECTED-END          PIC X(8).
           05 LNH-CASE-REF              PIC X(15).
           05 LNH-STATUS                PIC X(1).
