      *> PAYBPROV.cpy - Benefit provider master, one row per payroll
      *> deduction code paid over to an outside provider: the
      *> health plan's premium code, the retirement plan's deferral
      *> code. Several codes may name the same provider. The
      *> benefits remittance run pays each provider by ACH credit
      *> and writes its contribution file in the provider's format.
      *> Garnishment (GARN) is never here -- the agencies are paid
      *> off the garnishment orders.
       01 PAY-BENEFIT-PROVIDER-RECORD.
           05 BP-DED-CODE               PIC X(4).
           05 BP-PROVIDER-ID            PIC X(6).
           05 BP-PROVIDER-NAME          PIC X(20).
           05 BP-ROUTING                PIC X(9).
           05 BP-ACCOUNT                PIC X(17).
      *> Our group / contract number with the provider, carried on
      *> the contribution file header.
           05 BP-GROUP-NUMBER           PIC X(10).
      *> 'F' = fixed-width header/detail/trailer file,
      *> 'C' = comma-delimited file with a heading row.
           05 BP-FILE-FORMAT            PIC X(1).
