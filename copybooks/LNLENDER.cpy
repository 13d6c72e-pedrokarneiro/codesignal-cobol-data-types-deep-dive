      *> LNLENDER.cpy - The lender's own identity for the year-end
      *> mortgage interest filing and the borrower interest
      *> statements: taxpayer identification number, legal name,
      *> mailing address and the telephone number printed for
      *> borrower questions. One record.
       01 LOAN-LENDER-RECORD.
           05 LLR-TIN                   PIC X(9).
           05 LLR-NAME                  PIC X(40).
           05 LLR-ADDRESS               PIC X(22).
           05 LLR-CITY                  PIC X(22).
           05 LLR-STATE                 PIC X(2).
           05 LLR-ZIP                   PIC X(5).
           05 LLR-PHONE                 PIC X(15).
