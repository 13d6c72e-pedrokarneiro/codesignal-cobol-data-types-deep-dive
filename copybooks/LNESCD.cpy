      *> tax/insurance bill we expect to pay out of each account's
      *> escrow, used by the annual escrow analysis to project
      *> whether the balance will go negative when the bill lands.
      *> ESD-PAYEE-VEND-ID is the county, city or insurer the bill is
      *> paid to -- a vendor on the AP master (APVEND.cpy). When the
      *> posting job draws the escrow for the bill it raises an
      *> open-payables invoice to that vendor due on ESD-NEXT-DATE,
      *> and the AP payment run cuts the ACH or check.
       01 ESCROW-DISB-SCHED-RECORD.
           05 ESD-ACCT-ID               PIC X(6).
           05 ESD-NEXT-DATE             PIC X(8).
           05 ESD-AMOUNT                PIC 9(7)V99.
           05 ESD-PAYEE-VEND-ID         PIC X(6).
