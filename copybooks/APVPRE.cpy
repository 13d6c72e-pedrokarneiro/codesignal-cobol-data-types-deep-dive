      *> APVPRE.cpy - Vendor ACH prenote-status record, the
      *> PAYPRE.cpy shape for payables: one row per (vendor,
      *> routing, account) the payment run has sent a zero-dollar
      *> prenotification for, with the date it went to the bank.
      *> The payment run holds an ACH credit to any vendor whose
      *> bank details have no prenote, or one younger than the
      *> waiting period; the invoices stay selected for a later run.
       01 AP-VEND-PRENOTE-RECORD.
           05 VPN-VEND-ID               PIC X(6).
           05 VPN-ROUTING               PIC X(9).
           05 VPN-ACCOUNT               PIC X(17).
           05 VPN-DATE-SENT             PIC X(8).
           05 VPN-STATUS                PIC X(1).
