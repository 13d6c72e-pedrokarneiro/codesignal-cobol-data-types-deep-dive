      *> LNUNID.cpy - Unidentified-cash queue record: a payment
      *> that arrived keyed to an account id the loan master does
      *> not know. The money is held under LUI-ITEM-ID until an
      *> operator assigns it to a real account on an assignment
      *> card; the next posting run applies it there and flips the
      *> item to assigned. LUI-STATUS 'O' = open, 'A' = assigned.
       01 LOAN-UNIDENT-RECORD.
           05 LUI-ITEM-ID               PIC 9(6).
           05 LUI-RECEIVED-DATE         PIC X(8).
           05 LUI-PAYMENT-DATE          PIC X(8).
           05 LUI-AMOUNT                PIC 9(7)V99.
           05 LUI-CHANNEL               PIC X(3).
           05 LUI-KEYED-ACCT-ID         PIC X(6).
           05 LUI-STATUS                PIC X(1).
           05 LUI-ASSIGNED-ACCT-ID      PIC X(6).
           05 LUI-ASSIGNED-BY           PIC X(3).
           05 LUI-ASSIGNED-DATE         PIC X(8).
