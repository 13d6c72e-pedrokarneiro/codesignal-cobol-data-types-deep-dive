      *> STDEPOS.cpy - Store deposit register, one row per store per
      *> business day: the cash the registers' drawers were counted
      *> at, which the store must carry to the bank. The close-out
      *> import adds each night as outstanding ('O'); the deposit
      *> reconciliation ticks it off against the bank statement's
      *> deposit line ('M' matched, with the bank's date and amount)
      *> and rewrites the register. The deposit slip reference the
      *> bank echoes is DEP + store code + business date.
       01 STORE-DEPOSIT-RECORD.
           05 SDP-STORE-CODE            PIC X(3).
           05 SDP-BUSINESS-DATE         PIC X(8).
           05 SDP-COUNTED-CASH          PIC 9(8)V99.
           05 SDP-STATUS                PIC X(1).
           05 SDP-BANK-DATE             PIC X(8).
           05 SDP-BANK-AMOUNT           PIC S9(9)V99
                                         SIGN IS TRAILING SEPARATE.
