      *> register. AP-VEND-TERMS-DAYS drives the due date the
      *> payment-selection run proposes by. Status 'A' active,
      *> 'H' hold (invoices accepted, payments withheld),
      *> 'C' closed. AP-VEND-1099-FLAG 'Y' marks a vendor whose
      *> payments are reported on the year-end 1099 information
      *> return, under AP-VEND-TAX-ID (nine digits; AP-VEND-TIN-TYPE
      *> 'E' employer identification number, 'S' social security
      *> number) in the box AP-VEND-1099-BOX names: form letter
      *> ('N' NEC, 'M' MISC) then amount code -- 'N1' nonemployee
      *> compensation, 'M1' rents, 'M2' royalties, 'M3' other
      *> income, 'M6' medical and health care payments.
      *> AP-VEND-BANK-HOLD 'Y' means the bank details changed (or
      *> arrived on a new vendor) and nobody has yet confirmed them
      *> by calling the vendor back on a number already on file:
      *> no payment is selected or sent while it stands. The
      *> operator who keyed the change is kept, and the call-back
      *> has to be recorded by a different operator to release it.
       01 AP-VENDOR-RECORD.
           05 AP-VEND-ID                PIC X(6).
           05 AP-VEND-NAME              PIC X(20).
           05 AP-VEND-ROUTING           PIC X(9).
           05 AP-VEND-ACCOUNT           PIC X(17).
           05 AP-VEND-STATUS            PIC X(1).
           05 AP-VEND-1099-FLAG         PIC X(1).
           05 AP-VEND-TIN-TYPE          PIC X(1).
           05 AP-VEND-TAX-ID            PIC X(9).
           05 AP-VEND-1099-BOX          PIC X(2).
           05 AP-VEND-BANK-HOLD         PIC X(1).
           05 AP-VEND-BANK-CHG-OPER     PIC X(8).
           05 AP-VEND-BANK-CHG-DATE     PIC X(8).
           05 AP-VEND-BANK-VER-OPER     PIC X(8).
           05 AP-VEND-BANK-VER-DATE     PIC X(8).
