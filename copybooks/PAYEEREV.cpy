      *> PAYEEREV.cpy - Payee-conflict review item, raised by the
      *> nightly PayeeConflictScan.cob the way watch-list hits are.
      *> PRV-HIT-KIND 'B' the same bank routing/account pair on two
      *> different payees, 'A' a vendor at an employee's address,
      *> 'C' a vendor at a customer contact address.
      *> Party types: 'E' employee (PAYEMP / PAYTAXID), 'V' vendor
      *> (APVEND), 'G' garnishment order's agency (PAYGARN, by order
      *> ID), 'L' loan auto-pay enrollment (LNACHENR, by loan
      *> account), 'C' customer contact (CUSTCONT).
      *> PRV-MATCH-VALUE is what matched: routing (1:9) and account
      *> (10:17) for 'B', the normalized street-and-postal key
      *> otherwise. It is never printed in the clear.
      *> PRV-DISPOSITION 'N' new / awaiting review, 'C' cleared
      *> (legitimate), 'F' confirmed (fraud -- audit owns the next
      *> step). Every disposition also lands on the audit file with
      *> who and when.
       01 PAYEE-REVIEW-RECORD.
           05 PRV-HIT-KIND              PIC X(1).
           05 PRV-PARTY-1-TYPE          PIC X(1).
           05 PRV-PARTY-1-ID            PIC X(8).
           05 PRV-PARTY-1-NAME          PIC X(20).
           05 PRV-PARTY-2-TYPE          PIC X(1).
           05 PRV-PARTY-2-ID            PIC X(8).
           05 PRV-PARTY-2-NAME          PIC X(20).
           05 PRV-MATCH-VALUE           PIC X(30).
           05 PRV-DISPOSITION           PIC X(1).
           05 PRV-INITIALS              PIC X(3).
           05 PRV-DISP-DATE             PIC X(8).
           05 PRV-RAISED-DATE           PIC X(8).
