      *> PAYEXPCL.cpy - Employee expense claim, one per claim keyed
      *> from the signed claim form: mileage, supplies bought for a
      *> store, travel, meals. The payroll run pays every approved,
      *> unpaid claim with the claimant's next pay as a non-taxable
      *> reimbursement on top of net pay -- outside Total, so no
      *> withholding or employer tax is figured on it -- and stamps
      *> the pay date on the claim. A claim with no approver's
      *> initials waits. The reimbursement is charged to the
      *> department or store named on the claim (the claimant's own
      *> department when left blank).
       01 PAY-EXPENSE-CLAIM-RECORD.
           05 XC-CLAIM-ID               PIC X(8).
           05 XC-EMP-ID                 PIC X(6).
           05 XC-CLAIM-DATE             PIC X(8).
      *> MILE = mileage, SUPP = supplies, TRVL = travel,
      *> MEAL = meals, OTHR = other.
           05 XC-CLAIM-TYPE             PIC X(4).
           05 XC-AMOUNT                 PIC 9(5)V99.
           05 XC-DEPT                   PIC X(4).
           05 XC-APPROVED-BY            PIC X(3).
      *> Pay date the claim was reimbursed on; blank until paid.
           05 XC-PAID-DATE              PIC X(8).
