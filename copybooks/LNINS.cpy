      *> LNINS.cpy - Hazard-insurance policy record, one per loan
      *> account: the cover the borrower must keep on the
      *> collateral. Kept current from the carrier's declarations
      *> page by the LoanInsuranceMaint feed; the monthly insurance
      *> job sends the expiry reminder and notice off it and
      *> force-places cover when it lapses.
      *> LNI-STATUS 'A' = the borrower's own policy; 'F' = cover
      *> force-placed by us after a lapse -- the premium was drawn
      *> from escrow on LNI-FORCE-DATE -- until proof of a new
      *> policy comes in on the feed, which puts it back to 'A'.
      *> The two letter dates stop a notice going twice for the
      *> same expiry; a new expiry on the feed clears them.
       01 LOAN-INSURANCE-RECORD.
           05 LNI-ACCT-ID               PIC X(6).
           05 LNI-CARRIER               PIC X(20).
           05 LNI-POLICY-NO             PIC X(15).
           05 LNI-COVERAGE              PIC 9(9)V99.
           05 LNI-EXPIRY-DATE           PIC X(8).
           05 LNI-STATUS                PIC X(1).
           05 LNI-REMINDER-DATE         PIC X(8).
           05 LNI-NOTICE-DATE           PIC X(8).
           05 LNI-FORCE-DATE            PIC X(8).
           05 LNI-FORCE-PREMIUM         PIC 9(7)V99.
