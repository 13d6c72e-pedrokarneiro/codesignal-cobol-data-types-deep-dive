      *> CUSTRISK.cpy - Customer KYC risk record, one per customer,
      *> keyed by CUST-ID. Rescored monthly by
      *> CustomerRiskReview.cob from watch-list review items,
      *> USD exposure, linked-account count and the age of the
      *> relationship.
      *>   CRK-RISK-RATING / CRK-PRIOR-RATING 'H' high, 'M' medium,
      *>   'L' low -- the prior rating is last month's, kept so a
      *>   worsening can be seen and acted on.
      *> CRK-NEXT-REVIEW-DATE is when compliance must next review
      *> the customer: the last review (or the start of the
      *> relationship) plus the cycle for the rating, pulled
      *> forward when the rating worsens. A completed review
      *> stamps CRK-LAST-REVIEW-DATE and the reviewer's initials
      *> and schedules the next one.
       01 CUST-RISK-RECORD.
           05 CRK-CUST-ID               PIC X(6).
           05 CRK-RISK-SCORE            PIC 9(3).
           05 CRK-RISK-RATING           PIC X(1).
           05 CRK-PRIOR-RATING          PIC X(1).
           05 CRK-SCORED-DATE           PIC X(8).
           05 CRK-LAST-REVIEW-DATE      PIC X(8).
           05 CRK-REVIEWED-BY           PIC X(3).
           05 CRK-NEXT-REVIEW-DATE      PIC X(8).
           05 CRK-RELATIONSHIP-DATE     PIC X(8).
           05 CRK-WATCH-ITEMS           PIC 9(2).
           05 CRK-USD-EXPOSURE          PIC 9(11)V99.
           05 CRK-LINKED-ACCOUNTS       PIC 9(3).
