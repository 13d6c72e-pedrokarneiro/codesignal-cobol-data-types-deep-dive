      *> CUSTEXPO.cpy - Customer exposure extract, one row per
      *> customer with linked loans, written by CustomerExposure.cob
      *> alongside its ranked report so later jobs (the KYC risk
      *> rating) take the same USD figure credit review sees.
      *> CXP-FIRST-ORIG-DATE is the earliest origination date among
      *> the customer's linked loans -- the start of the lending
      *> relationship.
       01 CUST-EXPOSURE-RECORD.
           05 CXP-CUST-ID               PIC X(6).
           05 CXP-USD-EXPOSURE          PIC 9(11)V99.
           05 CXP-LOAN-COUNT            PIC 9(3).
           05 CXP-FIRST-ORIG-DATE       PIC X(8).
           05 CXP-RUN-DATE              PIC X(8).
