      *> STBGROW.cpy - Budget growth-rate parameter record for the
      *> next-year budget seeding job. Each row states the growth
      *> percentage finance wants applied to last year's actuals;
      *> a blank region, store or category matches any. Where more
      *> than one row fits a store and category the most specific
      *> wins -- a store override beats a region rate, and a row
      *> naming the category beats one that does not -- and a pair
      *> no row fits takes the default rate on RUNPARM.DAT.
       01 BUDGET-GROWTH-RECORD.
           05 SBG-REGION                PIC X(3).
           05 SBG-STORE-CODE            PIC X(3).
           05 SBG-CATEGORY              PIC X(4).
           05 SBG-GROWTH-PCT            PIC S9(3)V99
                                         SIGN IS TRAILING SEPARATE.
