      *> so month-over-month and year-over-year change can be computed.
      *> One row per (period, store); the consolidated
      *> roll-up is carried under store code 'ALL' so the trend
      *> report keeps a single company-level series. Gross revenue
      *> rides alongside NetRevenue so the comparable-store report
      *> can compare sales as well as margin year over year, and
      *> the cost categories (the STEBUD.cpy buckets) ride with
      *> them so next year's budget can be seeded from actuals;
      *> rows written before these were carried read as blank here.
       01 STE-HIST-RECORD.
           05 HIST-PERIOD-KEY            PIC X(6).
           05 HIST-STORE-CODE            PIC X(3).
           05 HIST-NET-REVENUE           PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
           05 HIST-REVENUE               PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
           05 HIST-CATEGORY-ACTUALS.
               10 HIST-RENT              PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
               10 HIST-UTIL              PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
               10 HIST-PAYR              PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
               10 HIST-OTHR              PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
               10 HIST-COGS              PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
