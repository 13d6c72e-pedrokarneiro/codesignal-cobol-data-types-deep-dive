      *> attributable per building. FA-METHOD 'S' straight-line
      *> (the only method in use; anything else depreciates
      *> straight-line and says so). FA-STATUS 'A' active,
      *> 'D' disposed. Assets capitalized from an AP invoice carry
      *> the vendor and invoice they were bought on, and the date the
      *> fixed-asset clerk completed them into service: depreciation
      *> starts the month after FA-IN-SERVICE-DATE (blank on assets
      *> keyed before capitalization came through AP).
       01 FIXED-ASSET-RECORD.
           05 FA-ASSET-ID               PIC X(6).
           05 FA-DESCRIPTION            PIC X(20).
           05 FA-METHOD                 PIC X(1).
           05 FA-ACCUM-DEPR             PIC 9(7)V99.
           05 FA-STATUS                 PIC X(1).
           05 FA-IN-SERVICE-DATE        PIC X(8).
           05 FA-VEND-ID                PIC X(6).
           05 FA-INV-NUMBER             PIC X(10).
