      *> FAPEND.cpy - Pending capitalization: one row per AP invoice
      *> booked to a capital asset account (FACAPAC), carrying the
      *> cost, acquisition (invoice) date and vendor reference until
      *> the fixed-asset clerk supplies description, location, life
      *> and method. FPN-STATUS 'P' pending, 'C' completed onto the
      *> asset master as FPN-ASSET-ID on FPN-COMPLETED-DATE.
       01 FA-PENDING-RECORD.
           05 FPN-VEND-ID               PIC X(6).
           05 FPN-INV-NUMBER            PIC X(10).
           05 FPN-ACCT-ID               PIC X(6).
           05 FPN-COST                  PIC 9(7)V99.
           05 FPN-ACQ-DATE              PIC X(8).
           05 FPN-BOOKED-DATE           PIC X(8).
           05 FPN-STATUS                PIC X(1).
           05 FPN-ASSET-ID              PIC X(6).
           05 FPN-COMPLETED-DATE        PIC X(8).
