      *> STBUDAPR.cpy - Budget approval record. Finance signs a
      *> proposed store budget year by adding a row with their
      *> initials; the apply job replaces that year on the live
      *> budget master (STEBUD.DAT) from the proposal only when a
      *> signed row for the year is present -- the master never
      *> moves straight off the seeding job.
       01 BUDGET-APPROVAL-RECORD.
           05 BAP-BUDGET-YEAR           PIC X(4).
           05 BAP-APPROVED-BY           PIC X(3).
           05 BAP-APPROVED-DATE         PIC X(8).
