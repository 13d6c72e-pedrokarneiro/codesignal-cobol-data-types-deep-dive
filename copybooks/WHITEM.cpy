      *> Storage zone the item is racked in -- the same zone codes the
      *> warehouse temperature sensors are physically mounted in.
           05 WH-IM-STORAGE-ZONE        PIC X(3).
      *> The item's own cold-chain tolerance: the temperature range
      *> it may sit in and the total minutes outside that range it
      *> can stand before QA must treat it as spoiled. A zone holds
      *> items with very different tolerances, so the stock-at-risk
      *> report judges each item against these rather than the
      *> zone's sensor limits. Blank (or both limits zero) means
      *> no tolerance on file -- the zone limits decide.
           05 WH-IM-TEMP-LOW            PIC S9(3)
                                         SIGN IS TRAILING SEPARATE.
           05 WH-IM-TEMP-HIGH           PIC S9(3)
                                         SIGN IS TRAILING SEPARATE.
           05 WH-IM-MAX-EXCURSION-MIN   PIC 9(5).
