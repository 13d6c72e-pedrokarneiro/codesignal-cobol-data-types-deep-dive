      *> WHKIT.cpy - Kit bill-of-materials record layout.
      *> One record per component of a kit the warehouse builds from
      *> stock -- gift hampers, multi-packs: the kit item code, one
      *> component item, and how many of that component go into one
      *> kit. A kit has as many records as it has components. The
      *> ledger-update job loads the file at start-up and explodes
      *> each 'A' assembly or 'D' disassembly through it.
       01 WH-KIT-BOM-RECORD.
           05 WH-BOM-KIT-ITEM           PIC X(6).
           05 WH-BOM-COMP-ITEM          PIC X(6).
           05 WH-BOM-QTY-PER            PIC 9(4)V999.
