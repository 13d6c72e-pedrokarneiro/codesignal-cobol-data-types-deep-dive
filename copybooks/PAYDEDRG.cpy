           05 PDR-DED-CODE              PIC X(4).
           05 PDR-DESCRIPTION           PIC X(20).
           05 PDR-AMOUNT                PIC 9(6)V99.
      *> Set by the benefits remittance run when the line has been
      *> paid over to its provider ('Y' and the run date), so a
      *> second run sends nothing twice. Garnishment lines are
      *> remitted off PAYGARN-WH.DAT instead and stay blank here.
           05 PDR-REMITTED              PIC X(1).
           05 PDR-REMIT-DATE            PIC X(8).
