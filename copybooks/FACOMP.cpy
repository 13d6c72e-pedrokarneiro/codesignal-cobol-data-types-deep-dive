      *> FACOMP.cpy - Capitalization completion, keyed by the
      *> fixed-asset clerk against a pending capitalization (vendor
      *> plus invoice number): the details the invoice cannot give.
      *> FCM-METHOD as FA-METHOD ('S' straight-line).
       01 FA-COMPLETION-RECORD.
           05 FCM-VEND-ID               PIC X(6).
           05 FCM-INV-NUMBER            PIC X(10).
           05 FCM-DESCRIPTION           PIC X(20).
           05 FCM-LOCATION              PIC X(3).
           05 FCM-LIFE-MONTHS           PIC 9(3).
           05 FCM-METHOD                PIC X(1).
