      *> DLVPREF.cpy - Delivery-preference record: how a customer
      *> wants the statements, letters and notices we send them.
      *> Keyed, like DNCSUPP.cpy, by the customer id or loan
      *> account id the document-producing job writes to.
      *>   DLP-METHOD 'P' paper (also the rule with no row on file)
      *>              'E' electronic only
      *>              'B' both paper and electronic
      *> Electronic delivery needs an e-mail address and the date
      *> the customer consented to it; a row missing either still
      *> prints. Maintained from its own feed by
      *> DeliveryPrefMaint.cob.
       01 DELIVERY-PREF-RECORD.
           05 DLP-SUBJECT-ID            PIC X(6).
           05 DLP-METHOD                PIC X(1).
           05 DLP-EMAIL                 PIC X(50).
           05 DLP-CONSENT-DATE          PIC X(8).
           05 DLP-UPDATED-DATE          PIC X(8).
