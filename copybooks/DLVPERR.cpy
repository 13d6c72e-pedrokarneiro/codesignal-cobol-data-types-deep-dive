      *> DLVPERR.cpy - Delivery-preference maintenance error record,
      *> written for any DLVPREF-NEW.DAT entry the merge rejects.
       01 DELIVERY-PREF-ERROR-RECORD.
           05 DPE-SUBJECT-ID            PIC X(6).
           05 DPE-REASON                PIC X(30).
           05 DPE-REJECT-DATE           PIC X(8).
