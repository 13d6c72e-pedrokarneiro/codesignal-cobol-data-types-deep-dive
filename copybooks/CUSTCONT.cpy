           05 CCT-STATE                 PIC X(2).
           05 CCT-POSTAL                PIC X(5).
           05 CCT-PHONE                 PIC X(10).
      *> Mail returned undeliverable: status 'B' stops every
      *> letter job mailing this address until a new address comes
      *> through CustomerContactMaint. The last return and the
      *> date the address last changed stay as history.
           05 CCT-ADDR-STATUS           PIC X(1).
           05 CCT-MAIL-RETURN-DATE      PIC X(8).
           05 CCT-MAIL-RETURN-DOC       PIC X(4).
           05 CCT-MAIL-RETURN-REASON    PIC X(20).
           05 CCT-ADDR-CHANGED-DATE     PIC X(8).
