      *> RETMLERR.cpy - Returned-mail posting error record, written
      *> for any RETMAIL.DAT entry that cannot flag an address.
       01 RETURNED-MAIL-ERROR-RECORD.
           05 RME-SUBJECT-TYPE          PIC X(1).
           05 RME-SUBJECT-ID            PIC X(6).
           05 RME-REASON                PIC X(30).
           05 RME-REJECT-DATE           PIC X(8).
