      *> RETMAIL.cpy - Returned-mail entry, one per envelope that
      *> came back undeliverable, keyed in from the mail-room tray.
      *> RML-SUBJECT-TYPE 'C' customer (contact file) or 'L' loan
      *> account (borrower file); RML-DOC-TYPE is the document
      *> that came back, as the e-delivery extract names them:
      *>   'STMT' billing statement   'COLL' collection letter
      *>   'RSET' rate-reset notice   'DORM' dormant-account letter
      *>   'INSR' hazard-insurance letter
      *>   'YINT' year-end interest statement
      *>   'PAID' paid-in-full / lien-release letter
       01 RETURNED-MAIL-RECORD.
           05 RML-SUBJECT-TYPE          PIC X(1).
           05 RML-SUBJECT-ID            PIC X(6).
           05 RML-DOC-TYPE              PIC X(4).
           05 RML-RETURN-DATE           PIC X(8).
           05 RML-REASON                PIC X(20).
