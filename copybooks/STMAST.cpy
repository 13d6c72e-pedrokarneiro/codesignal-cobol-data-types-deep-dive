      *> level; square footage drives the per-square-foot revenue
      *> comparison; the open/close dates tell the expense feed
      *> edit which codes are allowed to report. A blank close
      *> date means the store is trading. The tax jurisdiction
      *> keys the store into the sales-tax rate master (STTAXRT).
       01 STORE-MASTER-RECORD.
           05 SM-STORE-CODE             PIC X(3).
           05 SM-NAME                   PIC X(20).
           05 SM-SQFT                   PIC 9(6).
           05 SM-OPEN-DATE              PIC X(8).
           05 SM-CLOSE-DATE             PIC X(8).
           05 SM-TAX-JURIS              PIC X(5).
