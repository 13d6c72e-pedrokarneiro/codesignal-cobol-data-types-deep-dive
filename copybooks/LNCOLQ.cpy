      *> LNCOLQ.cpy - Collector work-queue record. Rebuilt every
      *> night by LoanCollectorQueue from the ranked delinquency
      *> file and worked on line through CollectorWorkQueue.cob
      *> (logical name COLQFILE, the keyed VSAM KSDS). Keyed by the
      *> collector's operator id and a sequence number that runs in
      *> delinquency order within the collector -- worst account is
      *> sequence 1 -- so paging a collector's queue is a keyed read
      *> of the next or previous sequence. Days behind is the
      *> missed-month count at 30 days a month, the aging report's
      *> convention. The open promise, last contact, and
      *> next-action date come off LNPTP.cpy and LNCONTH.cpy; the
      *> screen rewrites the next-action date and last contact as
      *> the collector works the account through the day.
       01 COLLECTOR-QUEUE-RECORD.
           05 CQ-KEY.
               10 CQ-OPERATOR-ID        PIC X(8).
               10 CQ-SEQ                PIC 9(4).
           05 CQ-ACCT-ID                PIC X(6).
           05 CQ-BORROWER-NAME          PIC X(20).
           05 CQ-BALANCE                PIC 9(7)V99.
           05 CQ-DAYS-BEHIND            PIC 9(4).
           05 CQ-MISSED-AMOUNT          PIC 9(7)V99.
           05 CQ-PTP-DATE               PIC X(8).
           05 CQ-PTP-AMOUNT             PIC 9(7)V99.
           05 CQ-NEXT-ACTION-DATE       PIC X(8).
           05 CQ-LAST-CONTACT-DATE      PIC X(8).
           05 CQ-LAST-OUTCOME           PIC X(3).
