      *> LNCONTH.cpy - Collection contact history, one row per
      *> contact attempt a collector records on the work-queue
      *> screen (CollectorWorkQueue.cob, logical name CONTHIST --
      *> an ESDS appended by RBA, read by the batch jobs as
      *> data/LNCONTH.DAT in the order the calls were made).
      *> CH-OUTCOME:
      *>   'PTP' promise to pay (CH-PTP-DATE/CH-PTP-AMOUNT filled;
      *>         the promise also goes to LoanPromiseCapture's feed)
      *>   'RPC' right-party contact, no promise
      *>   'LMS' left message       'NOA' no answer
      *>   'WRN' wrong number       'RTP' refused to pay
      *>   'DSP' borrower disputes the debt -- the letter job holds
      *>         demand letters until a later contact clears it
      *> CH-NEXT-ACTION-DATE is when the account should come back
      *> to the collector; spaces = no follow-up set.
       01 CONTACT-HISTORY-RECORD.
           05 CH-ACCT-ID                PIC X(6).
           05 CH-CONTACT-DATE           PIC X(8).
           05 CH-CONTACT-TIME           PIC X(6).
           05 CH-OPERATOR-ID            PIC X(8).
           05 CH-OUTCOME                PIC X(3).
           05 CH-NEXT-ACTION-DATE       PIC X(8).
           05 CH-PTP-DATE               PIC X(8).
           05 CH-PTP-AMOUNT             PIC 9(7)V99.
           05 CH-NOTE                   PIC X(60).
