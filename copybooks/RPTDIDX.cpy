      *> RPTDIDX.cpy - Distribution index, one row per report and
      *> recipient from tonight's burst: the file to send, how big
      *> it is, and when it was cut.
      *> RDX-STATUS: 'D' distributed, 'E' distributed but nothing in
      *> the report for the recipient's key tonight, 'M' expected
      *> report not produced tonight -- nothing to send, 'N' report
      *> not produced and not expected nightly.
      *> RDX-PAGES counts the burst file in pages of the run's
      *> PAGE-LINES; RDX-GEN-TIME is the machine time it was cut.
       01 REPORT-DIST-INDEX-RECORD.
           05 RDX-BUSINESS-DATE         PIC X(8).
           05 RDX-REPORT-NAME           PIC X(20).
           05 RDX-RECIPIENT-ID          PIC X(8).
           05 RDX-ADDRESS               PIC X(40).
           05 RDX-SELECT-KEY            PIC X(8).
           05 RDX-OUTPUT-FILE           PIC X(40).
           05 RDX-LINES                 PIC 9(6).
           05 RDX-PAGES                 PIC 9(4).
           05 RDX-GEN-TIME              PIC X(6).
           05 RDX-STATUS                PIC X(1).
