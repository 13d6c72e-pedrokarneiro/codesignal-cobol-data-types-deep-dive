      *> RPTSCAN.cpy - Report mask-audit scan list: one row per
      *> printed report the nightly mask audit reads. RSC-JOB-NAME,
      *> when filled, names the job that prints the report; the
      *> report is then only scanned when that job has a run-log line
      *> for the business date, so last week's copy of a report whose
      *> job did not run tonight is not re-audited as tonight's.
       01 REPORT-SCAN-RECORD.
           05 RSC-REPORT-NAME           PIC X(30).
           05 RSC-JOB-NAME              PIC X(20).
