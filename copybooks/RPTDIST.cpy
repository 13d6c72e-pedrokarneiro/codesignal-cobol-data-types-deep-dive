      *> RPTDIST.cpy - Report distribution master: who gets which
      *> report, and which part of it. One row per report and
      *> recipient. RDS-KEY-TYPE / RDS-SELECT-KEY pick the
      *> recipient's lines out of the report (see RPTDEF.cpy); a
      *> select key of '*ALL' sends the whole report unsplit. A
      *> region recipient ('REGN') also receives the store lines of
      *> every store the store master puts in that region.
      *> RDS-RECIPIENT-ID is short and goes into the burst file name;
      *> RDS-ADDRESS is where operations sends it.
       01 REPORT-DISTRIBUTION-RECORD.
           05 RDS-REPORT-NAME           PIC X(20).
           05 RDS-RECIPIENT-ID          PIC X(8).
           05 RDS-ADDRESS               PIC X(40).
           05 RDS-KEY-TYPE              PIC X(4).
           05 RDS-SELECT-KEY            PIC X(8).
