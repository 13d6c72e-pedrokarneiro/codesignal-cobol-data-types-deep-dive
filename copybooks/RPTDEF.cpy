      *> RPTDEF.cpy - Report definition for the distribution burst:
      *> how to find the recipient key on a printed report's detail
      *> lines. A report may have several rows, one per shape of
      *> detail line it prints (daily lines, per-store totals,
      *> per-region totals, ...); a line is a detail line of a shape
      *> when RDF-TAG-TEXT stands at RDF-TAG-COL, and its key is the
      *> RDF-KEY-LEN characters at RDF-KEY-COL. A blank tag is
      *> allowed only for STOR shapes: the line is then a detail
      *> line when the characters at the key position are a store on
      *> the store master. Every other line is heading or total.
      *> RDF-KEY-TYPE: 'STOR' store, 'REGN' region, 'DEPT'
      *> department, 'ZONE' zone, 'VEND' vendor.
      *> RDF-JOB-NAME (first row of a report) names the job that
      *> prints it; when filled, the report only counts as produced
      *> tonight if that job has a run-log line for the business
      *> date. RDF-EXPECTED 'Y' means the report should be there
      *> every night and its absence is flagged.
       01 REPORT-DEFINITION-RECORD.
           05 RDF-REPORT-NAME           PIC X(20).
           05 RDF-JOB-NAME              PIC X(20).
           05 RDF-EXPECTED              PIC X(1).
           05 RDF-KEY-TYPE              PIC X(4).
           05 RDF-TAG-TEXT              PIC X(12).
           05 RDF-TAG-COL               PIC 9(3).
           05 RDF-KEY-COL               PIC 9(3).
           05 RDF-KEY-LEN               PIC 9(2).
