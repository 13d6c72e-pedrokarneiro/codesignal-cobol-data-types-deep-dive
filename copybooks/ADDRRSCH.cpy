      *> ADDRRSCH.cpy - Address-research worklist entry. Every
      *> letter-generating job appends one when it reaches a
      *> subject whose address is flagged bad: 'W' the document was
      *> withheld, 'E' it went electronically and only the paper
      *> copy was held back. The returned-mail job lists the open
      *> items until a new address clears the flag.
       01 ADDRESS-RESEARCH-RECORD.
           05 ARW-SUBJECT-TYPE          PIC X(1).
           05 ARW-SUBJECT-ID            PIC X(6).
           05 ARW-DOC-TYPE              PIC X(4).
           05 ARW-JOB-NAME              PIC X(20).
           05 ARW-RUN-DATE              PIC X(8).
           05 ARW-ACTION                PIC X(1).
           05 ARW-RETURN-DATE           PIC X(8).
           05 ARW-RETURN-REASON         PIC X(20).
