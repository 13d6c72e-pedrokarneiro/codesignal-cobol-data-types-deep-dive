      *> BUSDTREQ.cpy - Parameter block for the shared business-date
      *> routine, CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST.
      *> BDR-PROCESS-DATE comes back as the business date the job is
      *> to process. BDR-DAY-STATUS: 'O' the day is open, 'C' the
      *> day is closed and the job must not run, 'M' no control
      *> record -- the machine date was returned instead.
       01 BUSINESS-DATE-REQUEST.
           05 BDR-PROCESS-DATE          PIC X(8).
           05 BDR-DAY-STATUS            PIC X(1).
               88 BDR-DAY-OPEN          VALUE 'O'.
               88 BDR-DAY-CLOSED        VALUE 'C'.
               88 BDR-NO-CONTROL        VALUE 'M'.
