      *> BUSDATE.cpy - Business-date control record, the single row
      *> of data/BUSDATE.DAT. Every batch job takes its processing
      *> date from BDC-BUSINESS-DATE (through BusinessDate.cob) rather
      *> than the machine clock, so a stream that runs past midnight,
      *> or a missed day rerun later, still stamps the day it is
      *> processing. Operations close the day when its work is done
      *> and advance it once per business day (BusinessDateControl).
      *> BDC-DAY-STATUS: 'O' open for processing, 'C' closed -- no
      *> batch job will run against a closed day.
      *> BDC-PRIOR-DATE is the business date before the last advance
      *> or set; BDC-CHANGED-BY / -DATE / -TIME record who last
      *> touched the record and when, by the machine clock.
       01 BUSINESS-DATE-CONTROL.
           05 BDC-BUSINESS-DATE         PIC X(8).
           05 BDC-DAY-STATUS            PIC X(1).
               88 BDC-DAY-OPEN          VALUE 'O'.
               88 BDC-DAY-CLOSED        VALUE 'C'.
           05 BDC-PRIOR-DATE            PIC X(8).
           05 BDC-CHANGED-BY            PIC X(8).
           05 BDC-CHANGED-DATE          PIC X(8).
           05 BDC-CHANGED-TIME          PIC X(6).
