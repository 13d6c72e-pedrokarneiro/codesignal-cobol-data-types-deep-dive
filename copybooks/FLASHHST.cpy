      *> FLASHHST.cpy - Executive flash history: one row per business
      *> date the flash has run, holding that morning's headline
      *> figures, so each figure can be set against the same day
      *> last month. A rerun for the same date replaces its row.
      *> The figures stand in the order the flash prints them:
      *>   01 store revenue month to date
      *>   02 store revenue budget month to date
      *>   03 store revenue variance to budget
      *>   04 NetRevenue month to date
      *>   05 NetRevenue budget month to date
      *>   06 NetRevenue variance to budget
      *>   07 warehouse inventory value
      *>   08 items at or below reorder point
      *>   09 loan book balance (base currency)
      *>   10 loan book 30+ days delinquent, percent of balance
      *>   11 loan collections for the day
      *>   12 payroll cost month to date (gross pay plus employer
      *>      taxes)
      *>   13 cash position (GL accounts classed cash)
      *>   14 open temperature alerts
      *>   15 batch jobs held
      *>   16 batch jobs released but not completed
       01 FLASH-HISTORY-RECORD.
           05 FLH-BUSINESS-DATE         PIC X(8).
           05 FLH-FIGURE                PIC S9(11)V99
                                         SIGN IS TRAILING SEPARATE
                                         OCCURS 16 TIMES.
