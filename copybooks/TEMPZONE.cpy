      *> TEMPZONE.cpy - Storage-zone temperature master. One row per
      *> warehouse storage zone (the zone codes on SENSZONE.cpy and
      *> WH-IM-STORAGE-ZONE) carrying the zone-level limits that do
      *> not belong on any one sensor: the mean kinetic temperature
      *> the stock racked there may not exceed over a month, as set
      *> by the supplier whose product the zone holds. Zero means no
      *> MKT limit applies to the zone.
       01 TEMP-ZONE-RECORD.
           05 TZ-STORAGE-ZONE           PIC X(3).
           05 TZ-DESCRIPTION            PIC X(20).
           05 TZ-MKT-LIMIT              PIC S9(3)V99
                                         SIGN IS TRAILING SEPARATE.
