      *> has no meaningful min/max.
           05 TH-MEASURE-TYPE           PIC X(1).
           05 TH-DOOR-OPEN-MIN          PIC 9(6).
      *> Mean kinetic temperature for temperature rows: the day's
      *> MKT over this row's calibrated readings and the rolling
      *> 30-day MKT over every history row for the sensor dated in
      *> the 30 days ending on TH-DATE, this one included. Door and
      *> humidity rows carry zero; rows written before MKT was kept
      *> carry spaces and are left out of any MKT figure built from
      *> history. A day's MKT weighted by its reading count rebuilds
      *> the exponential sum, so longer periods combine exactly.
           05 TH-DAILY-MKT              PIC S9(3)V99
                                         SIGN IS TRAILING SEPARATE.
           05 TH-ROLL30-MKT             PIC S9(3)V99
                                         SIGN IS TRAILING SEPARATE.
