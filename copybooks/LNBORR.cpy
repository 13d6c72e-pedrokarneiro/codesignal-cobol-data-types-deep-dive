           05 LB-CITY                   PIC X(15).
           05 LB-STATE                  PIC X(2).
           05 LB-POSTAL                 PIC X(5).
      *> Borrower's social security / taxpayer identification
      *> number, for the year-end mortgage interest filing. Blank
      *> until collected; the filing's edit report lists the gaps.
           05 LB-TIN                    PIC X(9).
      *> Mail returned undeliverable: status 'B' stops every
      *> letter job mailing this address until a borrower address
      *> change (LoanBorrowerMaint.cob) supplies a new one.
           05 LB-ADDR-STATUS            PIC X(1).
           05 LB-MAIL-RETURN-DATE       PIC X(8).
           05 LB-MAIL-RETURN-DOC        PIC X(4).
           05 LB-MAIL-RETURN-REASON     PIC X(20).
           05 LB-ADDR-CHANGED-DATE      PIC X(8).
