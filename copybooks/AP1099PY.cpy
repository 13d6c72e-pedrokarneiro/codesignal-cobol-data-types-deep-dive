      *> AP1099PY.cpy - Payer and transmitter identity for the
      *> year-end 1099 information-return filing: the payer's
      *> employer identification number, the transmitter control
      *> code the filing authority issued for electronic uploads,
      *> the name and address printed on every recipient copy, and
      *> the person to contact about the submission. One record.
       01 AP-1099-PAYER-RECORD.
           05 APY-EIN                   PIC X(9).
           05 APY-TCC                   PIC X(5).
           05 APY-NAME                  PIC X(40).
           05 APY-ADDRESS               PIC X(40).
           05 APY-CITY                  PIC X(30).
           05 APY-STATE                 PIC X(2).
           05 APY-ZIP                   PIC X(9).
           05 APY-PHONE                 PIC X(15).
           05 APY-CONTACT-NAME          PIC X(40).
           05 APY-CONTACT-EMAIL         PIC X(50).
