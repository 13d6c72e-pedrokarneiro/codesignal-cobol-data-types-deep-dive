       01 PAY-EMP-TAX-RECORD.
           05 PET-EMP-ID                PIC X(6).
           05 PET-PAY-DATE              PIC X(8).
      *> FICA, MEDI, SUTA are the employer's own taxes; WHLD is the
      *> employee withholding held for deposit with them.
           05 PET-TAX-TYPE              PIC X(4).
           05 PET-BASIS                 PIC 9(6)V99.
           05 PET-AMOUNT                PIC 9(6)V99.
