      *> PAYW2ER.cpy - Employer and submitter identity for the
      *> annual electronic wage filing: the employer
      *> identification number, the user ID the filing authority
      *> issued for uploads, the employer's name and address, and
      *> the person to contact about the submission. One record.
       01 PAY-W2-EMPLOYER-RECORD.
           05 PWE-EIN                   PIC X(9).
           05 PWE-USER-ID               PIC X(8).
           05 PWE-NAME                  PIC X(40).
           05 PWE-ADDRESS               PIC X(22).
           05 PWE-CITY                  PIC X(22).
           05 PWE-STATE                 PIC X(2).
           05 PWE-ZIP                   PIC X(5).
           05 PWE-CONTACT-NAME          PIC X(27).
           05 PWE-CONTACT-PHONE         PIC X(15).
           05 PWE-CONTACT-EMAIL         PIC X(40).
