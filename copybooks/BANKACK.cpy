      *> BANKACK.cpy - Bank acknowledgment of a received file.
      *> The bank returns one row per file it took in, echoing the
      *> file name and the creation date and HHMM off the file, with
      *> the entry count and debit and credit totals it counted, and
      *> whether it accepted ('A') or rejected ('R') the file.
       01 BANK-ACK-RECORD.
           05 BAK-FILE-NAME              PIC X(30).
           05 BAK-CREATE-DATE            PIC X(8).
           05 BAK-CREATE-TIME            PIC X(4).
           05 BAK-ENTRY-COUNT            PIC 9(8).
           05 BAK-DEBIT-TOTAL            PIC 9(10)V99.
           05 BAK-CREDIT-TOTAL           PIC 9(10)V99.
           05 BAK-STATUS                 PIC X(1).
               88 BAK-ACCEPTED           VALUE 'A'.
               88 BAK-REJECTED           VALUE 'R'.
           05 BAK-RECEIVED-DATE          PIC X(8).
           05 BAK-RECEIVED-TIME          PIC X(6).
