      *> XMITREG.cpy - Outbound bank-file transmission register.
      *> Every job that builds a file for the bank appends one row
      *> here when it closes the file: what was built, when, and the
      *> control totals the bank should report back. BankAckMatch.cob
      *> matches the bank's acknowledgment file against these rows
      *> and rewrites the register with the outcome.
      *>
      *> XMT-FILE-TYPE names the feed:
      *>   PAYACH    payroll direct-deposit credits
      *>   PAYPRENT  payroll prenote (zero-dollar) run
      *>   GARNACH   garnishment agency remittance credits
      *>   LOANACH   loan autopay debits and prenotes
      *>   APACH     vendor payment credits and prenotes
      *>   TAXACH    payroll tax deposit debits
      *>   BENACH    benefit provider remittance credits
      *>   POSPAY    payroll positive-pay issue list
      *> XMT-CREATE-TIME is the clock time the file was built --
      *> for the ACH files the same HHMM their file header carries.
      *> XMT-FILE-HASH is the ACH entry hash (sum of the receiving
      *> routing numbers); for positive pay, the sum of the check
      *> numbers listed.
       01 TRANSMISSION-REGISTER-RECORD.
           05 XMT-FILE-NAME              PIC X(30).
           05 XMT-FILE-TYPE              PIC X(8).
           05 XMT-JOB-NAME               PIC X(20).
           05 XMT-CREATE-DATE            PIC X(8).
           05 XMT-CREATE-TIME            PIC X(6).
           05 XMT-ENTRY-COUNT            PIC 9(8).
           05 XMT-DEBIT-TOTAL            PIC 9(10)V99.
           05 XMT-CREDIT-TOTAL           PIC 9(10)V99.
           05 XMT-FILE-HASH              PIC 9(10).
           05 XMT-ACK-STATUS             PIC X(1).
               88 XMT-ACK-PENDING        VALUE 'P'.
               88 XMT-ACK-MATCHED        VALUE 'A'.
               88 XMT-ACK-TOTALS-DIFFER  VALUE 'M'.
               88 XMT-ACK-REJECTED       VALUE 'R'.
           05 XMT-ACK-DATE               PIC X(8).
           05 XMT-ACK-TIME               PIC X(6).
