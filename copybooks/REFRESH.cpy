      *> REFRESH.cpy - Test-refresh control record: one row per file
      *> TestDataRefresh.cob copies from the production data
      *> directory onto the test box. A file not listed is not
      *> copied -- the test box keeps its own run parameters,
      *> schedule, business date, operator master and pay-stub
      *> PINs, and journals and outbound bank files are left for
      *> the test runs to regenerate.
      *>
      *> RFC-ORGANIZATION names how the file is kept: blank for the
      *> line-sequential files nearly everything here is, 'C' for
      *> the customer master, kept as a keyed VSAM KSDS on CUST-ID
      *> (CUSTMAST.cpy) and copied key-sequence to key-sequence.
      *>
      *> RFC-FRAMED 'Y' marks a header/trailer framed feed
      *> (BATCHCTL.cpy): its trailer count and hash are rebuilt from
      *> the scrubbed detail records. RFC-HASH-POS/LEN/DEC locate
      *> the hashed amount (LEN digits, DEC of them decimals, and
      *> RFC-HASH-SIGNED 'Y' when a separate trailing sign follows
      *> the digits); a zero position is a count-only feed hashing
      *> zero. A framed feed with nothing to scrub need not be
      *> marked -- copied verbatim its trailer is already right.
      *>
      *> Each RFC-FIELD entry is one personal field to scrub, by
      *> position, length and kind (unused entries are zero):
      *>   N  full name          F  given name      L  surname
      *>   I  initial -- first letter of the name scrubbed ahead of
      *>      it on the same record (CUST-INITIAL)
      *>   A  street address     P  phone           E  e-mail
      *>   R  bank routing number (valid ABA check digit)
      *>   B  bank account number    T  tax id / SSN
      *>   S  salary or rate, moved within 90-110 percent
       01 REFRESH-CONTROL-RECORD.
           05 RFC-FILE-NAME             PIC X(30).
           05 RFC-ORGANIZATION          PIC X(1).
               88 RFC-CUSTOMER-KSDS     VALUE 'C'.
           05 RFC-FRAMED                PIC X(1).
           05 RFC-HASH-POS              PIC 9(3).
           05 RFC-HASH-LEN              PIC 9(2).
           05 RFC-HASH-DEC              PIC 9(1).
           05 RFC-HASH-SIGNED           PIC X(1).
           05 RFC-FIELD OCCURS 8 TIMES.
               10 RFC-FIELD-POS         PIC 9(3).
               10 RFC-FIELD-LEN         PIC 9(2).
               10 RFC-FIELD-KIND        PIC X(1).
