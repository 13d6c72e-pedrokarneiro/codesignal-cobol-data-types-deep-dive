      *> XMITEXC.cpy - Bank-file transmission exception, written by
      *> BankAckMatch.cob for the morning exception digest.
      *>   XME-REASON  L  no acknowledgment by the cutoff
      *>               M  acknowledged with different totals
      *>               R  rejected by the bank
      *>               U  acknowledgment for a file not on the
      *>                  transmission register
      *> XME-HOURS-OUT is the hours since the file was built (L).
       01 XMIT-EXCEPTION-RECORD.
           05 XME-REASON                 PIC X(1).
           05 XME-FILE-NAME              PIC X(30).
           05 XME-FILE-TYPE              PIC X(8).
           05 XME-CREATE-DATE            PIC X(8).
           05 XME-CREATE-TIME            PIC X(6).
           05 XME-HOURS-OUT              PIC 9(4).
           05 XME-REG-COUNT              PIC 9(8).
           05 XME-REG-DEBIT              PIC 9(10)V99.
           05 XME-REG-CREDIT             PIC 9(10)V99.
           05 XME-ACK-COUNT              PIC 9(8).
           05 XME-ACK-DEBIT              PIC 9(10)V99.
           05 XME-ACK-CREDIT             PIC 9(10)V99.
