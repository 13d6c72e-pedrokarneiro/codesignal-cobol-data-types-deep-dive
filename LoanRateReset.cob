      *> merges from LNBORR.cpy showing old rate, new rate, and the
      *> new payment. The updated master goes out on its own file
      *> for the generation manager, like the year-end close does.
      *> A borrower whose delivery preference (DLVPREF.cpy) is
      *> electronic gets the notice on the e-delivery extract
      *> (EDELIV.cpy) instead of the print file, or on both if they
      *> asked for both; the run totals prove printed plus
      *> electronic back to the notices produced. A borrower whose
      *> address is flagged bad by returned mail still gets the
      *> reset, but the notice goes electronically if it can and
      *> is withheld otherwise; either way it lands on the
      *> address-research worklist (ADDRRSCH.cpy) so servicing
      *> can trace the borrower before the new payment falls due.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESET-HISTORY-OUT ASSIGN TO "data/LNRESETH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LRR-HIST-STATUS.
           SELECT DELIVERY-PREF-IN ASSIGN TO "data/DLVPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LRR-DLV-STATUS.
           SELECT EDELIVERY-OUT ASSIGN TO "data/EDELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LRR-EDL-STATUS.
      *> Address-research worklist: what this job held back from
      *> an address flagged bad by returned mail.
           SELECT ADDR-RESEARCH-OUT ASSIGN TO "data/ADDRRSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LRR-ARW-STATUS.
           SELECT RESET-NOTICE-OUT ASSIGN TO "data/LOAN-RESET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  LOAN-BORROWER-IN.
       COPY LNBORR.

       FD  ADDR-RESEARCH-OUT.
       COPY ADDRRSCH.

       FD  LOAN-ACCOUNT-OUT.
       01  LOAN-ACCOUNT-OUT-RECORD.
           05 LRO-ACCT-ID                PIC X(6).
           05 LRO-NEXT-RESET             PIC X(8).
           05 LRO-TERM-REMAINING         PIC 9(3).
           05 LRO-FEE-BAL                PIC 9(5)V99.
           05 LRO-ORIG-DATE              PIC X(8).
           05 LRO-ORIG-BALANCE           PIC 9(7)V99.

       FD  RESET-HISTORY-OUT.
       01  RESET-HISTORY-RECORD.
           05 LRH-OLD-PAYMENT            PIC 9(5)V99.
           05 LRH-NEW-PAYMENT            PIC 9(5)V99.

       FD  DELIVERY-PREF-IN.
       COPY DLVPREF.

       FD  EDELIVERY-OUT.
       COPY EDELIV.

       FD  RESET-NOTICE-OUT.
       01  RESET-NOTICE-LINE             PIC X(80).

               10 LRR-PROD-PCAP-T       PIC 9(2)V999.
               10 LRR-PROD-LCAP-T       PIC 9(2)V999.

      *> Borrower names for the notices, and each address's
      *> returned-mail flag.
       01 LRR-BORR-CONTROL.
           05 LRR-BORR-COUNT            PIC 9(4) VALUE ZERO.

                             INDEXED BY LRR-BORR-IX.
               10 LRR-BORR-ACCT-T       PIC X(6).
               10 LRR-BORR-NAME-T       PIC X(20).
               10 LRR-BORR-ADDR-STATUS-T PIC X(1).
               10 LRR-BORR-RET-DATE-T   PIC X(8).
               10 LRR-BORR-RET-REASON-T PIC X(20).

      *> Delivery preferences by subject, and the routing counts
      *> the control totals prove: a notice routed both ways
      *> counts once in each of printed and electronic.
       01 LRR-DLV-CONTROL.
           05 LRR-DLV-STATUS            PIC XX.
           05 LRR-EDL-STATUS            PIC XX.
           05 LRR-DLV-EOF               PIC X VALUE 'N'.
           05 LRR-DLV-COUNT             PIC 9(4) VALUE ZERO.
           05 LRR-DLV-OVERFLOW          PIC X VALUE 'N'.
           05 LRR-DLV-SUBJECT           PIC X(6).
           05 LRR-DLV-ROUTE             PIC X.
           05 LRR-DLV-EMAIL             PIC X(50).
           05 LRR-DLV-DOC-REF           PIC X(17).
           05 LRR-DLV-GENERATED         PIC 9(5) VALUE ZERO.
           05 LRR-DLV-PRINTED           PIC 9(5) VALUE ZERO.
           05 LRR-DLV-ELECTRONIC        PIC 9(5) VALUE ZERO.
           05 LRR-DLV-BOTH              PIC 9(5) VALUE ZERO.
           05 LRR-DLV-NO-CONSENT        PIC 9(5) VALUE ZERO.

      *> Returned mail: the subject's address flag and the notices
      *> held back from an address flagged bad -- withheld outright,
      *> or sent electronically with only the paper copy held.
       01 LRR-RTM-CONTROL.
           05 LRR-ARW-STATUS            PIC XX.
           05 LRR-RTM-ADDR-STATUS       PIC X.
           05 LRR-RTM-RETURN-DATE       PIC X(8).
           05 LRR-RTM-RETURN-REASON     PIC X(20).
           05 LRR-RTM-WITHHOLD          PIC X.
           05 LRR-RTM-ACTION            PIC X.
           05 LRR-RTM-WITHHELD          PIC 9(5) VALUE ZERO.
           05 LRR-RTM-PAPER-HELD        PIC 9(5) VALUE ZERO.

       01 LRR-DLV-TABLE.
           05 LRR-DLV-ENTRY OCCURS 1000 TIMES
                            INDEXED BY LRR-DLV-IX.
               10 LRR-DLV-ID-T          PIC X(6).
               10 LRR-DLV-METHOD-T      PIC X(1).
               10 LRR-DLV-EMAIL-T       PIC X(50).
               10 LRR-DLV-CONSENT-T     PIC X(8).

       01 LRR-RESET-WORK.
           05 LRR-OLD-RATE              PIC 9(2)V999.

       01 LRR-LINE-WORK                 PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LRR-TODAY
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-RATE-INDEX
           PERFORM LOAD-BORROWER-NAMES
           PERFORM LOAD-DELIVERY-PREFS
           OPEN EXTEND EDELIVERY-OUT
           IF LRR-EDL-STATUS = '35'
               OPEN OUTPUT EDELIVERY-OUT
           END-IF
           OPEN EXTEND RESET-HISTORY-OUT
           IF LRR-HIST-STATUS = '35'
               OPEN OUTPUT RESET-HISTORY-OUT
           CLOSE LOAN-ACCOUNT-IN
           CLOSE LOAN-ACCOUNT-OUT
           CLOSE RESET-NOTICE-OUT
           CLOSE EDELIVERY-OUT
           CLOSE RESET-HISTORY-OUT
           DISPLAY 'Accounts read        = ' LRR-ACCT-READ-COUNT
           DISPLAY 'Rate resets applied  = ' LRR-RESET-COUNT
           DISPLAY 'Index rate in effect = ' LRR-INDEX-RATE
                   ' AS OF ' LRR-INDEX-DATE
           DISPLAY 'Notices printed      = ' LRR-DLV-PRINTED
           DISPLAY 'Notices electronic   = ' LRR-DLV-ELECTRONIC
           DISPLAY 'Notices both ways    = ' LRR-DLV-BOTH
           DISPLAY 'Withheld, bad addr   = ' LRR-RTM-WITHHELD
           DISPLAY 'Paper held, bad addr = ' LRR-RTM-PAPER-HELD
           IF LRR-DLV-NO-CONSENT > ZERO
               DISPLAY 'E-pref, no consent   = ' LRR-DLV-NO-CONSENT
                       ' -- PRINTED'
           END-IF
           IF LRR-DLV-PRINTED + LRR-DLV-ELECTRONIC - LRR-DLV-BOTH
                   = LRR-DLV-GENERATED
               AND LRR-DLV-GENERATED + LRR-RTM-WITHHELD
                   = LRR-RESET-COUNT
               DISPLAY 'PRINTED + ELECTRONIC TIES TO NOTICES PRODUCED'
           ELSE
               DISPLAY '** PRINTED + ELECTRONIC DOES NOT TIE TO RUN **'
           END-IF
           STOP RUN.

       LOAD-PRODUCT-TABLE.
                               TO LRR-BORR-ACCT-T(LRR-BORR-COUNT)
                           MOVE LB-NAME
                               TO LRR-BORR-NAME-T(LRR-BORR-COUNT)
                           MOVE LB-ADDR-STATUS
                               TO LRR-BORR-ADDR-STATUS-T
                                  (LRR-BORR-COUNT)
                           MOVE LB-MAIL-RETURN-DATE
                               TO LRR-BORR-RET-DATE-T(LRR-BORR-COUNT)
                           MOVE LB-MAIL-RETURN-REASON
                               TO LRR-BORR-RET-REASON-T
                                  (LRR-BORR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LOAN-BORROWER-IN
           MOVE LRR-NEW-PAYMENT TO LOAN-ACCT-PAYMENT
           PERFORM ADVANCE-NEXT-RESET
           PERFORM WRITE-RESET-HISTORY
           MOVE LOAN-ACCT-ID TO LRR-DLV-SUBJECT
           PERFORM FIND-BORROWER-ADDR-STATUS
           PERFORM CHECK-RETURNED-MAIL
           IF LRR-RTM-WITHHOLD = 'Y'
               PERFORM REGISTER-MAIL-WITHHELD
           ELSE
               PERFORM WRITE-BORROWER-NOTICE
           END-IF.

      *> Standard annuity over the remaining term; a zero rate
      *> degrades to straight-line.
           WRITE RESET-HISTORY-RECORD.

       WRITE-BORROWER-NOTICE.
           MOVE LOAN-ACCT-ID TO LRR-DLV-SUBJECT
           PERFORM FIND-DELIVERY-ROUTE
           PERFORM WRITE-EDELIVERY-INDEX
           SET LRR-BORR-IX TO 1
           SEARCH LRR-BORR-ENTRY
               AT END
                       INTO LRR-LINE-WORK
           END-SEARCH
           MOVE LRR-LINE-WORK TO RESET-NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE LRR-OLD-RATE TO LRR-EDIT-OLD-RATE
           MOVE LRR-NEW-RATE TO LRR-EDIT-NEW-RATE
           MOVE LRR-NEW-PAYMENT TO LRR-EDIT-PAYMENT
                  LRR-EDIT-PAYMENT DELIMITED BY SIZE
               INTO LRR-LINE-WORK
           MOVE LRR-LINE-WORK TO RESET-NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE
           MOVE SPACES TO RESET-NOTICE-LINE
           PERFORM EMIT-NOTICE-LINE.

       WRITE-ACCOUNT-OUT.
           MOVE LOAN-ACCT-ID         TO LRO-ACCT-ID
           ELSE
               MOVE ZERO TO LRO-FEE-BAL
           END-IF
           MOVE LOAN-ACCT-ORIG-DATE TO LRO-ORIG-DATE
           IF LOAN-ACCT-ORIG-BALANCE NUMERIC
               MOVE LOAN-ACCT-ORIG-BALANCE TO LRO-ORIG-BALANCE
           ELSE
               MOVE ZERO TO LRO-ORIG-BALANCE
           END-IF
           WRITE LOAN-ACCOUNT-OUT-RECORD.

       LOAD-DELIVERY-PREFS.
           OPEN INPUT DELIVERY-PREF-IN
           IF LRR-DLV-STATUS = '00'
               PERFORM UNTIL LRR-DLV-EOF = 'Y'
                   READ DELIVERY-PREF-IN
                       AT END MOVE 'Y' TO LRR-DLV-EOF
                       NOT AT END
                           IF LRR-DLV-COUNT < 1000
                               ADD 1 TO LRR-DLV-COUNT
                               MOVE DLP-SUBJECT-ID
                                   TO LRR-DLV-ID-T(LRR-DLV-COUNT)
                               MOVE DLP-METHOD
                                   TO LRR-DLV-METHOD-T(LRR-DLV-COUNT)
                               MOVE DLP-EMAIL
                                   TO LRR-DLV-EMAIL-T(LRR-DLV-COUNT)
                               MOVE DLP-CONSENT-DATE
                                   TO LRR-DLV-CONSENT-T
                                      (LRR-DLV-COUNT)
                           ELSE
                               IF LRR-DLV-OVERFLOW = 'N'
                                   MOVE 'Y' TO LRR-DLV-OVERFLOW
                                   DISPLAY 'DELIVERY PREFERENCES OVER '
                                           '1000 ROWS -- LATER '
                                           'SUBJECTS MAILED ON PAPER'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-PREF-IN
           END-IF.

      *> Paper unless the subject chose electronic (or both) and
      *> the row carries an address and a consent date already
      *> reached -- without those the notice still prints.
       FIND-DELIVERY-ROUTE.
           ADD 1 TO LRR-DLV-GENERATED
           MOVE 'P' TO LRR-DLV-ROUTE
           MOVE SPACES TO LRR-DLV-EMAIL
           SET LRR-DLV-IX TO 1
           SEARCH LRR-DLV-ENTRY
               AT END
                   CONTINUE
               WHEN LRR-DLV-IX > LRR-DLV-COUNT
                   CONTINUE
               WHEN LRR-DLV-ID-T(LRR-DLV-IX) = LRR-DLV-SUBJECT
                   IF LRR-DLV-METHOD-T(LRR-DLV-IX) = 'E'
                       OR LRR-DLV-METHOD-T(LRR-DLV-IX) = 'B'
                       IF LRR-DLV-EMAIL-T(LRR-DLV-IX) NOT = SPACES
                           AND LRR-DLV-CONSENT-T(LRR-DLV-IX) NUMERIC
                           AND LRR-DLV-CONSENT-T(LRR-DLV-IX)
                               NOT > LRR-TODAY
                           MOVE LRR-DLV-METHOD-T(LRR-DLV-IX)
                               TO LRR-DLV-ROUTE
                           MOVE LRR-DLV-EMAIL-T(LRR-DLV-IX)
                               TO LRR-DLV-EMAIL
                       ELSE
                           ADD 1 TO LRR-DLV-NO-CONSENT
                       END-IF
                   END-IF
           END-SEARCH
           IF LRR-RTM-ADDR-STATUS = 'B'
               AND LRR-DLV-ROUTE = 'B'
               MOVE 'E' TO LRR-DLV-ROUTE
               ADD 1 TO LRR-RTM-PAPER-HELD
               MOVE 'E' TO LRR-RTM-ACTION
               PERFORM REGISTER-ADDRESS-RESEARCH
           END-IF
           IF LRR-DLV-ROUTE NOT = 'E'
               ADD 1 TO LRR-DLV-PRINTED
           END-IF
           IF LRR-DLV-ROUTE NOT = 'P'
               ADD 1 TO LRR-DLV-ELECTRONIC
           END-IF
           IF LRR-DLV-ROUTE = 'B'
               ADD 1 TO LRR-DLV-BOTH
           END-IF.

       FIND-BORROWER-ADDR-STATUS.
           MOVE SPACES TO LRR-RTM-ADDR-STATUS
           MOVE SPACES TO LRR-RTM-RETURN-DATE
           MOVE SPACES TO LRR-RTM-RETURN-REASON
           SET LRR-BORR-IX TO 1
           SEARCH LRR-BORR-ENTRY
               AT END
                   CONTINUE
               WHEN LRR-BORR-IX > LRR-BORR-COUNT
                   CONTINUE
               WHEN LRR-BORR-ACCT-T(LRR-BORR-IX) = LRR-DLV-SUBJECT
                   MOVE LRR-BORR-ADDR-STATUS-T(LRR-BORR-IX)
                       TO LRR-RTM-ADDR-STATUS
                   MOVE LRR-BORR-RET-DATE-T(LRR-BORR-IX)
                       TO LRR-RTM-RETURN-DATE
                   MOVE LRR-BORR-RET-REASON-T(LRR-BORR-IX)
                       TO LRR-RTM-RETURN-REASON
           END-SEARCH.

      *> A notice to an address flagged bad is withheld unless the
      *> subject can take it electronically (same test as the
      *> delivery route); either way the item goes on the
      *> address-research worklist.
       CHECK-RETURNED-MAIL.
           MOVE 'N' TO LRR-RTM-WITHHOLD
           IF LRR-RTM-ADDR-STATUS = 'B'
               MOVE 'Y' TO LRR-RTM-WITHHOLD
               SET LRR-DLV-IX TO 1
               SEARCH LRR-DLV-ENTRY
                   AT END
                       CONTINUE
                   WHEN LRR-DLV-IX > LRR-DLV-COUNT
                       CONTINUE
                   WHEN LRR-DLV-ID-T(LRR-DLV-IX) = LRR-DLV-SUBJECT
                       IF (LRR-DLV-METHOD-T(LRR-DLV-IX) = 'E'
                           OR LRR-DLV-METHOD-T(LRR-DLV-IX) = 'B')
                           AND LRR-DLV-EMAIL-T(LRR-DLV-IX) NOT = SPACES
                           AND LRR-DLV-CONSENT-T(LRR-DLV-IX) NUMERIC
                           AND LRR-DLV-CONSENT-T(LRR-DLV-IX)
                               NOT > LRR-TODAY
                           MOVE 'N' TO LRR-RTM-WITHHOLD
                       END-IF
               END-SEARCH
           END-IF.

       REGISTER-MAIL-WITHHELD.
           ADD 1 TO LRR-RTM-WITHHELD
           DISPLAY 'ADDRESS FLAGGED BAD ON ' LRR-DLV-SUBJECT
                   ' -- NOTICE WITHHELD'
           MOVE 'W' TO LRR-RTM-ACTION
           PERFORM REGISTER-ADDRESS-RESEARCH.

       REGISTER-ADDRESS-RESEARCH.
           OPEN EXTEND ADDR-RESEARCH-OUT
           IF LRR-ARW-STATUS = '35'
               OPEN OUTPUT ADDR-RESEARCH-OUT
           END-IF
           MOVE 'L' TO ARW-SUBJECT-TYPE
           MOVE LRR-DLV-SUBJECT TO ARW-SUBJECT-ID
           MOVE 'RSET' TO ARW-DOC-TYPE
           MOVE 'LOANRATERESET       ' TO ARW-JOB-NAME
           MOVE LRR-TODAY TO ARW-RUN-DATE
           MOVE LRR-RTM-ACTION TO ARW-ACTION
           MOVE LRR-RTM-RETURN-DATE TO ARW-RETURN-DATE
           MOVE LRR-RTM-RETURN-REASON TO ARW-RETURN-REASON
           WRITE ADDRESS-RESEARCH-RECORD
           CLOSE ADDR-RESEARCH-OUT.

       WRITE-EDELIVERY-INDEX.
           IF LRR-DLV-ROUTE NOT = 'P'
               MOVE SPACES TO EDELIVERY-RECORD
               MOVE 'I' TO EDL-RECORD-TYPE
               MOVE 'RSET' TO EDL-DOC-TYPE
               MOVE LRR-TODAY TO EDL-RUN-DATE
               MOVE LRR-DLV-GENERATED TO EDL-DOC-SEQ
               MOVE LRR-DLV-SUBJECT TO EDL-SUBJECT-ID
               MOVE LRR-DLV-ROUTE TO EDL-DELIVERY
               MOVE LRR-DLV-EMAIL TO EDL-EMAIL
               MOVE 'LOANRATERESET       ' TO EDL-JOB-NAME
               MOVE EDL-DOC-REF TO LRR-DLV-DOC-REF
               WRITE EDELIVERY-RECORD
           END-IF.

      *> Every notice line goes where the subject's route says:
      *> the print file, the e-delivery extract, or both.
       EMIT-NOTICE-LINE.
           IF LRR-DLV-ROUTE NOT = 'E'
               WRITE RESET-NOTICE-LINE
           END-IF
           IF LRR-DLV-ROUTE NOT = 'P'
               MOVE 'D' TO EDL-RECORD-TYPE
               MOVE LRR-DLV-DOC-REF TO EDL-DOC-REF
               MOVE RESET-NOTICE-LINE TO EDL-DOC-LINE
               WRITE EDELIVERY-RECORD
           END-IF.
