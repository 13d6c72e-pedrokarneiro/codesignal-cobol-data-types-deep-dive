      *> currency amounts, one letter per account per run -- plus a
      *> control listing with a hash total of the amounts demanded,
      *> so collections stops typing forty letters a month and
      *> quoting the occasional wrong figure. The collectors'
      *> contact history (LNCONTH.cpy) is read too: a borrower
      *> whose latest contact disputed the debt gets no demand
      *> until the dispute is worked, and a promise still open is
      *> acknowledged in the letter. A borrower whose delivery
      *> preference (DLVPREF.cpy) is electronic gets the letter on
      *> the e-delivery extract (EDELIV.cpy) instead of the print
      *> file, or on both if they asked for both, and the control
      *> listing proves printed plus electronic to letters produced.
      *> A borrower whose address is flagged bad by returned mail
      *> gets no paper letter: it goes electronically if it can,
      *> is withheld otherwise, and lands on the address-research
      *> worklist (ADDRRSCH.cpy) either way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DNC-REGISTER-OUT ASSIGN TO "data/DNC-SUPPRESSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-DNC-REG-STATUS.
      *> Servicing holds (bankruptcy, forbearance) and the
      *> register of what each collection job skipped for one.
           SELECT SERVICING-HOLD-IN ASSIGN TO "data/LNHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-HOLD-STATUS.
           SELECT HOLD-SKIP-OUT ASSIGN TO "data/LNHOLD-SKIPPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-HSK-STATUS.
      *> Collector contact history, latest contact per account.
           SELECT CONTACT-HISTORY-IN ASSIGN TO "data/LNCONTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-CH-STATUS.
           SELECT DELIVERY-PREF-IN ASSIGN TO "data/DLVPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-DLV-STATUS.
           SELECT EDELIVERY-OUT ASSIGN TO "data/EDELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-EDL-STATUS.
      *> Address-research worklist: what this job held back from
      *> an address flagged bad by returned mail.
           SELECT ADDR-RESEARCH-OUT ASSIGN TO "data/ADDRRSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-ARW-STATUS.
           SELECT LETTERS-OUT ASSIGN TO "data/LOAN-LETTERS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-CONTROL-OUT
       FD  LOAN-BORROWER-IN.
       COPY LNBORR.

       FD  SERVICING-HOLD-IN.
       COPY LNHOLD.

       FD  HOLD-SKIP-OUT.
       01  HOLD-SKIP-RECORD.
           05 HSK-JOB-NAME               PIC X(20).
           05 HSK-ACCT-ID                PIC X(6).
           05 HSK-HOLD-TYPE              PIC X(2).
           05 HSK-CASE-REF               PIC X(15).
           05 HSK-ACTION                 PIC X(24).
           05 HSK-RUN-DATE               PIC X(8).

       FD  CONTACT-HISTORY-IN.
       COPY LNCONTH.

       FD  DELIVERY-PREF-IN.
       COPY DLVPREF.

       FD  EDELIVERY-OUT.
       COPY EDELIV.

       FD  ADDR-RESEARCH-OUT.
       COPY ADDRRSCH.

       FD  LETTERS-OUT.
       01  LETTER-LINE                   PIC X(80).

               10 CLG-DNC-SCOPE-T       PIC X(4).
               10 CLG-DNC-REASON-T      PIC X(20).

      *> Delivery preferences by subject, and the routing counts
      *> the control totals prove: a letter routed both ways
      *> counts once in each of printed and electronic.
       01 CLG-DLV-CONTROL.
           05 CLG-DLV-STATUS            PIC XX.
           05 CLG-EDL-STATUS            PIC XX.
           05 CLG-DLV-EOF               PIC X VALUE 'N'.
           05 CLG-DLV-COUNT             PIC 9(4) VALUE ZERO.
           05 CLG-DLV-OVERFLOW          PIC X VALUE 'N'.
           05 CLG-DLV-SUBJECT           PIC X(6).
           05 CLG-DLV-ROUTE             PIC X.
           05 CLG-DLV-EMAIL             PIC X(50).
           05 CLG-DLV-DOC-REF           PIC X(17).
           05 CLG-DLV-GENERATED         PIC 9(5) VALUE ZERO.
           05 CLG-DLV-PRINTED           PIC 9(5) VALUE ZERO.
           05 CLG-DLV-ELECTRONIC        PIC 9(5) VALUE ZERO.
           05 CLG-DLV-BOTH              PIC 9(5) VALUE ZERO.
           05 CLG-DLV-NO-CONSENT        PIC 9(5) VALUE ZERO.

      *> Returned mail: the subject's address flag and the letters
      *> held back from an address flagged bad -- withheld outright,
      *> or sent electronically with only the paper copy held.
       01 CLG-RTM-CONTROL.
           05 CLG-ARW-STATUS            PIC XX.
           05 CLG-RTM-ADDR-STATUS       PIC X.
           05 CLG-RTM-RETURN-DATE       PIC X(8).
           05 CLG-RTM-RETURN-REASON     PIC X(20).
           05 CLG-RTM-WITHHOLD          PIC X.
           05 CLG-RTM-ACTION            PIC X.
           05 CLG-RTM-WITHHELD          PIC 9(5) VALUE ZERO.
           05 CLG-RTM-PAPER-HELD        PIC 9(5) VALUE ZERO.

       01 CLG-DLV-TABLE.
           05 CLG-DLV-ENTRY OCCURS 1000 TIMES
                            INDEXED BY CLG-DLV-IX.
               10 CLG-DLV-ID-T          PIC X(6).
               10 CLG-DLV-METHOD-T      PIC X(1).
               10 CLG-DLV-EMAIL-T       PIC X(50).
               10 CLG-DLV-CONSENT-T     PIC X(8).

      *> Servicing holds in effect today, loaded at start-up; an
      *> account under one is not collected on, and each skip
      *> counts and registers.
       01 CLG-HOLD-CONTROL.
           05 CLG-HOLD-STATUS           PIC XX.
           05 CLG-HSK-STATUS            PIC XX.
           05 CLG-HOLD-EOF              PIC X VALUE 'N'.
           05 CLG-HOLD-COUNT            PIC 9(4) VALUE ZERO.
           05 CLG-HOLD-IDX              PIC 9(4).
           05 CLG-HOLD-HIT              PIC X.
           05 CLG-HOLD-ACCT             PIC X(6).
           05 CLG-HOLD-TYPE             PIC X(2).
           05 CLG-HOLD-CASE             PIC X(15).
           05 CLG-HOLD-SKIPPED          PIC 9(4) VALUE ZERO.

       01 CLG-HOLD-TABLE.
           05 CLG-HOLD-ENTRY OCCURS 500 TIMES.
               10 CLG-HOLD-ACCT-T       PIC X(6).
               10 CLG-HOLD-TYPE-T       PIC X(2).
               10 CLG-HOLD-CASE-T       PIC X(15).

      *> Latest collector contact per account: a 'DSP' withholds
      *> the demand, an open 'PTP' is acknowledged in the letter.
       01 CLG-CONTACT-CONTROL.
           05 CLG-CH-STATUS             PIC XX.
           05 CLG-CH-EOF                PIC X VALUE 'N'.
           05 CLG-CH-COUNT              PIC 9(4) VALUE ZERO.
           05 CLG-CH-IDX                PIC 9(4).
           05 CLG-CH-MATCH              PIC 9(4).
           05 CLG-CH-ACCT               PIC X(6).
           05 CLG-DISPUTED              PIC 9(4) VALUE ZERO.
           05 CLG-CH-STAMP.
               10 CLG-CH-STAMP-DATE     PIC X(8).
               10 CLG-CH-STAMP-TIME     PIC X(6).

       01 CLG-CONTACT-TABLE.
           05 CLG-CH-ENTRY OCCURS 500 TIMES.
               10 CLG-CH-ACCT-T         PIC X(6).
               10 CLG-CH-STAMP-T        PIC X(14).
               10 CLG-CH-OUTCOME-T      PIC X(3).
               10 CLG-CH-PTP-DATE-T     PIC X(8).
               10 CLG-CH-PTP-AMOUNT-T   PIC 9(7)V99.

       01 CLG-TODAY                      PIC X(8).

      *> Severity tiers by amount demanded (missed plus late fee).
               10 CLG-BORR-CITY-T        PIC X(15).
               10 CLG-BORR-STATE-T       PIC X(2).
               10 CLG-BORR-POSTAL-T      PIC X(5).
               10 CLG-BORR-ADDR-STATUS-T PIC X(1).
               10 CLG-BORR-RET-DATE-T    PIC X(8).
               10 CLG-BORR-RET-REASON-T  PIC X(20).

      *> One letter per account per run.
       01 CLG-SENT-TABLE-CONTROL.

       01 CLG-LINE-WORK                  PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CLG-TODAY
           PERFORM LOAD-BORROWERS
           PERFORM LOAD-DNC-SUPPRESSION
           PERFORM LOAD-SERVICING-HOLDS
           PERFORM LOAD-CONTACT-HISTORY
           PERFORM LOAD-DELIVERY-PREFS
           OPEN OUTPUT LETTERS-OUT
           OPEN EXTEND EDELIVERY-OUT
           IF CLG-EDL-STATUS = '35'
               OPEN OUTPUT EDELIVERY-OUT
           END-IF
           PERFORM GENERATE-LETTERS
           CLOSE LETTERS-OUT
           CLOSE EDELIVERY-OUT
           PERFORM WRITE-CONTROL-LISTING
           DISPLAY 'Letters produced    = ' CLG-LETTER-COUNT
           DISPLAY 'No-address accounts = ' CLG-NO-ADDRESS-COUNT
           DISPLAY 'Suppressed (DNC)    = ' CLG-DNC-SUPPRESSED
           DISPLAY 'Withheld, on hold   = ' CLG-HOLD-SKIPPED
           DISPLAY 'Withheld, disputed  = ' CLG-DISPUTED
           DISPLAY 'Withheld, bad addr  = ' CLG-RTM-WITHHELD
           DISPLAY 'Paper held, bad addr= ' CLG-RTM-PAPER-HELD
           DISPLAY 'Printed             = ' CLG-DLV-PRINTED
           DISPLAY 'Electronic          = ' CLG-DLV-ELECTRONIC
           DISPLAY 'Both ways           = ' CLG-DLV-BOTH
           STOP RUN.

       LOAD-BORROWERS.
           MOVE LB-ADDRESS TO CLG-BORR-ADDR-T(CLG-BORR-COUNT)
           MOVE LB-CITY    TO CLG-BORR-CITY-T(CLG-BORR-COUNT)
           MOVE LB-STATE   TO CLG-BORR-STATE-T(CLG-BORR-COUNT)
           MOVE LB-POSTAL  TO CLG-BORR-POSTAL-T(CLG-BORR-COUNT)
           MOVE LB-ADDR-STATUS
               TO CLG-BORR-ADDR-STATUS-T(CLG-BORR-COUNT)
           MOVE LB-MAIL-RETURN-DATE
               TO CLG-BORR-RET-DATE-T(CLG-BORR-COUNT)
           MOVE LB-MAIL-RETURN-REASON
               TO CLG-BORR-RET-REASON-T(CLG-BORR-COUNT).

       GENERATE-LETTERS.
           OPEN INPUT DELINQ-SORTED-IN
                   DISPLAY 'NO BORROWER ADDRESS FOR ' CLG-IN-LOAN-ID
               WHEN CLG-BORR-ACCT-T(CLG-BORR-IX) = CLG-IN-LOAN-ID
                   MOVE CLG-BORR-IX TO CLG-BORR-MATCH-IX
                   MOVE CLG-IN-LOAN-ID TO CLG-HOLD-ACCT
                   PERFORM CHECK-SERVICING-HOLD
                   PERFORM CHECK-DNC-SUPPRESSION
                   MOVE CLG-IN-LOAN-ID TO CLG-CH-ACCT
                   PERFORM FIND-LAST-CONTACT
                   MOVE CLG-IN-LOAN-ID TO CLG-DLV-SUBJECT
                   MOVE CLG-BORR-ADDR-STATUS-T(CLG-BORR-IX)
                       TO CLG-RTM-ADDR-STATUS
                   MOVE CLG-BORR-RET-DATE-T(CLG-BORR-IX)
                       TO CLG-RTM-RETURN-DATE
                   MOVE CLG-BORR-RET-REASON-T(CLG-BORR-IX)
                       TO CLG-RTM-RETURN-REASON
                   PERFORM CHECK-RETURNED-MAIL
                   EVALUATE TRUE
                       WHEN CLG-HOLD-HIT = 'Y'
                           PERFORM REGISTER-HOLD-SKIP
                       WHEN CLG-DNC-HIT = 'Y'
                           PERFORM REGISTER-DNC-SUPPRESSION
                       WHEN CLG-CH-MATCH > ZERO
                        AND CLG-CH-OUTCOME-T(CLG-CH-MATCH) = 'DSP'
                           ADD 1 TO CLG-DISPUTED
                           DISPLAY 'DEBT DISPUTED ON ' CLG-IN-LOAN-ID
                                   ' -- LETTER WITHHELD'
                       WHEN CLG-RTM-WITHHOLD = 'Y'
                           PERFORM REGISTER-MAIL-WITHHELD
                       WHEN OTHER
                           PERFORM WRITE-ONE-LETTER
                   END-EVALUATE
           END-SEARCH.

       LOAD-DNC-SUPPRESSION.
           COMPUTE CLG-AMOUNT-DEMANDED =
                   CLG-IN-MISSED-AMT + CLG-IN-LATE-FEE
           ADD CLG-AMOUNT-DEMANDED TO CLG-HASH-TOTAL
           MOVE CLG-IN-LOAN-ID TO CLG-DLV-SUBJECT
           PERFORM FIND-DELIVERY-ROUTE
           PERFORM WRITE-EDELIVERY-INDEX
           MOVE CLG-AMOUNT-DEMANDED TO CLG-EDIT-AMOUNT
           MOVE ALL '=' TO LETTER-LINE
           PERFORM EMIT-LETTER-LINE
           MOVE CLG-BORR-NAME-T(CLG-BORR-MATCH-IX) TO LETTER-LINE
           PERFORM EMIT-LETTER-LINE
           MOVE CLG-BORR-ADDR-T(CLG-BORR-MATCH-IX) TO LETTER-LINE
           PERFORM EMIT-LETTER-LINE
           MOVE SPACES TO CLG-LINE-WORK
           STRING CLG-BORR-CITY-T(CLG-BORR-MATCH-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                      DELIMITED BY SIZE
               INTO CLG-LINE-WORK
           MOVE CLG-LINE-WORK TO LETTER-LINE
           PERFORM EMIT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           PERFORM EMIT-LETTER-LINE
           MOVE SPACES TO CLG-LINE-WORK
           STRING 'RE: LOAN ACCOUNT ' DELIMITED BY SIZE
                  CLG-IN-LOAN-ID DELIMITED BY SIZE
                  CLG-TODAY DELIMITED BY SIZE
               INTO CLG-LINE-WORK
           MOVE CLG-LINE-WORK TO LETTER-LINE
           PERFORM EMIT-LETTER-LINE
      *> Severity-tiered wording by the amount demanded.
           IF CLG-AMOUNT-DEMANDED >= CLG-FINAL-DEMAND-AMOUNT
               MOVE 'FINAL DEMAND: YOUR ACCOUNT IS SERIOUSLY PAST DUE.'
                   TO LETTER-LINE
               PERFORM EMIT-LETTER-LINE
               MOVE 'WITHOUT PAYMENT IN 10 DAYS WE REFER THE ACCOUNT'
                   TO LETTER-LINE
               PERFORM EMIT-LETTER-LINE
               MOVE 'FOR FURTHER COLLECTION ACTION.' TO LETTER-LINE
               PERFORM EMIT-LETTER-LINE
           ELSE
               IF CLG-AMOUNT-DEMANDED >= CLG-URGENT-AMOUNT
                   MOVE 'URGENT: YOUR ACCOUNT IS PAST DUE.'
                       TO LETTER-LINE
                   PERFORM EMIT-LETTER-LINE
                   MOVE 'PLEASE REMIT THE AMOUNT BELOW WITHIN 15 DAYS.'
                       TO LETTER-LINE
                   PERFORM EMIT-LETTER-LINE
               ELSE
                   MOVE 'REMINDER: A SCHEDULED PAYMENT WAS MISSED.'
                       TO LETTER-LINE
                   PERFORM EMIT-LETTER-LINE
                   MOVE 'PLEASE REMIT THE AMOUNT BELOW AT YOUR EARLIEST'
                       TO LETTER-LINE
                   PERFORM EMIT-LETTER-LINE
                   MOVE 'CONVENIENCE.' TO LETTER-LINE
                   PERFORM EMIT-LETTER-LINE
               END-IF
           END-IF
           MOVE SPACES TO CLG-LINE-WORK
                  CLG-EDIT-AMOUNT DELIMITED BY SIZE
               INTO CLG-LINE-WORK
           MOVE CLG-LINE-WORK TO LETTER-LINE
           PERFORM EMIT-LETTER-LINE
      *> A promise the borrower made on the phone and that is not
      *> yet due is acknowledged rather than ignored.
           IF CLG-CH-MATCH > ZERO
               IF CLG-CH-OUTCOME-T(CLG-CH-MATCH) = 'PTP'
                   AND CLG-CH-PTP-DATE-T(CLG-CH-MATCH) >= CLG-TODAY
                   MOVE CLG-CH-PTP-AMOUNT-T(CLG-CH-MATCH)
                       TO CLG-EDIT-AMOUNT
                   MOVE SPACES TO CLG-LINE-WORK
                   STRING 'WE HAVE NOTED YOUR PROMISE TO PAY '
                              DELIMITED BY SIZE
                          CLG-EDIT-AMOUNT DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          CLG-CH-PTP-DATE-T(CLG-CH-MATCH)
                              DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                       INTO CLG-LINE-WORK
                   MOVE CLG-LINE-WORK TO LETTER-LINE
                   PERFORM EMIT-LETTER-LINE
               END-IF
           END-IF
           MOVE SPACES TO LETTER-LINE
           PERFORM EMIT-LETTER-LINE.

      *> Control listing: how many letters went out and the hash
      *> total of the amounts demanded, so the mailing can be proved
               INTO CLG-LINE-WORK
           MOVE CLG-LINE-WORK TO LETTER-CONTROL-LINE
           WRITE LETTER-CONTROL-LINE
           MOVE CLG-DISPUTED TO CLG-EDIT-COUNT
           MOVE SPACES TO CLG-LINE-WORK
           STRING '  WITHHELD, DISPUTED:    ' DELIMITED BY SIZE
                  CLG-EDIT-COUNT DELIMITED BY SIZE
               INTO CLG-LINE-WORK
           MOVE CLG-LINE-WORK TO LETTER-CONTROL-LINE
           WRITE LETTER-CONTROL-LINE
           MOVE CLG-RTM-WITHHELD TO CLG-EDIT-COUNT
           MOVE SPACES TO CLG-LINE-WORK
           STRING '  WITHHELD, BAD ADDRESS: ' DELIMITED BY SIZE
                  CLG-EDIT-COUNT DELIMITED BY SIZE
               INTO CLG-LINE-WORK
           MOVE CLG-LINE-WORK TO LETTER-CONTROL-LINE
           WRITE LETTER-CONTROL-LINE
           IF CLG-RTM-PAPER-HELD > ZERO
               MOVE CLG-RTM-PAPER-HELD TO CLG-EDIT-COUNT
               MOVE SPACES TO CLG-LINE-WORK
               STRING '  BAD ADDRESS, E-MAIL:   ' DELIMITED BY SIZE
                      CLG-EDIT-COUNT DELIMITED BY SIZE
                      '  (PAPER COPY HELD BACK)' DELIMITED BY SIZE
                   INTO CLG-LINE-WORK
               MOVE CLG-LINE-WORK TO LETTER-CONTROL-LINE
               WRITE LETTER-CONTROL-LINE
           END-IF
           MOVE CLG-DLV-PRINTED TO CLG-EDIT-COUNT
           MOVE SPACES TO CLG-LINE-WORK
           STRING '  PRINTED:               ' DELIMITED BY SIZE
                  CLG-EDIT-COUNT DELIMITED BY SIZE
               INTO CLG-LINE-WORK
           MOVE CLG-LINE-WORK TO LETTER-CONTROL-LINE
           WRITE LETTER-CONTROL-LINE
           MOVE CLG-DLV-ELECTRONIC TO CLG-EDIT-COUNT
           MOVE SPACES TO CLG-LINE-WORK
           STRING '  ELECTRONIC:            ' DELIMITED BY SIZE
                  CLG-EDIT-COUNT DELIMITED BY SIZE
               INTO CLG-LINE-WORK
           MOVE CLG-LINE-WORK TO LETTER-CONTROL-LINE
           WRITE LETTER-CONTROL-LINE
           MOVE CLG-DLV-BOTH TO CLG-EDIT-COUNT
           MOVE SPACES TO CLG-LINE-WORK
           STRING '  LESS SENT BOTH WAYS:   ' DELIMITED BY SIZE
                  CLG-EDIT-COUNT DELIMITED BY SIZE
               INTO CLG-LINE-WORK
           MOVE CLG-LINE-WORK TO LETTER-CONTROL-LINE
           WRITE LETTER-CONTROL-LINE
           IF CLG-DLV-PRINTED + CLG-DLV-ELECTRONIC - CLG-DLV-BOTH
                   = CLG-LETTER-COUNT
               MOVE '  PRINTED + ELECTRONIC TIES TO LETTERS PRODUCED'
                   TO LETTER-CONTROL-LINE
           ELSE
               MOVE '  ** PRINTED + ELECTRONIC DOES NOT TIE TO RUN **'
                   TO LETTER-CONTROL-LINE
           END-IF
           WRITE LETTER-CONTROL-LINE
           IF CLG-DLV-NO-CONSENT > ZERO
               MOVE CLG-DLV-NO-CONSENT TO CLG-EDIT-COUNT
               MOVE SPACES TO CLG-LINE-WORK
               STRING '  E-PREF, PRINTED:       ' DELIMITED BY SIZE
                      CLG-EDIT-COUNT DELIMITED BY SIZE
                      '  (NO E-MAIL OR CONSENT ON FILE)'
                          DELIMITED BY SIZE
                   INTO CLG-LINE-WORK
               MOVE CLG-LINE-WORK TO LETTER-CONTROL-LINE
               WRITE LETTER-CONTROL-LINE
           END-IF
           MOVE CLG-HASH-TOTAL TO CLG-EDIT-HASH
           MOVE SPACES TO CLG-LINE-WORK
           STRING '  HASH TOTAL DEMANDED:   ' DELIMITED BY SIZE
           MOVE CLG-LINE-WORK TO LETTER-CONTROL-LINE
           WRITE LETTER-CONTROL-LINE
           CLOSE LETTER-CONTROL-OUT.

      *> Only holds in effect today are kept: active, started, and
      *> not past their expected end (spaces = open-ended).
       LOAD-SERVICING-HOLDS.
           OPEN INPUT SERVICING-HOLD-IN
           IF CLG-HOLD-STATUS = '00'
               PERFORM UNTIL CLG-HOLD-EOF = 'Y'
                   READ SERVICING-HOLD-IN
                       AT END MOVE 'Y' TO CLG-HOLD-EOF
                       NOT AT END
                           IF LNH-STATUS = 'A'
                               AND LNH-START-DATE <= CLG-TODAY
                               AND (LNH-EXPECTED-END = SPACES
                                    OR LNH-EXPECTED-END >= CLG-TODAY)
                               IF CLG-HOLD-COUNT >= 500
                                   DISPLAY 'SERVICING-HOLD TABLE FULL'
                                           ' AT 500 -- RUN STOPPED'
                                   STOP RUN
                               END-IF
                               ADD 1 TO CLG-HOLD-COUNT
                               MOVE LNH-ACCT-ID
                                   TO CLG-HOLD-ACCT-T(CLG-HOLD-COUNT)
                               MOVE LNH-HOLD-TYPE
                                   TO CLG-HOLD-TYPE-T(CLG-HOLD-COUNT)
                               MOVE LNH-CASE-REF
                                   TO CLG-HOLD-CASE-T(CLG-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICING-HOLD-IN
           END-IF.

       CHECK-SERVICING-HOLD.
           MOVE 'N' TO CLG-HOLD-HIT
           PERFORM VARYING CLG-HOLD-IDX FROM 1 BY 1
                   UNTIL CLG-HOLD-IDX > CLG-HOLD-COUNT
               IF CLG-HOLD-ACCT-T(CLG-HOLD-IDX) = CLG-HOLD-ACCT
                   MOVE 'Y' TO CLG-HOLD-HIT
                   MOVE CLG-HOLD-TYPE-T(CLG-HOLD-IDX) TO CLG-HOLD-TYPE
                   MOVE CLG-HOLD-CASE-T(CLG-HOLD-IDX) TO CLG-HOLD-CASE
               END-IF
           END-PERFORM.

       REGISTER-HOLD-SKIP.
           ADD 1 TO CLG-HOLD-SKIPPED
           DISPLAY 'SERVICING HOLD ' CLG-HOLD-TYPE ' ON '
                   CLG-HOLD-ACCT ' -- LETTER WITHHELD'
           OPEN EXTEND HOLD-SKIP-OUT
           IF CLG-HSK-STATUS = '35'
               OPEN OUTPUT HOLD-SKIP-OUT
           END-IF
           MOVE 'COLLECTIONLETTERS   ' TO HSK-JOB-NAME
           MOVE CLG-HOLD-ACCT TO HSK-ACCT-ID
           MOVE CLG-HOLD-TYPE TO HSK-HOLD-TYPE
           MOVE CLG-HOLD-CASE TO HSK-CASE-REF
           MOVE 'DEMAND LETTER WITHHELD  ' TO HSK-ACTION
           MOVE CLG-TODAY TO HSK-RUN-DATE
           WRITE HOLD-SKIP-RECORD
           CLOSE HOLD-SKIP-OUT.

      *> The history is appended in call order; the date/time stamp
      *> decides the latest contact per account all the same.
       LOAD-CONTACT-HISTORY.
           OPEN INPUT CONTACT-HISTORY-IN
           IF CLG-CH-STATUS = '00'
               PERFORM UNTIL CLG-CH-EOF = 'Y'
                   READ CONTACT-HISTORY-IN
                       AT END MOVE 'Y' TO CLG-CH-EOF
                       NOT AT END PERFORM STORE-LATEST-CONTACT
                   END-READ
               END-PERFORM
               CLOSE CONTACT-HISTORY-IN
           END-IF.

       STORE-LATEST-CONTACT.
           MOVE CH-CONTACT-DATE TO CLG-CH-STAMP-DATE
           MOVE CH-CONTACT-TIME TO CLG-CH-STAMP-TIME
           MOVE CH-ACCT-ID TO CLG-CH-ACCT
           PERFORM FIND-LAST-CONTACT
           IF CLG-CH-MATCH = ZERO
               IF CLG-CH-COUNT >= 500
                   DISPLAY 'CONTACT TABLE FULL AT 500 -- RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO CLG-CH-COUNT
               MOVE CLG-CH-COUNT TO CLG-CH-MATCH
               MOVE CH-ACCT-ID TO CLG-CH-ACCT-T(CLG-CH-MATCH)
               MOVE SPACES TO CLG-CH-STAMP-T(CLG-CH-MATCH)
           END-IF
           IF CLG-CH-STAMP >= CLG-CH-STAMP-T(CLG-CH-MATCH)
               MOVE CLG-CH-STAMP TO CLG-CH-STAMP-T(CLG-CH-MATCH)
               MOVE CH-OUTCOME TO CLG-CH-OUTCOME-T(CLG-CH-MATCH)
               MOVE CH-PTP-DATE TO CLG-CH-PTP-DATE-T(CLG-CH-MATCH)
               MOVE CH-PTP-AMOUNT
                   TO CLG-CH-PTP-AMOUNT-T(CLG-CH-MATCH)
           END-IF.

       FIND-LAST-CONTACT.
           MOVE ZERO TO CLG-CH-MATCH
           PERFORM VARYING CLG-CH-IDX FROM 1 BY 1
                   UNTIL CLG-CH-IDX > CLG-CH-COUNT
               IF CLG-CH-ACCT-T(CLG-CH-IDX) = CLG-CH-ACCT
                   MOVE CLG-CH-IDX TO CLG-CH-MATCH
               END-IF
           END-PERFORM.

       LOAD-DELIVERY-PREFS.
           OPEN INPUT DELIVERY-PREF-IN
           IF CLG-DLV-STATUS = '00'
               PERFORM UNTIL CLG-DLV-EOF = 'Y'
                   READ DELIVERY-PREF-IN
                       AT END MOVE 'Y' TO CLG-DLV-EOF
                       NOT AT END
                           IF CLG-DLV-COUNT < 1000
                               ADD 1 TO CLG-DLV-COUNT
                               MOVE DLP-SUBJECT-ID
                                   TO CLG-DLV-ID-T(CLG-DLV-COUNT)
                               MOVE DLP-METHOD
                                   TO CLG-DLV-METHOD-T(CLG-DLV-COUNT)
                               MOVE DLP-EMAIL
                                   TO CLG-DLV-EMAIL-T(CLG-DLV-COUNT)
                               MOVE DLP-CONSENT-DATE
                                   TO CLG-DLV-CONSENT-T
                                      (CLG-DLV-COUNT)
                           ELSE
                               IF CLG-DLV-OVERFLOW = 'N'
                                   MOVE 'Y' TO CLG-DLV-OVERFLOW
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
      *> reached -- without those the letter still prints.
       FIND-DELIVERY-ROUTE.
           ADD 1 TO CLG-DLV-GENERATED
           MOVE 'P' TO CLG-DLV-ROUTE
           MOVE SPACES TO CLG-DLV-EMAIL
           SET CLG-DLV-IX TO 1
           SEARCH CLG-DLV-ENTRY
               AT END
                   CONTINUE
               WHEN CLG-DLV-IX > CLG-DLV-COUNT
                   CONTINUE
               WHEN CLG-DLV-ID-T(CLG-DLV-IX) = CLG-DLV-SUBJECT
                   IF CLG-DLV-METHOD-T(CLG-DLV-IX) = 'E'
                       OR CLG-DLV-METHOD-T(CLG-DLV-IX) = 'B'
                       IF CLG-DLV-EMAIL-T(CLG-DLV-IX) NOT = SPACES
                           AND CLG-DLV-CONSENT-T(CLG-DLV-IX) NUMERIC
                           AND CLG-DLV-CONSENT-T(CLG-DLV-IX)
                               NOT > CLG-TODAY
                           MOVE CLG-DLV-METHOD-T(CLG-DLV-IX)
                               TO CLG-DLV-ROUTE
                           MOVE CLG-DLV-EMAIL-T(CLG-DLV-IX)
                               TO CLG-DLV-EMAIL
                       ELSE
                           ADD 1 TO CLG-DLV-NO-CONSENT
                       END-IF
                   END-IF
           END-SEARCH
           IF CLG-RTM-ADDR-STATUS = 'B'
               AND CLG-DLV-ROUTE = 'B'
               MOVE 'E' TO CLG-DLV-ROUTE
               ADD 1 TO CLG-RTM-PAPER-HELD
               MOVE 'E' TO CLG-RTM-ACTION
               PERFORM REGISTER-ADDRESS-RESEARCH
           END-IF
           IF CLG-DLV-ROUTE NOT = 'E'
               ADD 1 TO CLG-DLV-PRINTED
           END-IF
           IF CLG-DLV-ROUTE NOT = 'P'
               ADD 1 TO CLG-DLV-ELECTRONIC
           END-IF
           IF CLG-DLV-ROUTE = 'B'
               ADD 1 TO CLG-DLV-BOTH
           END-IF.

      *> A letter to an address flagged bad is withheld unless the
      *> subject can take it electronically (same test as the
      *> delivery route); either way the item goes on the
      *> address-research worklist.
       CHECK-RETURNED-MAIL.
           MOVE 'N' TO CLG-RTM-WITHHOLD
           IF CLG-RTM-ADDR-STATUS = 'B'
               MOVE 'Y' TO CLG-RTM-WITHHOLD
               SET CLG-DLV-IX TO 1
               SEARCH CLG-DLV-ENTRY
                   AT END
                       CONTINUE
                   WHEN CLG-DLV-IX > CLG-DLV-COUNT
                       CONTINUE
                   WHEN CLG-DLV-ID-T(CLG-DLV-IX) = CLG-DLV-SUBJECT
                       IF (CLG-DLV-METHOD-T(CLG-DLV-IX) = 'E'
                           OR CLG-DLV-METHOD-T(CLG-DLV-IX) = 'B')
                           AND CLG-DLV-EMAIL-T(CLG-DLV-IX) NOT = SPACES
                           AND CLG-DLV-CONSENT-T(CLG-DLV-IX) NUMERIC
                           AND CLG-DLV-CONSENT-T(CLG-DLV-IX)
                               NOT > CLG-TODAY
                           MOVE 'N' TO CLG-RTM-WITHHOLD
                       END-IF
               END-SEARCH
           END-IF.

       REGISTER-MAIL-WITHHELD.
           ADD 1 TO CLG-RTM-WITHHELD
           DISPLAY 'ADDRESS FLAGGED BAD ON ' CLG-DLV-SUBJECT
                   ' -- LETTER WITHHELD'
           MOVE 'W' TO CLG-RTM-ACTION
           PERFORM REGISTER-ADDRESS-RESEARCH.

       REGISTER-ADDRESS-RESEARCH.
           OPEN EXTEND ADDR-RESEARCH-OUT
           IF CLG-ARW-STATUS = '35'
               OPEN OUTPUT ADDR-RESEARCH-OUT
           END-IF
           MOVE 'L' TO ARW-SUBJECT-TYPE
           MOVE CLG-DLV-SUBJECT TO ARW-SUBJECT-ID
           MOVE 'COLL' TO ARW-DOC-TYPE
           MOVE 'COLLECTIONLETTERS   ' TO ARW-JOB-NAME
           MOVE CLG-TODAY TO ARW-RUN-DATE
           MOVE CLG-RTM-ACTION TO ARW-ACTION
           MOVE CLG-RTM-RETURN-DATE TO ARW-RETURN-DATE
           MOVE CLG-RTM-RETURN-REASON TO ARW-RETURN-REASON
           WRITE ADDRESS-RESEARCH-RECORD
           CLOSE ADDR-RESEARCH-OUT.

       WRITE-EDELIVERY-INDEX.
           IF CLG-DLV-ROUTE NOT = 'P'
               MOVE SPACES TO EDELIVERY-RECORD
               MOVE 'I' TO EDL-RECORD-TYPE
               MOVE 'COLL' TO EDL-DOC-TYPE
               MOVE CLG-TODAY TO EDL-RUN-DATE
               MOVE CLG-DLV-GENERATED TO EDL-DOC-SEQ
               MOVE CLG-DLV-SUBJECT TO EDL-SUBJECT-ID
               MOVE CLG-DLV-ROUTE TO EDL-DELIVERY
               MOVE CLG-DLV-EMAIL TO EDL-EMAIL
               MOVE 'COLLECTIONLETTERS   ' TO EDL-JOB-NAME
               MOVE EDL-DOC-REF TO CLG-DLV-DOC-REF
               WRITE EDELIVERY-RECORD
           END-IF.

      *> Every letter line goes where the subject's route says:
      *> the print file, the e-delivery extract, or both.
       EMIT-LETTER-LINE.
           IF CLG-DLV-ROUTE NOT = 'E'
               WRITE LETTER-LINE
           END-IF
           IF CLG-DLV-ROUTE NOT = 'P'
               MOVE 'D' TO EDL-RECORD-TYPE
               MOVE CLG-DLV-DOC-REF TO EDL-DOC-REF
               MOVE LETTER-LINE TO EDL-DOC-LINE
               WRITE EDELIVERY-RECORD
           END-IF.
