      *> SEQUENTIAL. Run NamesDemo.cob at least once first so the
      *> customer master is populated; on a fresh environment with no
      *> master built yet, this sweep just finds zero records.
      *>
      *> A customer whose delivery preference (DLVPREF.cpy) is
      *> electronic gets the dormant-account letter on the
      *> e-delivery extract (EDELIV.cpy) instead of the mail-house
      *> extract, or on both if they asked for both, and the report
      *> summary proves mailed plus electronic to letters produced.
      *>
      *> A customer whose contact address is flagged bad by returned
      *> mail gets no paper letter: it goes electronically if it
      *> can, is withheld otherwise, and lands on the
      *> address-research worklist (ADDRRSCH.cpy); the report line
      *> says the mail came back, and an escheat row carries the
      *> owner-address-unknown indicator with the return date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DNC-REGISTER-OUT ASSIGN TO "data/DNC-SUPPRESSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-DNC-REG-STATUS.
           SELECT DELIVERY-PREF-IN ASSIGN TO "data/DLVPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-DLV-STATUS.
           SELECT EDELIVERY-OUT ASSIGN TO "data/EDELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-EDL-STATUS.
           SELECT DORMANT-MAIL-OUT ASSIGN TO "data/DORMANT-MAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Central runtime-parameter master: the dormancy
      *> re-reported next cycle.
           SELECT ESCHEAT-EXTRACT-OUT ASSIGN TO "data/ESCHEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Address-research worklist: what this job held back from
      *> an address flagged bad by returned mail.
           SELECT ADDR-RESEARCH-OUT ASSIGN TO "data/ADDRRSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DS-ARW-STATUS.
           SELECT CUST-MASTER-UPD ASSIGN TO "data/CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

      *> Fixed extract format the state unclaimed-property filing
      *> requires: holder id, owner key and name, last-activity
      *> date, days dormant, and the report date; then the owner-
      *> address-unknown indicator ('Y' when our mail to the owner
      *> came back) and the date it came back.
       FD  ESCHEAT-EXTRACT-OUT.
       01  ESCHEAT-EXTRACT-RECORD.
           05 ESC-HOLDER-ID              PIC X(10).
           05 ESC-LAST-ACTIVITY          PIC X(8).
           05 ESC-DAYS-DORMANT           PIC 9(6).
           05 ESC-REPORT-DATE            PIC X(8).
           05 ESC-MAIL-RETURNED          PIC X(1).
           05 ESC-MAIL-RETURN-DATE       PIC X(8).

       FD  ADDR-RESEARCH-OUT.
       COPY ADDRRSCH.

       FD  CUST-MASTER-UPD.
       01  CUST-UPD-RECORD.
           05 CUST-UPD-LAST-ACTIVITY     PIC X(8).
           05 CUST-UPD-DORMANT-FLAG      PIC X(1).

       FD  DELIVERY-PREF-IN.
       COPY DLVPREF.

       FD  EDELIVERY-OUT.
       COPY EDELIV.

       FD  DNC-SUPPRESS-IN.
       COPY DNCSUPP.

               10 DS-DNC-SCOPE-T       PIC X(4).
               10 DS-DNC-REASON-T      PIC X(20).

      *> Delivery preferences by subject, and the routing counts
      *> the control totals prove: a letter routed both ways
      *> counts once in each of printed and electronic.
       01 DS-DLV-CONTROL.
           05 DS-DLV-STATUS            PIC XX.
           05 DS-EDL-STATUS            PIC XX.
           05 DS-DLV-EOF               PIC X VALUE 'N'.
           05 DS-DLV-COUNT             PIC 9(4) VALUE ZERO.
           05 DS-DLV-OVERFLOW          PIC X VALUE 'N'.
           05 DS-DLV-SUBJECT           PIC X(6).
           05 DS-DLV-ROUTE             PIC X.
           05 DS-DLV-EMAIL             PIC X(50).
           05 DS-DLV-DOC-REF           PIC X(17).
           05 DS-DLV-GENERATED         PIC 9(5) VALUE ZERO.
           05 DS-DLV-PRINTED           PIC 9(5) VALUE ZERO.
           05 DS-DLV-ELECTRONIC        PIC 9(5) VALUE ZERO.
           05 DS-DLV-BOTH              PIC 9(5) VALUE ZERO.
           05 DS-DLV-NO-CONSENT        PIC 9(5) VALUE ZERO.

      *> Returned mail: the subject's address flag and the letters
      *> held back from an address flagged bad -- withheld outright,
      *> or sent electronically with only the paper copy held.
       01 DS-RTM-CONTROL.
           05 DS-ARW-STATUS            PIC XX.
           05 DS-RTM-ADDR-STATUS       PIC X.
           05 DS-RTM-RETURN-DATE       PIC X(8).
           05 DS-RTM-RETURN-REASON     PIC X(20).
           05 DS-RTM-WITHHOLD          PIC X.
           05 DS-RTM-ACTION            PIC X.
           05 DS-RTM-WITHHELD          PIC 9(5) VALUE ZERO.
           05 DS-RTM-PAPER-HELD        PIC 9(5) VALUE ZERO.

       01 DS-DLV-TABLE.
           05 DS-DLV-ENTRY OCCURS 1000 TIMES
                            INDEXED BY DS-DLV-IX.
               10 DS-DLV-ID-T          PIC X(6).
               10 DS-DLV-METHOD-T      PIC X(1).
               10 DS-DLV-EMAIL-T       PIC X(50).
               10 DS-DLV-CONSENT-T     PIC X(8).

       01 DS-TODAY                        PIC X(8).
       01 DS-TODAY-NUM                    PIC 9(8).
       01 DS-LAST-ACT-NUM                 PIC 9(8).
               10 DS-CCT-CITY-T           PIC X(15).
               10 DS-CCT-STATE-T          PIC X(2).
               10 DS-CCT-POSTAL-T         PIC X(5).
               10 DS-CCT-ADDR-STATUS-T    PIC X(1).
               10 DS-CCT-RET-DATE-T       PIC X(8).
               10 DS-CCT-RET-REASON-T     PIC X(20).

       01 DS-EDIT-FIELDS.
           05 DS-EDIT-DAYS                PIC ZZZ,ZZ9.

       01 DS-REPORT-LINE-WORK             PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO DS-TODAY
           MOVE DS-TODAY TO DS-TODAY-NUM
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CONTACT-TABLE
           PERFORM LOAD-DNC-SUPPRESSION
           PERFORM LOAD-DELIVERY-PREFS
           OPEN EXTEND EDELIVERY-OUT
           IF DS-EDL-STATUS = '35'
               OPEN OUTPUT EDELIVERY-OUT
           END-IF
           OPEN INPUT CUST-MASTER-IN
           OPEN OUTPUT DORMANT-REPORT-OUT
           OPEN OUTPUT DORMANT-MAIL-OUT
           CLOSE DORMANT-REPORT-OUT
           CLOSE DORMANT-MAIL-OUT
           CLOSE ESCHEAT-EXTRACT-OUT
           CLOSE EDELIVERY-OUT
           PERFORM FLAG-ESCHEATED-CUSTOMERS
           DISPLAY 'Customers reviewed = ' DS-CUST-COUNT
           DISPLAY 'Dormant accounts   = ' DS-DORMANT-COUNT
           DISPLAY 'Mailing rows       = ' DS-MAILED-COUNT
           DISPLAY 'E-delivered        = ' DS-DLV-ELECTRONIC
           DISPLAY 'Both ways          = ' DS-DLV-BOTH
           DISPLAY 'Suppressed (DNC)   = ' DS-DNC-SUPPRESSED
           DISPLAY 'Withheld, bad addr = ' DS-RTM-WITHHELD
           DISPLAY 'Paper held, bad ad = ' DS-RTM-PAPER-HELD
           DISPLAY 'No contact on file = ' DS-NO-CONTACT-COUNT
           DISPLAY 'Escheated this run = ' DS-ESCHEAT-COUNT
           STOP RUN.
           MOVE CUST-LAST-ACTIVITY-DATE TO ESC-LAST-ACTIVITY
           MOVE DS-DAYS-DORMANT TO ESC-DAYS-DORMANT
           MOVE DS-TODAY TO ESC-REPORT-DATE
           IF DS-RTM-ADDR-STATUS = 'B'
               MOVE 'Y' TO ESC-MAIL-RETURNED
               MOVE DS-RTM-RETURN-DATE TO ESC-MAIL-RETURN-DATE
           ELSE
               MOVE 'N' TO ESC-MAIL-RETURNED
               MOVE SPACES TO ESC-MAIL-RETURN-DATE
           END-IF
           WRITE ESCHEAT-EXTRACT-RECORD
           ADD 1 TO DS-ESC-COUNT
           MOVE CUST-ID TO DS-ESC-CUST-ID-T(DS-ESC-COUNT).
           MOVE CCT-ADDRESS-2 TO DS-CCT-ADDRESS-2-T(DS-CONTACT-COUNT)
           MOVE CCT-CITY      TO DS-CCT-CITY-T(DS-CONTACT-COUNT)
           MOVE CCT-STATE     TO DS-CCT-STATE-T(DS-CONTACT-COUNT)
           MOVE CCT-POSTAL    TO DS-CCT-POSTAL-T(DS-CONTACT-COUNT)
           MOVE CCT-ADDR-STATUS
               TO DS-CCT-ADDR-STATUS-T(DS-CONTACT-COUNT)
           MOVE CCT-MAIL-RETURN-DATE
               TO DS-CCT-RET-DATE-T(DS-CONTACT-COUNT)
           MOVE CCT-MAIL-RETURN-REASON
               TO DS-CCT-RET-REASON-T(DS-CONTACT-COUNT).

      *> A flagged customer with a contact row goes on the mailing
      *> extract; one without is reported separately -- a dormant
      *> customer we cannot write to is its own data-quality item.
       WRITE-MAILING-EXTRACT-ROW.
           MOVE ZERO TO DS-CONTACT-MATCH-IX
           MOVE SPACES TO DS-RTM-ADDR-STATUS
           MOVE SPACES TO DS-RTM-RETURN-DATE
           MOVE SPACES TO DS-RTM-RETURN-REASON
           SET DS-CONTACT-IX TO 1
           SEARCH DS-CONTACT-ENTRY
               AT END
                   MOVE DS-REPORT-LINE-WORK TO DORMANT-REPORT-LINE
                   WRITE DORMANT-REPORT-LINE
               WHEN DS-CCT-CUST-ID-T(DS-CONTACT-IX) = CUST-ID
                   MOVE CUST-ID TO DS-DLV-SUBJECT
                   MOVE DS-CCT-ADDR-STATUS-T(DS-CONTACT-IX)
                       TO DS-RTM-ADDR-STATUS
                   MOVE DS-CCT-RET-DATE-T(DS-CONTACT-IX)
                       TO DS-RTM-RETURN-DATE
                   MOVE DS-CCT-RET-REASON-T(DS-CONTACT-IX)
                       TO DS-RTM-RETURN-REASON
                   PERFORM CHECK-DNC-SUPPRESSION
                   PERFORM CHECK-RETURNED-MAIL
                   IF DS-DNC-HIT = 'Y'
                       PERFORM REGISTER-DNC-SUPPRESSION
                   ELSE
                       IF DS-RTM-WITHHOLD = 'Y'
                           PERFORM REGISTER-MAIL-WITHHELD
                       ELSE
                           PERFORM ROUTE-DORMANT-LETTER
                       END-IF
                   END-IF
                   IF DS-RTM-ADDR-STATUS = 'B'
                       PERFORM WRITE-RETURNED-MAIL-LINE
                   END-IF
           END-SEARCH.

       WRITE-RETURNED-MAIL-LINE.
           MOVE SPACES TO DS-REPORT-LINE-WORK
           STRING '    MAIL RETURNED ' DELIMITED BY SIZE
                  DS-RTM-RETURN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DS-RTM-RETURN-REASON DELIMITED BY SIZE
                  ' -- NO PAPER LETTER' DELIMITED BY SIZE
               INTO DS-REPORT-LINE-WORK
           MOVE DS-REPORT-LINE-WORK TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE.

      *> The letter goes to the mail house, the e-delivery extract,
      *> or both, as the customer's delivery preference says.
       ROUTE-DORMANT-LETTER.
           MOVE CUST-ID TO DS-DLV-SUBJECT
           PERFORM FIND-DELIVERY-ROUTE
           IF DS-DLV-ROUTE NOT = 'E'
               PERFORM BUILD-DORMANT-MAIL-ROW
           END-IF
           IF DS-DLV-ROUTE NOT = 'P'
               PERFORM WRITE-EDELIVERY-INDEX
               PERFORM WRITE-DORMANT-EDELIVERY
           END-IF.

       BUILD-DORMANT-MAIL-ROW.
                   ADD 1 TO DS-MAILED-COUNT
                   MOVE CUST-ID TO DSM-CUST-ID
                  DS-EDIT-DAYS          DELIMITED BY SIZE
               INTO DS-REPORT-LINE-WORK
           MOVE DS-REPORT-LINE-WORK TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           MOVE DS-DLV-GENERATED TO DS-EDIT-DAYS
           MOVE SPACES TO DS-REPORT-LINE-WORK
           STRING 'LETTERS PRODUCED:   ' DELIMITED BY SIZE
                  DS-EDIT-DAYS          DELIMITED BY SIZE
               INTO DS-REPORT-LINE-WORK
           MOVE DS-REPORT-LINE-WORK TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           MOVE DS-DLV-PRINTED TO DS-EDIT-DAYS
           MOVE SPACES TO DS-REPORT-LINE-WORK
           STRING '  MAILED:           ' DELIMITED BY SIZE
                  DS-EDIT-DAYS          DELIMITED BY SIZE
               INTO DS-REPORT-LINE-WORK
           MOVE DS-REPORT-LINE-WORK TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           MOVE DS-DLV-ELECTRONIC TO DS-EDIT-DAYS
           MOVE SPACES TO DS-REPORT-LINE-WORK
           STRING '  ELECTRONIC:       ' DELIMITED BY SIZE
                  DS-EDIT-DAYS          DELIMITED BY SIZE
               INTO DS-REPORT-LINE-WORK
           MOVE DS-REPORT-LINE-WORK TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           MOVE DS-DLV-BOTH TO DS-EDIT-DAYS
           MOVE SPACES TO DS-REPORT-LINE-WORK
           STRING '  LESS BOTH WAYS:   ' DELIMITED BY SIZE
                  DS-EDIT-DAYS          DELIMITED BY SIZE
               INTO DS-REPORT-LINE-WORK
           MOVE DS-REPORT-LINE-WORK TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE
           IF DS-DLV-PRINTED + DS-DLV-ELECTRONIC - DS-DLV-BOTH
                   = DS-DLV-GENERATED
               AND DS-DLV-PRINTED = DS-MAILED-COUNT
               MOVE 'MAILED + ELECTRONIC TIES TO LETTERS PRODUCED'
                   TO DORMANT-REPORT-LINE
           ELSE
               MOVE '** MAILED + ELECTRONIC DOES NOT TIE TO RUN **'
                   TO DORMANT-REPORT-LINE
           END-IF
           WRITE DORMANT-REPORT-LINE
           IF DS-DLV-NO-CONSENT > ZERO
               MOVE DS-DLV-NO-CONSENT TO DS-EDIT-DAYS
               MOVE SPACES TO DS-REPORT-LINE-WORK
               STRING 'E-PREF, MAILED:     ' DELIMITED BY SIZE
                      DS-EDIT-DAYS          DELIMITED BY SIZE
                      '  (NO E-MAIL OR CONSENT ON FILE)'
                          DELIMITED BY SIZE
                   INTO DS-REPORT-LINE-WORK
               MOVE DS-REPORT-LINE-WORK TO DORMANT-REPORT-LINE
               WRITE DORMANT-REPORT-LINE
           END-IF
           MOVE DS-RTM-WITHHELD TO DS-EDIT-DAYS
           MOVE SPACES TO DS-REPORT-LINE-WORK
           STRING 'WITHHELD, BAD ADDR: ' DELIMITED BY SIZE
                  DS-EDIT-DAYS          DELIMITED BY SIZE
                  '  (MAIL RETURNED)' DELIMITED BY SIZE
               INTO DS-REPORT-LINE-WORK
           MOVE DS-REPORT-LINE-WORK TO DORMANT-REPORT-LINE
           WRITE DORMANT-REPORT-LINE.

       LOAD-DELIVERY-PREFS.
           OPEN INPUT DELIVERY-PREF-IN
           IF DS-DLV-STATUS = '00'
               PERFORM UNTIL DS-DLV-EOF = 'Y'
                   READ DELIVERY-PREF-IN
                       AT END MOVE 'Y' TO DS-DLV-EOF
                       NOT AT END
                           IF DS-DLV-COUNT < 1000
                               ADD 1 TO DS-DLV-COUNT
                               MOVE DLP-SUBJECT-ID
                                   TO DS-DLV-ID-T(DS-DLV-COUNT)
                               MOVE DLP-METHOD
                                   TO DS-DLV-METHOD-T(DS-DLV-COUNT)
                               MOVE DLP-EMAIL
                                   TO DS-DLV-EMAIL-T(DS-DLV-COUNT)
                               MOVE DLP-CONSENT-DATE
                                   TO DS-DLV-CONSENT-T
                                      (DS-DLV-COUNT)
                           ELSE
                               IF DS-DLV-OVERFLOW = 'N'
                                   MOVE 'Y' TO DS-DLV-OVERFLOW
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
           ADD 1 TO DS-DLV-GENERATED
           MOVE 'P' TO DS-DLV-ROUTE
           MOVE SPACES TO DS-DLV-EMAIL
           SET DS-DLV-IX TO 1
           SEARCH DS-DLV-ENTRY
               AT END
                   CONTINUE
               WHEN DS-DLV-IX > DS-DLV-COUNT
                   CONTINUE
               WHEN DS-DLV-ID-T(DS-DLV-IX) = DS-DLV-SUBJECT
                   IF DS-DLV-METHOD-T(DS-DLV-IX) = 'E'
                       OR DS-DLV-METHOD-T(DS-DLV-IX) = 'B'
                       IF DS-DLV-EMAIL-T(DS-DLV-IX) NOT = SPACES
                           AND DS-DLV-CONSENT-T(DS-DLV-IX) NUMERIC
                           AND DS-DLV-CONSENT-T(DS-DLV-IX)
                               NOT > DS-TODAY
                           MOVE DS-DLV-METHOD-T(DS-DLV-IX)
                               TO DS-DLV-ROUTE
                           MOVE DS-DLV-EMAIL-T(DS-DLV-IX)
                               TO DS-DLV-EMAIL
                       ELSE
                           ADD 1 TO DS-DLV-NO-CONSENT
                       END-IF
                   END-IF
           END-SEARCH
           IF DS-RTM-ADDR-STATUS = 'B'
               AND DS-DLV-ROUTE = 'B'
               MOVE 'E' TO DS-DLV-ROUTE
               ADD 1 TO DS-RTM-PAPER-HELD
               MOVE 'E' TO DS-RTM-ACTION
               PERFORM REGISTER-ADDRESS-RESEARCH
           END-IF
           IF DS-DLV-ROUTE NOT = 'E'
               ADD 1 TO DS-DLV-PRINTED
           END-IF
           IF DS-DLV-ROUTE NOT = 'P'
               ADD 1 TO DS-DLV-ELECTRONIC
           END-IF
           IF DS-DLV-ROUTE = 'B'
               ADD 1 TO DS-DLV-BOTH
           END-IF.

      *> A letter to an address flagged bad is withheld unless the
      *> subject can take it electronically (same test as the
      *> delivery route); either way the item goes on the
      *> address-research worklist.
       CHECK-RETURNED-MAIL.
           MOVE 'N' TO DS-RTM-WITHHOLD
           IF DS-RTM-ADDR-STATUS = 'B'
               MOVE 'Y' TO DS-RTM-WITHHOLD
               SET DS-DLV-IX TO 1
               SEARCH DS-DLV-ENTRY
                   AT END
                       CONTINUE
                   WHEN DS-DLV-IX > DS-DLV-COUNT
                       CONTINUE
                   WHEN DS-DLV-ID-T(DS-DLV-IX) = DS-DLV-SUBJECT
                       IF (DS-DLV-METHOD-T(DS-DLV-IX) = 'E'
                           OR DS-DLV-METHOD-T(DS-DLV-IX) = 'B')
                           AND DS-DLV-EMAIL-T(DS-DLV-IX) NOT = SPACES
                           AND DS-DLV-CONSENT-T(DS-DLV-IX) NUMERIC
                           AND DS-DLV-CONSENT-T(DS-DLV-IX)
                               NOT > DS-TODAY
                           MOVE 'N' TO DS-RTM-WITHHOLD
                       END-IF
               END-SEARCH
           END-IF.

       REGISTER-MAIL-WITHHELD.
           ADD 1 TO DS-RTM-WITHHELD
           DISPLAY 'ADDRESS FLAGGED BAD ON ' DS-DLV-SUBJECT
                   ' -- LETTER WITHHELD'
           MOVE 'W' TO DS-RTM-ACTION
           PERFORM REGISTER-ADDRESS-RESEARCH.

       REGISTER-ADDRESS-RESEARCH.
           OPEN EXTEND ADDR-RESEARCH-OUT
           IF DS-ARW-STATUS = '35'
               OPEN OUTPUT ADDR-RESEARCH-OUT
           END-IF
           MOVE 'C' TO ARW-SUBJECT-TYPE
           MOVE DS-DLV-SUBJECT TO ARW-SUBJECT-ID
           MOVE 'DORM' TO ARW-DOC-TYPE
           MOVE 'DORMANTACCOUNTSWEEP ' TO ARW-JOB-NAME
           MOVE DS-TODAY TO ARW-RUN-DATE
           MOVE DS-RTM-ACTION TO ARW-ACTION
           MOVE DS-RTM-RETURN-DATE TO ARW-RETURN-DATE
           MOVE DS-RTM-RETURN-REASON TO ARW-RETURN-REASON
           WRITE ADDRESS-RESEARCH-RECORD
           CLOSE ADDR-RESEARCH-OUT.

       WRITE-EDELIVERY-INDEX.
           IF DS-DLV-ROUTE NOT = 'P'
               MOVE SPACES TO EDELIVERY-RECORD
               MOVE 'I' TO EDL-RECORD-TYPE
               MOVE 'DORM' TO EDL-DOC-TYPE
               MOVE DS-TODAY TO EDL-RUN-DATE
               MOVE DS-DLV-GENERATED TO EDL-DOC-SEQ
               MOVE DS-DLV-SUBJECT TO EDL-SUBJECT-ID
               MOVE DS-DLV-ROUTE TO EDL-DELIVERY
               MOVE DS-DLV-EMAIL TO EDL-EMAIL
               MOVE 'DORMANTACCOUNTSWEEP ' TO EDL-JOB-NAME
               MOVE EDL-DOC-REF TO DS-DLV-DOC-REF
               WRITE EDELIVERY-RECORD
           END-IF.

      *> The mail house composes the paper letter from the extract
      *> row; the electronic copy carries the same facts as text.
       WRITE-DORMANT-EDELIVERY.
           MOVE SPACES TO DS-REPORT-LINE-WORK
           STRING 'DORMANT ACCOUNT NOTICE  CUSTOMER: ' DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  '  DATE: ' DELIMITED BY SIZE
                  DS-TODAY DELIMITED BY SIZE
               INTO DS-REPORT-LINE-WORK
           PERFORM WRITE-EDELIVERY-LINE
           MOVE CUST-NAME TO DS-REPORT-LINE-WORK
           PERFORM WRITE-EDELIVERY-LINE
           MOVE SPACES TO DS-REPORT-LINE-WORK
           STRING 'OUR RECORDS SHOW NO ACTIVITY ON YOUR ACCOUNT SINCE '
                      DELIMITED BY SIZE
                  CUST-LAST-ACTIVITY-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
               INTO DS-REPORT-LINE-WORK
           PERFORM WRITE-EDELIVERY-LINE
           MOVE 'PLEASE CONTACT US TO KEEP YOUR ACCOUNT ACTIVE.'
               TO DS-REPORT-LINE-WORK
           PERFORM WRITE-EDELIVERY-LINE.

       WRITE-EDELIVERY-LINE.
           MOVE 'D' TO EDL-RECORD-TYPE
           MOVE DS-DLV-DOC-REF TO EDL-DOC-REF
           MOVE DS-REPORT-LINE-WORK TO EDL-DOC-LINE
           WRITE EDELIVERY-RECORD.
