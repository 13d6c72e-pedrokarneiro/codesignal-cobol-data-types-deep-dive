       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedMailPost.
      *> Returned-mail posting and the address-research worklist.
      *> Every envelope that comes back undeliverable is keyed from
      *> the mail-room tray onto RETMAIL.cpy: the customer or loan
      *> account, the document, the date it came back and why. Each
      *> entry flags the address bad on the contact file
      *> (CUSTCONT.cpy) or the borrower file (LNBORR.cpy) with the
      *> return recorded beside it, journalled like any other
      *> change, so the letter jobs stop mailing a dead address.
      *> Only CustomerContactMaint.cob or LoanBorrowerMaint.cob can
      *> clear the flag, and only by supplying a changed address.
      *>
      *> An envelope dated before the address last changed went to
      *> the old address and is rejected rather than condemning the
      *> new one. The report then lists every address still flagged
      *> with the letters the jobs have held back from it since
      *> (ADDRRSCH.cpy) -- the research worklist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-IN ASSIGN TO "data/RETMAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTM-MAIL-STATUS.
           SELECT CONTACT-IN ASSIGN TO "data/CUSTCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTM-CONTACT-STATUS.
           SELECT CONTACT-OUT ASSIGN TO "data/CUSTCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BORROWER-IN ASSIGN TO "data/LOANBORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTM-BORROWER-STATUS.
           SELECT BORROWER-OUT ASSIGN TO "data/LOANBORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDR-RESEARCH-IN ASSIGN TO "data/ADDRRSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTM-ARW-STATUS.
           SELECT UPDATE-JOURNAL-OUT ASSIGN TO "data/UPDJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTM-JRNL-STATUS.
           SELECT RETURNED-MAIL-ERROR-OUT
               ASSIGN TO "data/RETMAILERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTM-ERROR-STATUS.
           SELECT RETURNED-MAIL-REPORT-OUT
               ASSIGN TO "data/RETURNED-MAIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-IN.
       COPY RETMAIL.

       FD  CONTACT-IN.
       COPY CUSTCONT.

       FD  CONTACT-OUT.
       01  CONTACT-OUT-RECORD            PIC X(129).

       FD  BORROWER-IN.
       COPY LNBORR.

       FD  BORROWER-OUT.
       01  BORROWER-OUT-RECORD           PIC X(123).

       FD  ADDR-RESEARCH-IN.
       COPY ADDRRSCH.

       FD  UPDATE-JOURNAL-OUT.
       COPY UPDJRNL.

       FD  RETURNED-MAIL-ERROR-OUT.
       COPY RETMLERR.

       FD  RETURNED-MAIL-REPORT-OUT.
       01  RETURNED-MAIL-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 RTM-FILE-STATUSES.
           05 RTM-MAIL-STATUS            PIC XX.
           05 RTM-CONTACT-STATUS         PIC XX.
           05 RTM-BORROWER-STATUS        PIC XX.
           05 RTM-ARW-STATUS             PIC XX.
           05 RTM-JRNL-STATUS            PIC XX.
           05 RTM-ERROR-STATUS           PIC XX.

       01 RTM-EOF-SWITCHES.
           05 RTM-MAIL-EOF               PIC X VALUE 'N'.
           05 RTM-CONTACT-EOF            PIC X VALUE 'N'.
           05 RTM-BORROWER-EOF           PIC X VALUE 'N'.
           05 RTM-ARW-EOF                PIC X VALUE 'N'.

       01 RTM-TODAY                      PIC X(8).

      *> Contact and borrower rows held whole for the rewrite, with
      *> the address-status fields laid over them.
       01 RTM-CONT-CONTROL.
           05 RTM-CONT-COUNT             PIC 9(4) VALUE ZERO.
           05 RTM-CONT-IDX               PIC 9(4).

       01 RTM-CONT-TABLE.
           05 RTM-CONT-ENTRY OCCURS 500 TIMES
                             INDEXED BY RTM-CONT-IX.
               10 RTM-CT-RAW-T           PIC X(129).
               10 RTM-CT-RAW-R REDEFINES RTM-CT-RAW-T.
                   15 RTM-CT-ID-T        PIC X(6).
                   15 RTM-CT-ADDRESS-T   PIC X(25).
                   15 FILLER             PIC X(25).
                   15 RTM-CT-CITY-T      PIC X(15).
                   15 RTM-CT-STATE-T     PIC X(2).
                   15 FILLER             PIC X(15).
                   15 RTM-CT-STATUS-T    PIC X(1).
                   15 RTM-CT-RETURN-DATE-T
                                         PIC X(8).
                   15 RTM-CT-RETURN-DOC-T
                                         PIC X(4).
                   15 RTM-CT-RETURN-REASON-T
                                         PIC X(20).
                   15 RTM-CT-CHANGED-T   PIC X(8).

       01 RTM-BORR-CONTROL.
           05 RTM-BORR-COUNT             PIC 9(4) VALUE ZERO.
           05 RTM-BORR-IDX               PIC 9(4).

       01 RTM-BORR-TABLE.
           05 RTM-BORR-ENTRY OCCURS 500 TIMES
                             INDEXED BY RTM-BORR-IX.
               10 RTM-LB-RAW-T           PIC X(123).
               10 RTM-LB-RAW-R REDEFINES RTM-LB-RAW-T.
                   15 RTM-LB-ID-T        PIC X(6).
                   15 FILLER             PIC X(20).
                   15 RTM-LB-ADDRESS-T   PIC X(25).
                   15 RTM-LB-CITY-T      PIC X(15).
                   15 RTM-LB-STATE-T     PIC X(2).
                   15 FILLER             PIC X(14).
                   15 RTM-LB-STATUS-T    PIC X(1).
                   15 RTM-LB-RETURN-DATE-T
                                         PIC X(8).
                   15 RTM-LB-RETURN-DOC-T
                                         PIC X(4).
                   15 RTM-LB-RETURN-REASON-T
                                         PIC X(20).
                   15 RTM-LB-CHANGED-T   PIC X(8).

      *> Letters the jobs have held back, for the worklist counts.
       01 RTM-ARW-CONTROL.
           05 RTM-ARW-COUNT              PIC 9(4) VALUE ZERO.
           05 RTM-ARW-IDX                PIC 9(4).
           05 RTM-ARW-HELD               PIC 9(4).

       01 RTM-ARW-TABLE.
           05 RTM-ARW-ENTRY OCCURS 2000 TIMES.
               10 RTM-ARW-TYPE-T         PIC X(1).
               10 RTM-ARW-ID-T           PIC X(6).
               10 RTM-ARW-RUN-DATE-T     PIC X(8).

       01 RTM-WORK-FIELDS.
           05 RTM-MATCH                  PIC 9(4).
           05 RTM-REASON                 PIC X(30).
           05 RTM-DAYS-OUT               PIC S9(7).
           05 RTM-LIST-TYPE              PIC X(1).
           05 RTM-LIST-ID                PIC X(6).
           05 RTM-LIST-ADDRESS           PIC X(25).
           05 RTM-LIST-RETURN-DATE       PIC X(8).
           05 RTM-LIST-RETURN-DOC        PIC X(4).
           05 RTM-LIST-RETURN-REASON     PIC X(20).

       01 RTM-COUNTS.
           05 RTM-READ-COUNT             PIC 9(5) VALUE ZERO.
           05 RTM-FLAGGED-COUNT          PIC 9(5) VALUE ZERO.
           05 RTM-REFLAGGED-COUNT        PIC 9(5) VALUE ZERO.
           05 RTM-REJECT-COUNT           PIC 9(5) VALUE ZERO.
           05 RTM-OPEN-COUNT             PIC 9(5) VALUE ZERO.

       01 RTM-EDIT-FIELDS.
           05 RTM-EDIT-COUNT             PIC ZZ,ZZ9.
           05 RTM-EDIT-DAYS              PIC ZZ,ZZ9.
           05 RTM-EDIT-HELD              PIC Z,ZZ9.

       01 RTM-LINE-WORK                  PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO RTM-TODAY
           PERFORM LOAD-CONTACTS
           PERFORM LOAD-BORROWERS
           PERFORM LOAD-RESEARCH-REGISTER
           OPEN OUTPUT RETURNED-MAIL-REPORT-OUT
           MOVE SPACES TO RTM-LINE-WORK
           STRING 'RETURNED MAIL AND ADDRESS RESEARCH - '
                      DELIMITED BY SIZE
                  RTM-TODAY DELIMITED BY SIZE
               INTO RTM-LINE-WORK
           MOVE RTM-LINE-WORK TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           MOVE 'RETURNS POSTED' TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           OPEN EXTEND UPDATE-JOURNAL-OUT
           IF RTM-JRNL-STATUS = '35'
               OPEN OUTPUT UPDATE-JOURNAL-OUT
           END-IF
           PERFORM POST-RETURNED-MAIL
           CLOSE UPDATE-JOURNAL-OUT
           PERFORM LIST-RESEARCH-WORKLIST
           PERFORM WRITE-REPORT-TOTALS
           CLOSE RETURNED-MAIL-REPORT-OUT
           PERFORM WRITE-CONTACT-FILE
           PERFORM WRITE-BORROWER-FILE
           DISPLAY 'Returns read        = ' RTM-READ-COUNT
           DISPLAY 'Addresses flagged   = ' RTM-FLAGGED-COUNT
           DISPLAY 'Already flagged     = ' RTM-REFLAGGED-COUNT
           DISPLAY 'Rejected            = ' RTM-REJECT-COUNT
           DISPLAY 'Open research items = ' RTM-OPEN-COUNT
           STOP RUN.

       LOAD-CONTACTS.
           OPEN INPUT CONTACT-IN
           IF RTM-CONTACT-STATUS = '00'
               PERFORM UNTIL RTM-CONTACT-EOF = 'Y'
                   READ CONTACT-IN
                       AT END MOVE 'Y' TO RTM-CONTACT-EOF
                       NOT AT END
                           IF RTM-CONT-COUNT >= 500
                               DISPLAY 'CONTACT TABLE FULL AT 500 -- '
                                       'FILE NOT REWRITTEN'
                               STOP RUN
                           END-IF
                           ADD 1 TO RTM-CONT-COUNT
                           MOVE CUSTOMER-CONTACT-RECORD
                               TO RTM-CT-RAW-T(RTM-CONT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CONTACT-IN
           ELSE
               DISPLAY 'Contact file not found: ' RTM-CONTACT-STATUS
           END-IF.

       LOAD-BORROWERS.
           OPEN INPUT BORROWER-IN
           IF RTM-BORROWER-STATUS = '00'
               PERFORM UNTIL RTM-BORROWER-EOF = 'Y'
                   READ BORROWER-IN
                       AT END MOVE 'Y' TO RTM-BORROWER-EOF
                       NOT AT END
                           IF RTM-BORR-COUNT >= 500
                               DISPLAY 'BORROWER TABLE FULL AT 500 -- '
                                       'FILE NOT REWRITTEN'
                               STOP RUN
                           END-IF
                           ADD 1 TO RTM-BORR-COUNT
                           MOVE LOAN-BORROWER-RECORD
                               TO RTM-LB-RAW-T(RTM-BORR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BORROWER-IN
           ELSE
               DISPLAY 'Borrower file not found: ' RTM-BORROWER-STATUS
           END-IF.

       LOAD-RESEARCH-REGISTER.
           OPEN INPUT ADDR-RESEARCH-IN
           IF RTM-ARW-STATUS = '00'
               PERFORM UNTIL RTM-ARW-EOF = 'Y'
                   READ ADDR-RESEARCH-IN
                       AT END MOVE 'Y' TO RTM-ARW-EOF
                       NOT AT END
                           IF RTM-ARW-COUNT < 2000
                               ADD 1 TO RTM-ARW-COUNT
                               MOVE ARW-SUBJECT-TYPE
                                   TO RTM-ARW-TYPE-T(RTM-ARW-COUNT)
                               MOVE ARW-SUBJECT-ID
                                   TO RTM-ARW-ID-T(RTM-ARW-COUNT)
                               MOVE ARW-RUN-DATE
                                   TO RTM-ARW-RUN-DATE-T(RTM-ARW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDR-RESEARCH-IN
           END-IF.

       POST-RETURNED-MAIL.
           OPEN INPUT RETURNED-MAIL-IN
           IF RTM-MAIL-STATUS = '00'
               OPEN EXTEND RETURNED-MAIL-ERROR-OUT
               IF RTM-ERROR-STATUS = '35'
                   OPEN OUTPUT RETURNED-MAIL-ERROR-OUT
               END-IF
               PERFORM UNTIL RTM-MAIL-EOF = 'Y'
                   READ RETURNED-MAIL-IN
                       AT END MOVE 'Y' TO RTM-MAIL-EOF
                       NOT AT END PERFORM POST-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE RETURNED-MAIL-IN
               CLOSE RETURNED-MAIL-ERROR-OUT
           ELSE
               DISPLAY 'No returned mail on hand: ' RTM-MAIL-STATUS
           END-IF.

       POST-ONE-RETURN.
           ADD 1 TO RTM-READ-COUNT
           MOVE SPACES TO RTM-REASON
           MOVE ZERO TO RTM-MATCH
           IF RML-SUBJECT-TYPE = 'C'
               SET RTM-CONT-IX TO 1
               SEARCH RTM-CONT-ENTRY
                   AT END
                       CONTINUE
                   WHEN RTM-CONT-IX > RTM-CONT-COUNT
                       CONTINUE
                   WHEN RTM-CT-ID-T(RTM-CONT-IX) = RML-SUBJECT-ID
                       SET RTM-MATCH TO RTM-CONT-IX
               END-SEARCH
           END-IF
           IF RML-SUBJECT-TYPE = 'L'
               SET RTM-BORR-IX TO 1
               SEARCH RTM-BORR-ENTRY
                   AT END
                       CONTINUE
                   WHEN RTM-BORR-IX > RTM-BORR-COUNT
                       CONTINUE
                   WHEN RTM-LB-ID-T(RTM-BORR-IX) = RML-SUBJECT-ID
                       SET RTM-MATCH TO RTM-BORR-IX
               END-SEARCH
           END-IF
           IF RML-SUBJECT-TYPE NOT = 'C' AND RML-SUBJECT-TYPE NOT = 'L'
               MOVE 'SUBJECT TYPE NOT C OR L' TO RTM-REASON
           ELSE IF RML-DOC-TYPE NOT = 'STMT'
               AND RML-DOC-TYPE NOT = 'COLL'
               AND RML-DOC-TYPE NOT = 'RSET'
               AND RML-DOC-TYPE NOT = 'DORM'
               AND RML-DOC-TYPE NOT = 'INSR'
               AND RML-DOC-TYPE NOT = 'YINT'
               AND RML-DOC-TYPE NOT = 'PAID'
               MOVE 'DOCUMENT TYPE NOT RECOGNISED' TO RTM-REASON
           ELSE IF RML-RETURN-DATE NOT NUMERIC
               MOVE 'RETURN DATE NOT NUMERIC' TO RTM-REASON
           ELSE IF RML-RETURN-DATE > RTM-TODAY
               MOVE 'RETURN DATE IN THE FUTURE' TO RTM-REASON
           ELSE IF RTM-MATCH = ZERO
               IF RML-SUBJECT-TYPE = 'C'
                   MOVE 'NO CONTACT RECORD' TO RTM-REASON
               ELSE
                   MOVE 'NO BORROWER RECORD' TO RTM-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF RTM-REASON = SPACES
               IF RML-SUBJECT-TYPE = 'C'
                   PERFORM FLAG-CONTACT-ADDRESS
               ELSE
                   PERFORM FLAG-BORROWER-ADDRESS
               END-IF
           END-IF
           IF RTM-REASON NOT = SPACES
               PERFORM REJECT-ONE-RETURN
           END-IF.

      *> An envelope older than the current address was sent to the
      *> previous one: the new address is not condemned by it.
       FLAG-CONTACT-ADDRESS.
           IF RTM-CT-CHANGED-T(RTM-MATCH) NUMERIC
               AND RML-RETURN-DATE < RTM-CT-CHANGED-T(RTM-MATCH)
               MOVE 'RETURNED BEFORE ADDRESS CHANGE' TO RTM-REASON
           ELSE
               MOVE RTM-CT-RAW-T(RTM-MATCH) TO UJ-OLD-IMAGE
               IF RTM-CT-STATUS-T(RTM-MATCH) = 'B'
                   ADD 1 TO RTM-REFLAGGED-COUNT
               ELSE
                   ADD 1 TO RTM-FLAGGED-COUNT
               END-IF
               MOVE 'B' TO RTM-CT-STATUS-T(RTM-MATCH)
               IF RTM-CT-RETURN-DATE-T(RTM-MATCH) NOT NUMERIC
                   OR RML-RETURN-DATE
                       NOT < RTM-CT-RETURN-DATE-T(RTM-MATCH)
                   MOVE RML-RETURN-DATE
                       TO RTM-CT-RETURN-DATE-T(RTM-MATCH)
                   MOVE RML-DOC-TYPE TO RTM-CT-RETURN-DOC-T(RTM-MATCH)
                   MOVE RML-REASON
                       TO RTM-CT-RETURN-REASON-T(RTM-MATCH)
               END-IF
               MOVE 'CUSTCONT' TO UJ-FILE-NAME
               MOVE RTM-CT-RAW-T(RTM-MATCH) TO UJ-NEW-IMAGE
               PERFORM WRITE-FLAG-JOURNAL
               PERFORM WRITE-POSTED-LINE
           END-IF.

       FLAG-BORROWER-ADDRESS.
           IF RTM-LB-CHANGED-T(RTM-MATCH) NUMERIC
               AND RML-RETURN-DATE < RTM-LB-CHANGED-T(RTM-MATCH)
               MOVE 'RETURNED BEFORE ADDRESS CHANGE' TO RTM-REASON
           ELSE
               MOVE RTM-LB-RAW-T(RTM-MATCH) TO UJ-OLD-IMAGE
               IF RTM-LB-STATUS-T(RTM-MATCH) = 'B'
                   ADD 1 TO RTM-REFLAGGED-COUNT
               ELSE
                   ADD 1 TO RTM-FLAGGED-COUNT
               END-IF
               MOVE 'B' TO RTM-LB-STATUS-T(RTM-MATCH)
               IF RTM-LB-RETURN-DATE-T(RTM-MATCH) NOT NUMERIC
                   OR RML-RETURN-DATE
                       NOT < RTM-LB-RETURN-DATE-T(RTM-MATCH)
                   MOVE RML-RETURN-DATE
                       TO RTM-LB-RETURN-DATE-T(RTM-MATCH)
                   MOVE RML-DOC-TYPE TO RTM-LB-RETURN-DOC-T(RTM-MATCH)
                   MOVE RML-REASON
                       TO RTM-LB-RETURN-REASON-T(RTM-MATCH)
               END-IF
               MOVE 'LOANBORR' TO UJ-FILE-NAME
               MOVE RTM-LB-RAW-T(RTM-MATCH) TO UJ-NEW-IMAGE
               PERFORM WRITE-FLAG-JOURNAL
               PERFORM WRITE-POSTED-LINE
           END-IF.

       WRITE-FLAG-JOURNAL.
           MOVE 'BATCH   ' TO UJ-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO UJ-TIMESTAMP
           MOVE RML-SUBJECT-ID TO UJ-RECORD-KEY
           MOVE 'U' TO UJ-ACTION
           WRITE UPDATE-JOURNAL-RECORD.

       WRITE-POSTED-LINE.
           MOVE SPACES TO RTM-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  RML-SUBJECT-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RML-SUBJECT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RML-DOC-TYPE DELIMITED BY SIZE
                  ' RETURNED ' DELIMITED BY SIZE
                  RML-RETURN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RML-REASON DELIMITED BY SIZE
                  ' ADDRESS FLAGGED' DELIMITED BY SIZE
               INTO RTM-LINE-WORK
           MOVE RTM-LINE-WORK TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE.

       REJECT-ONE-RETURN.
           ADD 1 TO RTM-REJECT-COUNT
           MOVE RML-SUBJECT-TYPE TO RME-SUBJECT-TYPE
           MOVE RML-SUBJECT-ID TO RME-SUBJECT-ID
           MOVE RTM-REASON TO RME-REASON
           MOVE RTM-TODAY TO RME-REJECT-DATE
           WRITE RETURNED-MAIL-ERROR-RECORD
           MOVE SPACES TO RTM-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  RML-SUBJECT-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RML-SUBJECT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RML-DOC-TYPE DELIMITED BY SIZE
                  ' RETURNED ' DELIMITED BY SIZE
                  RML-RETURN-DATE DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  RTM-REASON DELIMITED BY SIZE
               INTO RTM-LINE-WORK
           MOVE RTM-LINE-WORK TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE.

      *> Every address still flagged, customers then borrowers,
      *> with how long since the mail came back and how many
      *> letters the jobs have held from it since.
       LIST-RESEARCH-WORKLIST.
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           MOVE 'ADDRESS RESEARCH WORKLIST' TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           MOVE SPACES TO RTM-LINE-WORK
           STRING '  T ID     ADDRESS                   '
                      DELIMITED BY SIZE
                  'RETURNED DOC    DAYS  HELD REASON' DELIMITED BY SIZE
               INTO RTM-LINE-WORK
           MOVE RTM-LINE-WORK TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           PERFORM VARYING RTM-CONT-IDX FROM 1 BY 1
                   UNTIL RTM-CONT-IDX > RTM-CONT-COUNT
               IF RTM-CT-STATUS-T(RTM-CONT-IDX) = 'B'
                   MOVE 'C' TO RTM-LIST-TYPE
                   MOVE RTM-CT-ID-T(RTM-CONT-IDX) TO RTM-LIST-ID
                   MOVE RTM-CT-ADDRESS-T(RTM-CONT-IDX)
                       TO RTM-LIST-ADDRESS
                   MOVE RTM-CT-RETURN-DATE-T(RTM-CONT-IDX)
                       TO RTM-LIST-RETURN-DATE
                   MOVE RTM-CT-RETURN-DOC-T(RTM-CONT-IDX)
                       TO RTM-LIST-RETURN-DOC
                   MOVE RTM-CT-RETURN-REASON-T(RTM-CONT-IDX)
                       TO RTM-LIST-RETURN-REASON
                   PERFORM WRITE-WORKLIST-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING RTM-BORR-IDX FROM 1 BY 1
                   UNTIL RTM-BORR-IDX > RTM-BORR-COUNT
               IF RTM-LB-STATUS-T(RTM-BORR-IDX) = 'B'
                   MOVE 'L' TO RTM-LIST-TYPE
                   MOVE RTM-LB-ID-T(RTM-BORR-IDX) TO RTM-LIST-ID
                   MOVE RTM-LB-ADDRESS-T(RTM-BORR-IDX)
                       TO RTM-LIST-ADDRESS
                   MOVE RTM-LB-RETURN-DATE-T(RTM-BORR-IDX)
                       TO RTM-LIST-RETURN-DATE
                   MOVE RTM-LB-RETURN-DOC-T(RTM-BORR-IDX)
                       TO RTM-LIST-RETURN-DOC
                   MOVE RTM-LB-RETURN-REASON-T(RTM-BORR-IDX)
                       TO RTM-LIST-RETURN-REASON
                   PERFORM WRITE-WORKLIST-LINE
               END-IF
           END-PERFORM.

       WRITE-WORKLIST-LINE.
           ADD 1 TO RTM-OPEN-COUNT
           MOVE ZERO TO RTM-ARW-HELD
           PERFORM VARYING RTM-ARW-IDX FROM 1 BY 1
                   UNTIL RTM-ARW-IDX > RTM-ARW-COUNT
               IF RTM-ARW-TYPE-T(RTM-ARW-IDX) = RTM-LIST-TYPE
                   AND RTM-ARW-ID-T(RTM-ARW-IDX) = RTM-LIST-ID
                   AND RTM-ARW-RUN-DATE-T(RTM-ARW-IDX)
                       NOT < RTM-LIST-RETURN-DATE
                   ADD 1 TO RTM-ARW-HELD
               END-IF
           END-PERFORM
           MOVE ZERO TO RTM-DAYS-OUT
           IF RTM-LIST-RETURN-DATE NUMERIC
               COMPUTE RTM-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(RTM-TODAY))
                     - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(RTM-LIST-RETURN-DATE))
           END-IF
           MOVE RTM-DAYS-OUT TO RTM-EDIT-DAYS
           MOVE RTM-ARW-HELD TO RTM-EDIT-HELD
           MOVE SPACES TO RTM-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  RTM-LIST-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RTM-LIST-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RTM-LIST-ADDRESS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RTM-LIST-RETURN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RTM-LIST-RETURN-DOC DELIMITED BY SIZE
                  RTM-EDIT-DAYS DELIMITED BY SIZE
                  RTM-EDIT-HELD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RTM-LIST-RETURN-REASON DELIMITED BY SIZE
               INTO RTM-LINE-WORK
           MOVE RTM-LINE-WORK TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           MOVE RTM-READ-COUNT TO RTM-EDIT-COUNT
           MOVE SPACES TO RTM-LINE-WORK
           STRING 'RETURNS READ:           ' DELIMITED BY SIZE
                  RTM-EDIT-COUNT DELIMITED BY SIZE
               INTO RTM-LINE-WORK
           MOVE RTM-LINE-WORK TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           MOVE RTM-FLAGGED-COUNT TO RTM-EDIT-COUNT
           MOVE SPACES TO RTM-LINE-WORK
           STRING '  ADDRESSES FLAGGED:    ' DELIMITED BY SIZE
                  RTM-EDIT-COUNT DELIMITED BY SIZE
               INTO RTM-LINE-WORK
           MOVE RTM-LINE-WORK TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           MOVE RTM-REFLAGGED-COUNT TO RTM-EDIT-COUNT
           MOVE SPACES TO RTM-LINE-WORK
           STRING '  ALREADY FLAGGED:      ' DELIMITED BY SIZE
                  RTM-EDIT-COUNT DELIMITED BY SIZE
               INTO RTM-LINE-WORK
           MOVE RTM-LINE-WORK TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           MOVE RTM-REJECT-COUNT TO RTM-EDIT-COUNT
           MOVE SPACES TO RTM-LINE-WORK
           STRING '  REJECTED:             ' DELIMITED BY SIZE
                  RTM-EDIT-COUNT DELIMITED BY SIZE
               INTO RTM-LINE-WORK
           MOVE RTM-LINE-WORK TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           MOVE RTM-OPEN-COUNT TO RTM-EDIT-COUNT
           MOVE SPACES TO RTM-LINE-WORK
           STRING 'ADDRESSES AWAITING RESEARCH: ' DELIMITED BY SIZE
                  RTM-EDIT-COUNT DELIMITED BY SIZE
               INTO RTM-LINE-WORK
           MOVE RTM-LINE-WORK TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE.

       WRITE-CONTACT-FILE.
           IF RTM-CONTACT-STATUS = '00'
               OPEN OUTPUT CONTACT-OUT
               PERFORM VARYING RTM-CONT-IDX FROM 1 BY 1
                       UNTIL RTM-CONT-IDX > RTM-CONT-COUNT
                   MOVE RTM-CT-RAW-T(RTM-CONT-IDX) TO CONTACT-OUT-RECORD
                   WRITE CONTACT-OUT-RECORD
               END-PERFORM
               CLOSE CONTACT-OUT
           END-IF.

       WRITE-BORROWER-FILE.
           IF RTM-BORROWER-STATUS = '00'
               OPEN OUTPUT BORROWER-OUT
               PERFORM VARYING RTM-BORR-IDX FROM 1 BY 1
                       UNTIL RTM-BORR-IDX > RTM-BORR-COUNT
                   MOVE RTM-LB-RAW-T(RTM-BORR-IDX)
                       TO BORROWER-OUT-RECORD
                   WRITE BORROWER-OUT-RECORD
               END-PERFORM
               CLOSE BORROWER-OUT
           END-IF.
