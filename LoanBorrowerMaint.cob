       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanBorrowerMaint.
      *> Borrower name-and-address maintenance. Merges add/update
      *> entries keyed by loan account into the borrower file in
      *> the CustomerContactMaint.cob style: rejects (blank name or
      *> address, malformed postal code or TIN) go to a dated error
      *> file, and every applied change is journalled.
      *>
      *> A feed row with a blank TIN keeps the TIN on file -- the
      *> number is collected separately and an address change must
      *> not wipe it. A changed address clears a returned-mail flag
      *> ReturnedMailPost.cob set; the same address keyed again
      *> leaves it flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORROWER-IN ASSIGN TO "data/LOANBORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBM-BORROWER-IN-STATUS.
           SELECT BORROWER-NEW-IN ASSIGN TO "data/LOANBORR-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBM-NEW-STATUS.
           SELECT BORROWER-OUT ASSIGN TO "data/LOANBORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UPDATE-JOURNAL-OUT ASSIGN TO "data/UPDJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBM-JRNL-STATUS.
           SELECT BORROWER-ERROR-OUT ASSIGN TO "data/LOANBORRERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBM-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-IN.
       COPY LNBORR.

       FD  BORROWER-NEW-IN.
       01  BORROWER-NEW-RECORD.
           05 LBM-NEW-ACCT-ID            PIC X(6).
           05 LBM-NEW-NAME               PIC X(20).
           05 LBM-NEW-ADDRESS            PIC X(25).
           05 LBM-NEW-CITY               PIC X(15).
           05 LBM-NEW-STATE              PIC X(2).
           05 LBM-NEW-POSTAL             PIC X(5).
           05 LBM-NEW-TIN                PIC X(9).

       FD  BORROWER-OUT.
       01  BORROWER-OUT-RECORD.
           05 LBM-OUT-ACCT-ID            PIC X(6).
           05 LBM-OUT-NAME               PIC X(20).
           05 LBM-OUT-ADDRESS            PIC X(25).
           05 LBM-OUT-CITY               PIC X(15).
           05 LBM-OUT-STATE              PIC X(2).
           05 LBM-OUT-POSTAL             PIC X(5).
           05 LBM-OUT-TIN                PIC X(9).
           05 LBM-OUT-ADDR-STATUS        PIC X(1).
           05 LBM-OUT-MAIL-RETURN-DATE   PIC X(8).
           05 LBM-OUT-MAIL-RETURN-DOC    PIC X(4).
           05 LBM-OUT-MAIL-RETURN-REASON PIC X(20).
           05 LBM-OUT-ADDR-CHANGED-DATE  PIC X(8).

       FD  BORROWER-ERROR-OUT.
       COPY LNBORERR.

       FD  UPDATE-JOURNAL-OUT.
       COPY UPDJRNL.

       WORKING-STORAGE SECTION.
       01 LBM-EOF-SWITCHES.
           05 LBM-BORROWER-EOF           PIC X VALUE 'N'.
           05 LBM-NEW-EOF                PIC X VALUE 'N'.

       01 LBM-FILE-STATUSES.
           05 LBM-BORROWER-IN-STATUS     PIC XX.
           05 LBM-NEW-STATUS             PIC XX.
           05 LBM-ERROR-STATUS           PIC XX.

       01 LBM-TODAY                      PIC X(8).

       01 LBM-TABLE-CONTROL.
           05 LBM-COUNT                  PIC 9(4) VALUE ZERO.
           05 LBM-IDX                    PIC 9(4).
           05 LBM-ADDED-COUNT            PIC 9(4) VALUE ZERO.
           05 LBM-CHANGED-COUNT          PIC 9(4) VALUE ZERO.
           05 LBM-REJECT-COUNT           PIC 9(4) VALUE ZERO.
           05 LBM-CLEARED-COUNT          PIC 9(4) VALUE ZERO.
           05 LBM-STILL-BAD-COUNT        PIC 9(4) VALUE ZERO.

       01 LBM-BORROWER-TABLE.
           05 LBM-ENTRY OCCURS 500 TIMES
                        INDEXED BY LBM-IX.
               10 LBM-ACCT-ID-T          PIC X(6).
               10 LBM-NAME-T             PIC X(20).
               10 LBM-ADDRESS-T          PIC X(25).
               10 LBM-CITY-T             PIC X(15).
               10 LBM-STATE-T            PIC X(2).
               10 LBM-POSTAL-T           PIC X(5).
               10 LBM-TIN-T              PIC X(9).
               10 LBM-ADDR-STATUS-T      PIC X(1).
               10 LBM-RETURN-DATE-T      PIC X(8).
               10 LBM-RETURN-DOC-T       PIC X(4).
               10 LBM-RETURN-REASON-T    PIC X(20).
               10 LBM-ADDR-CHANGED-T     PIC X(8).

       01 LBM-JRNL-STATUS                PIC XX.
       01 LBM-OLD-IMAGE                  PIC X(150).

       01 LBM-NV-INVALID                 PIC X.
       01 LBM-NV-REASON                  PIC X(30).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LBM-TODAY
           PERFORM LOAD-EXISTING-BORROWERS
           OPEN EXTEND UPDATE-JOURNAL-OUT
           IF LBM-JRNL-STATUS = '35'
               OPEN OUTPUT UPDATE-JOURNAL-OUT
           END-IF
           PERFORM MERGE-NEW-BORROWERS
           CLOSE UPDATE-JOURNAL-OUT
           PERFORM WRITE-BORROWER-FILE
           DISPLAY 'Borrowers on file = ' LBM-COUNT
           DISPLAY 'Added             = ' LBM-ADDED-COUNT
           DISPLAY 'Changed           = ' LBM-CHANGED-COUNT
           DISPLAY 'Rejected          = ' LBM-REJECT-COUNT
           DISPLAY 'Bad addr cleared  = ' LBM-CLEARED-COUNT
           DISPLAY 'Bad addr resent   = ' LBM-STILL-BAD-COUNT
           STOP RUN.

       LOAD-EXISTING-BORROWERS.
           OPEN INPUT BORROWER-IN
           IF LBM-BORROWER-IN-STATUS = '00'
               PERFORM UNTIL LBM-BORROWER-EOF = 'Y'
                   READ BORROWER-IN
                       AT END MOVE 'Y' TO LBM-BORROWER-EOF
                       NOT AT END PERFORM STORE-BORROWER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BORROWER-IN
           ELSE
               DISPLAY 'Borrower file not found, starting empty: '
                       LBM-BORROWER-IN-STATUS
           END-IF.

       STORE-BORROWER-ENTRY.
           IF LBM-COUNT >= 500
               DISPLAY 'BORROWER TABLE FULL AT 500 -- '
                       'FILE NOT REWRITTEN'
               STOP RUN
           END-IF
           ADD 1 TO LBM-COUNT
           MOVE LB-ACCT-ID   TO LBM-ACCT-ID-T(LBM-COUNT)
           MOVE LB-NAME      TO LBM-NAME-T(LBM-COUNT)
           MOVE LB-ADDRESS   TO LBM-ADDRESS-T(LBM-COUNT)
           MOVE LB-CITY      TO LBM-CITY-T(LBM-COUNT)
           MOVE LB-STATE     TO LBM-STATE-T(LBM-COUNT)
           MOVE LB-POSTAL    TO LBM-POSTAL-T(LBM-COUNT)
           MOVE LB-TIN       TO LBM-TIN-T(LBM-COUNT)
           MOVE LB-ADDR-STATUS TO LBM-ADDR-STATUS-T(LBM-COUNT)
           MOVE LB-MAIL-RETURN-DATE TO LBM-RETURN-DATE-T(LBM-COUNT)
           MOVE LB-MAIL-RETURN-DOC TO LBM-RETURN-DOC-T(LBM-COUNT)
           MOVE LB-MAIL-RETURN-REASON
               TO LBM-RETURN-REASON-T(LBM-COUNT)
           MOVE LB-ADDR-CHANGED-DATE TO LBM-ADDR-CHANGED-T(LBM-COUNT).

       MERGE-NEW-BORROWERS.
           OPEN INPUT BORROWER-NEW-IN
           OPEN EXTEND BORROWER-ERROR-OUT
           IF LBM-ERROR-STATUS = '35'
               OPEN OUTPUT BORROWER-ERROR-OUT
           END-IF
           IF LBM-NEW-STATUS = '00'
               PERFORM UNTIL LBM-NEW-EOF = 'Y'
                   READ BORROWER-NEW-IN
                       AT END MOVE 'Y' TO LBM-NEW-EOF
                       NOT AT END
                           PERFORM VALIDATE-NEW-BORROWER
                           IF LBM-NV-INVALID = 'Y'
                               PERFORM WRITE-BORROWER-ERROR
                           ELSE
                               PERFORM MERGE-ONE-BORROWER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BORROWER-NEW-IN
           ELSE
               DISPLAY 'No borrower transactions on hand: '
                       LBM-NEW-STATUS
           END-IF
           CLOSE BORROWER-ERROR-OUT.

       VALIDATE-NEW-BORROWER.
           MOVE 'N' TO LBM-NV-INVALID
           IF LBM-NEW-ACCT-ID = SPACES
               MOVE 'Y' TO LBM-NV-INVALID
               MOVE 'LOAN ACCOUNT BLANK' TO LBM-NV-REASON
           ELSE IF LBM-NEW-NAME = SPACES
               MOVE 'Y' TO LBM-NV-INVALID
               MOVE 'BORROWER NAME BLANK' TO LBM-NV-REASON
           ELSE IF LBM-NEW-ADDRESS = SPACES
               MOVE 'Y' TO LBM-NV-INVALID
               MOVE 'ADDRESS BLANK' TO LBM-NV-REASON
           ELSE IF LBM-NEW-POSTAL NOT NUMERIC
               MOVE 'Y' TO LBM-NV-INVALID
               MOVE 'POSTAL CODE NOT NUMERIC' TO LBM-NV-REASON
           ELSE IF LBM-NEW-TIN NOT = SPACES
               AND LBM-NEW-TIN NOT NUMERIC
               MOVE 'Y' TO LBM-NV-INVALID
               MOVE 'TIN NOT NINE DIGITS' TO LBM-NV-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-BORROWER-ERROR.
           ADD 1 TO LBM-REJECT-COUNT
           MOVE LBM-NEW-ACCT-ID TO LBE-ACCT-ID
           MOVE LBM-NV-REASON   TO LBE-REASON
           MOVE LBM-TODAY       TO LBE-REJECT-DATE
           WRITE LOAN-BORROWER-ERROR-RECORD.

       MERGE-ONE-BORROWER.
           SET LBM-IX TO 1
           SEARCH LBM-ENTRY
               AT END
                   PERFORM ADD-ONE-BORROWER
               WHEN LBM-IX > LBM-COUNT
                   PERFORM ADD-ONE-BORROWER
               WHEN LBM-ACCT-ID-T(LBM-IX) = LBM-NEW-ACCT-ID
                   ADD 1 TO LBM-CHANGED-COUNT
                   PERFORM BUILD-OLD-BORROWER-IMAGE
                   PERFORM CHECK-ADDRESS-CHANGE
                   PERFORM FILL-BORROWER-FIELDS-NEW
                   MOVE 'U' TO UJ-ACTION
                   MOVE LBM-OLD-IMAGE TO UJ-OLD-IMAGE
                   PERFORM WRITE-BORROWER-JOURNAL
           END-SEARCH.

       ADD-ONE-BORROWER.
           IF LBM-COUNT >= 500
               MOVE 'BORROWER FILE FULL AT 500' TO LBM-NV-REASON
               PERFORM WRITE-BORROWER-ERROR
           ELSE
               ADD 1 TO LBM-COUNT
               ADD 1 TO LBM-ADDED-COUNT
               MOVE LBM-NEW-ACCT-ID TO LBM-ACCT-ID-T(LBM-COUNT)
               SET LBM-IX TO LBM-COUNT
               MOVE SPACES TO LBM-TIN-T(LBM-IX)
               MOVE SPACES TO LBM-ADDR-STATUS-T(LBM-IX)
               MOVE SPACES TO LBM-RETURN-DATE-T(LBM-IX)
               MOVE SPACES TO LBM-RETURN-DOC-T(LBM-IX)
               MOVE SPACES TO LBM-RETURN-REASON-T(LBM-IX)
               MOVE LBM-TODAY TO LBM-ADDR-CHANGED-T(LBM-IX)
               PERFORM FILL-BORROWER-FIELDS-NEW
               MOVE 'A' TO UJ-ACTION
               MOVE SPACES TO UJ-OLD-IMAGE
               PERFORM WRITE-BORROWER-JOURNAL
           END-IF.

      *> A changed mailing address is a new address: it clears a
      *> returned-mail flag and restarts the address's history.
      *> A name-only change, or the same address keyed again,
      *> leaves the flag where it was.
       CHECK-ADDRESS-CHANGE.
           IF LBM-NEW-ADDRESS NOT = LBM-ADDRESS-T(LBM-IX)
               OR LBM-NEW-CITY NOT = LBM-CITY-T(LBM-IX)
               OR LBM-NEW-STATE NOT = LBM-STATE-T(LBM-IX)
               OR LBM-NEW-POSTAL NOT = LBM-POSTAL-T(LBM-IX)
               MOVE LBM-TODAY TO LBM-ADDR-CHANGED-T(LBM-IX)
               IF LBM-ADDR-STATUS-T(LBM-IX) = 'B'
                   ADD 1 TO LBM-CLEARED-COUNT
                   MOVE SPACES TO LBM-ADDR-STATUS-T(LBM-IX)
               END-IF
           ELSE
               IF LBM-ADDR-STATUS-T(LBM-IX) = 'B'
                   ADD 1 TO LBM-STILL-BAD-COUNT
                   DISPLAY 'SAME ADDRESS KEYED FOR ' LBM-NEW-ACCT-ID
                           ' -- STILL FLAGGED RETURNED MAIL'
               END-IF
           END-IF.

       FILL-BORROWER-FIELDS-NEW.
           MOVE LBM-NEW-NAME    TO LBM-NAME-T(LBM-IX)
           MOVE LBM-NEW-ADDRESS TO LBM-ADDRESS-T(LBM-IX)
           MOVE LBM-NEW-CITY    TO LBM-CITY-T(LBM-IX)
           MOVE LBM-NEW-STATE   TO LBM-STATE-T(LBM-IX)
           MOVE LBM-NEW-POSTAL  TO LBM-POSTAL-T(LBM-IX)
           IF LBM-NEW-TIN NOT = SPACES
               MOVE LBM-NEW-TIN TO LBM-TIN-T(LBM-IX)
           END-IF.

      *> The borrower record the change is about to overwrite,
      *> rebuilt in file shape for the journal's before image.
       BUILD-OLD-BORROWER-IMAGE.
           MOVE SPACES TO LBM-OLD-IMAGE
           MOVE LBM-ACCT-ID-T(LBM-IX)     TO LBM-OLD-IMAGE(1:6)
           MOVE LBM-NAME-T(LBM-IX)        TO LBM-OLD-IMAGE(7:20)
           MOVE LBM-ADDRESS-T(LBM-IX)     TO LBM-OLD-IMAGE(27:25)
           MOVE LBM-CITY-T(LBM-IX)        TO LBM-OLD-IMAGE(52:15)
           MOVE LBM-STATE-T(LBM-IX)       TO LBM-OLD-IMAGE(67:2)
           MOVE LBM-POSTAL-T(LBM-IX)      TO LBM-OLD-IMAGE(69:5)
           MOVE LBM-TIN-T(LBM-IX)         TO LBM-OLD-IMAGE(74:9)
           MOVE LBM-ADDR-STATUS-T(LBM-IX) TO LBM-OLD-IMAGE(83:1)
           MOVE LBM-RETURN-DATE-T(LBM-IX) TO LBM-OLD-IMAGE(84:8)
           MOVE LBM-RETURN-DOC-T(LBM-IX)  TO LBM-OLD-IMAGE(92:4)
           MOVE LBM-RETURN-REASON-T(LBM-IX)
                                          TO LBM-OLD-IMAGE(96:20)
           MOVE LBM-ADDR-CHANGED-T(LBM-IX) TO LBM-OLD-IMAGE(116:8).

       WRITE-BORROWER-JOURNAL.
           MOVE 'LOANBORR' TO UJ-FILE-NAME
           MOVE 'BATCH   ' TO UJ-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO UJ-TIMESTAMP
           MOVE LBM-ACCT-ID-T(LBM-IX) TO UJ-RECORD-KEY
           MOVE SPACES TO UJ-NEW-IMAGE
           MOVE LBM-ACCT-ID-T(LBM-IX)     TO UJ-NEW-IMAGE(1:6)
           MOVE LBM-NAME-T(LBM-IX)        TO UJ-NEW-IMAGE(7:20)
           MOVE LBM-ADDRESS-T(LBM-IX)     TO UJ-NEW-IMAGE(27:25)
           MOVE LBM-CITY-T(LBM-IX)        TO UJ-NEW-IMAGE(52:15)
           MOVE LBM-STATE-T(LBM-IX)       TO UJ-NEW-IMAGE(67:2)
           MOVE LBM-POSTAL-T(LBM-IX)      TO UJ-NEW-IMAGE(69:5)
           MOVE LBM-TIN-T(LBM-IX)         TO UJ-NEW-IMAGE(74:9)
           MOVE LBM-ADDR-STATUS-T(LBM-IX) TO UJ-NEW-IMAGE(83:1)
           MOVE LBM-RETURN-DATE-T(LBM-IX) TO UJ-NEW-IMAGE(84:8)
           MOVE LBM-RETURN-DOC-T(LBM-IX)  TO UJ-NEW-IMAGE(92:4)
           MOVE LBM-RETURN-REASON-T(LBM-IX)
                                          TO UJ-NEW-IMAGE(96:20)
           MOVE LBM-ADDR-CHANGED-T(LBM-IX) TO UJ-NEW-IMAGE(116:8)
           WRITE UPDATE-JOURNAL-RECORD.

       WRITE-BORROWER-FILE.
           OPEN OUTPUT BORROWER-OUT
           PERFORM VARYING LBM-IDX FROM 1 BY 1
                   UNTIL LBM-IDX > LBM-COUNT
               MOVE LBM-ACCT-ID-T(LBM-IDX)  TO LBM-OUT-ACCT-ID
               MOVE LBM-NAME-T(LBM-IDX)     TO LBM-OUT-NAME
               MOVE LBM-ADDRESS-T(LBM-IDX)  TO LBM-OUT-ADDRESS
               MOVE LBM-CITY-T(LBM-IDX)     TO LBM-OUT-CITY
               MOVE LBM-STATE-T(LBM-IDX)    TO LBM-OUT-STATE
               MOVE LBM-POSTAL-T(LBM-IDX)   TO LBM-OUT-POSTAL
               MOVE LBM-TIN-T(LBM-IDX)      TO LBM-OUT-TIN
               MOVE LBM-ADDR-STATUS-T(LBM-IDX) TO LBM-OUT-ADDR-STATUS
               MOVE LBM-RETURN-DATE-T(LBM-IDX)
                   TO LBM-OUT-MAIL-RETURN-DATE
               MOVE LBM-RETURN-DOC-T(LBM-IDX)
                   TO LBM-OUT-MAIL-RETURN-DOC
               MOVE LBM-RETURN-REASON-T(LBM-IDX)
                   TO LBM-OUT-MAIL-RETURN-REASON
               MOVE LBM-ADDR-CHANGED-T(LBM-IDX)
                   TO LBM-OUT-ADDR-CHANGED-DATE
               WRITE BORROWER-OUT-RECORD
           END-PERFORM
           CLOSE BORROWER-OUT.
