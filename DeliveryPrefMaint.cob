       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeliveryPrefMaint.
      *> Delivery-preference maintenance. Merges add/update entries
      *> keyed by customer id or loan account id into the
      *> persistent preference file (DLVPREF.cpy) in the
      *> CustomerContactMaint.cob style. An electronic or both
      *> preference is only taken with an e-mail address and a
      *> consent date not in the future; anything else is rejected
      *> to a dated error file so the customer is asked again
      *> rather than silently dropped to paper or, worse, mailed
      *> electronically without consent. Every applied change is
      *> journalled to the shared update journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREF-IN ASSIGN TO "data/DLVPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DPM-PREF-IN-STATUS.
           SELECT PREF-NEW-IN ASSIGN TO "data/DLVPREF-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DPM-NEW-STATUS.
           SELECT PREF-OUT ASSIGN TO "data/DLVPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UPDATE-JOURNAL-OUT ASSIGN TO "data/UPDJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DPM-JRNL-STATUS.
           SELECT PREF-ERROR-OUT ASSIGN TO "data/DLVPREFERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DPM-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREF-IN.
       COPY DLVPREF.

       FD  PREF-NEW-IN.
       01  PREF-NEW-RECORD.
           05 DPM-NEW-SUBJECT-ID         PIC X(6).
           05 DPM-NEW-METHOD             PIC X(1).
           05 DPM-NEW-EMAIL              PIC X(50).
           05 DPM-NEW-CONSENT-DATE       PIC X(8).

       FD  PREF-OUT.
       01  PREF-OUT-RECORD.
           05 DPM-OUT-SUBJECT-ID         PIC X(6).
           05 DPM-OUT-METHOD             PIC X(1).
           05 DPM-OUT-EMAIL              PIC X(50).
           05 DPM-OUT-CONSENT-DATE       PIC X(8).
           05 DPM-OUT-UPDATED-DATE       PIC X(8).

       FD  PREF-ERROR-OUT.
       COPY DLVPERR.

       FD  UPDATE-JOURNAL-OUT.
       COPY UPDJRNL.

       WORKING-STORAGE SECTION.
       01 DPM-EOF-SWITCHES.
           05 DPM-PREF-EOF               PIC X VALUE 'N'.
           05 DPM-NEW-EOF                PIC X VALUE 'N'.

       01 DPM-FILE-STATUSES.
           05 DPM-PREF-IN-STATUS         PIC XX.
           05 DPM-NEW-STATUS             PIC XX.
           05 DPM-ERROR-STATUS           PIC XX.
           05 DPM-JRNL-STATUS            PIC XX.

       01 DPM-TODAY                      PIC X(8).

       01 DPM-TABLE-CONTROL.
           05 DPM-COUNT                  PIC 9(4) VALUE ZERO.
           05 DPM-IDX                    PIC 9(4).
           05 DPM-ADDED-COUNT            PIC 9(4) VALUE ZERO.
           05 DPM-CHANGED-COUNT          PIC 9(4) VALUE ZERO.
           05 DPM-REJECT-COUNT           PIC 9(4) VALUE ZERO.
           05 DPM-ELECTRONIC-COUNT       PIC 9(4) VALUE ZERO.

       01 DPM-PREF-TABLE.
           05 DPM-ENTRY OCCURS 1000 TIMES
                        INDEXED BY DPM-IX.
               10 DPM-SUBJECT-ID-T       PIC X(6).
               10 DPM-METHOD-T           PIC X(1).
               10 DPM-EMAIL-T            PIC X(50).
               10 DPM-CONSENT-DATE-T     PIC X(8).
               10 DPM-UPDATED-DATE-T     PIC X(8).

       01 DPM-OLD-IMAGE                  PIC X(100).

       01 DPM-NV-INVALID                 PIC X.
       01 DPM-NV-REASON                  PIC X(30).
       01 DPM-AT-SIGNS                   PIC 9(2).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO DPM-TODAY
           PERFORM LOAD-EXISTING-PREFERENCES
           OPEN EXTEND UPDATE-JOURNAL-OUT
           IF DPM-JRNL-STATUS = '35'
               OPEN OUTPUT UPDATE-JOURNAL-OUT
           END-IF
           PERFORM MERGE-NEW-PREFERENCES
           CLOSE UPDATE-JOURNAL-OUT
           PERFORM WRITE-PREFERENCE-FILE
           DISPLAY 'Preferences on file = ' DPM-COUNT
           DISPLAY 'Added               = ' DPM-ADDED-COUNT
           DISPLAY 'Changed             = ' DPM-CHANGED-COUNT
           DISPLAY 'Rejected            = ' DPM-REJECT-COUNT
           DISPLAY 'Electronic on file  = ' DPM-ELECTRONIC-COUNT
           STOP RUN.

       LOAD-EXISTING-PREFERENCES.
           OPEN INPUT PREF-IN
           IF DPM-PREF-IN-STATUS = '00'
               PERFORM UNTIL DPM-PREF-EOF = 'Y'
                   READ PREF-IN
                       AT END MOVE 'Y' TO DPM-PREF-EOF
                       NOT AT END PERFORM STORE-PREFERENCE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PREF-IN
           ELSE
               DISPLAY 'Preference file not found, starting empty: '
                       DPM-PREF-IN-STATUS
           END-IF.

       STORE-PREFERENCE-ENTRY.
           IF DPM-COUNT >= 1000
               DISPLAY 'PREFERENCE TABLE FULL AT 1000 -- '
                       'FILE NOT REWRITTEN'
               STOP RUN
           END-IF
           ADD 1 TO DPM-COUNT
           MOVE DLP-SUBJECT-ID   TO DPM-SUBJECT-ID-T(DPM-COUNT)
           MOVE DLP-METHOD       TO DPM-METHOD-T(DPM-COUNT)
           MOVE DLP-EMAIL        TO DPM-EMAIL-T(DPM-COUNT)
           MOVE DLP-CONSENT-DATE TO DPM-CONSENT-DATE-T(DPM-COUNT)
           MOVE DLP-UPDATED-DATE TO DPM-UPDATED-DATE-T(DPM-COUNT).

       MERGE-NEW-PREFERENCES.
           OPEN INPUT PREF-NEW-IN
           OPEN EXTEND PREF-ERROR-OUT
           IF DPM-ERROR-STATUS = '35'
               OPEN OUTPUT PREF-ERROR-OUT
           END-IF
           IF DPM-NEW-STATUS = '00'
               PERFORM UNTIL DPM-NEW-EOF = 'Y'
                   READ PREF-NEW-IN
                       AT END MOVE 'Y' TO DPM-NEW-EOF
                       NOT AT END
                           PERFORM VALIDATE-NEW-PREFERENCE
                           IF DPM-NV-INVALID = 'Y'
                               PERFORM WRITE-PREFERENCE-ERROR
                           ELSE
                               PERFORM MERGE-ONE-PREFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREF-NEW-IN
           ELSE
               DISPLAY 'No preference transactions on hand: '
                       DPM-NEW-STATUS
           END-IF
           CLOSE PREF-ERROR-OUT.

      *> Paper needs nothing more; electronic or both needs an
      *> address that at least looks like one and a consent date
      *> that has already happened.
       VALIDATE-NEW-PREFERENCE.
           MOVE 'N' TO DPM-NV-INVALID
           MOVE ZERO TO DPM-AT-SIGNS
           INSPECT DPM-NEW-EMAIL TALLYING DPM-AT-SIGNS FOR ALL '@'
           IF DPM-NEW-SUBJECT-ID = SPACES
               MOVE 'Y' TO DPM-NV-INVALID
               MOVE 'SUBJECT ID BLANK' TO DPM-NV-REASON
           ELSE IF DPM-NEW-METHOD NOT = 'P'
                   AND DPM-NEW-METHOD NOT = 'E'
                   AND DPM-NEW-METHOD NOT = 'B'
               MOVE 'Y' TO DPM-NV-INVALID
               MOVE 'METHOD NOT P, E OR B' TO DPM-NV-REASON
           ELSE IF DPM-NEW-METHOD NOT = 'P'
                   AND DPM-NEW-EMAIL = SPACES
               MOVE 'Y' TO DPM-NV-INVALID
               MOVE 'E-DELIVERY WITH NO E-MAIL' TO DPM-NV-REASON
           ELSE IF DPM-NEW-METHOD NOT = 'P'
                   AND DPM-AT-SIGNS NOT = 1
               MOVE 'Y' TO DPM-NV-INVALID
               MOVE 'E-MAIL ADDRESS MALFORMED' TO DPM-NV-REASON
           ELSE IF DPM-NEW-METHOD NOT = 'P'
                   AND DPM-NEW-CONSENT-DATE NOT NUMERIC
               MOVE 'Y' TO DPM-NV-INVALID
               MOVE 'E-DELIVERY WITH NO CONSENT' TO DPM-NV-REASON
           ELSE IF DPM-NEW-METHOD NOT = 'P'
                   AND DPM-NEW-CONSENT-DATE > DPM-TODAY
               MOVE 'Y' TO DPM-NV-INVALID
               MOVE 'CONSENT DATE IN THE FUTURE' TO DPM-NV-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-PREFERENCE-ERROR.
           ADD 1 TO DPM-REJECT-COUNT
           MOVE DPM-NEW-SUBJECT-ID TO DPE-SUBJECT-ID
           MOVE DPM-NV-REASON      TO DPE-REASON
           MOVE DPM-TODAY          TO DPE-REJECT-DATE
           WRITE DELIVERY-PREF-ERROR-RECORD.

       MERGE-ONE-PREFERENCE.
           SET DPM-IX TO 1
           SEARCH DPM-ENTRY
               AT END
                   PERFORM ADD-NEW-PREFERENCE
               WHEN DPM-IX > DPM-COUNT
                   PERFORM ADD-NEW-PREFERENCE
               WHEN DPM-SUBJECT-ID-T(DPM-IX) = DPM-NEW-SUBJECT-ID
                   ADD 1 TO DPM-CHANGED-COUNT
                   PERFORM BUILD-OLD-PREFERENCE-IMAGE
                   PERFORM FILL-PREFERENCE-FIELDS
                   MOVE 'U' TO UJ-ACTION
                   MOVE DPM-OLD-IMAGE TO UJ-OLD-IMAGE
                   PERFORM WRITE-PREFERENCE-JOURNAL
           END-SEARCH.

       ADD-NEW-PREFERENCE.
           IF DPM-COUNT < 1000
               ADD 1 TO DPM-COUNT
               ADD 1 TO DPM-ADDED-COUNT
               SET DPM-IX TO DPM-COUNT
               MOVE DPM-NEW-SUBJECT-ID TO DPM-SUBJECT-ID-T(DPM-IX)
               PERFORM FILL-PREFERENCE-FIELDS
               MOVE 'A' TO UJ-ACTION
               MOVE SPACES TO UJ-OLD-IMAGE
               PERFORM WRITE-PREFERENCE-JOURNAL
           ELSE
               MOVE 'Y' TO DPM-NV-INVALID
               MOVE 'PREFERENCE TABLE FULL' TO DPM-NV-REASON
               PERFORM WRITE-PREFERENCE-ERROR
           END-IF.

      *> A move back to paper keeps the address but drops the
      *> consent: a later switch to electronic must consent again.
       FILL-PREFERENCE-FIELDS.
           MOVE DPM-NEW-METHOD TO DPM-METHOD-T(DPM-IX)
           MOVE DPM-NEW-EMAIL  TO DPM-EMAIL-T(DPM-IX)
           IF DPM-NEW-METHOD = 'P'
               MOVE SPACES TO DPM-CONSENT-DATE-T(DPM-IX)
           ELSE
               MOVE DPM-NEW-CONSENT-DATE
                   TO DPM-CONSENT-DATE-T(DPM-IX)
           END-IF
           MOVE DPM-TODAY TO DPM-UPDATED-DATE-T(DPM-IX).

      *> The preference row the change is about to overwrite,
      *> rebuilt in file shape for the journal's before image.
       BUILD-OLD-PREFERENCE-IMAGE.
           MOVE SPACES TO DPM-OLD-IMAGE
           MOVE DPM-SUBJECT-ID-T(DPM-IX)   TO DPM-OLD-IMAGE(1:6)
           MOVE DPM-METHOD-T(DPM-IX)       TO DPM-OLD-IMAGE(7:1)
           MOVE DPM-EMAIL-T(DPM-IX)        TO DPM-OLD-IMAGE(8:50)
           MOVE DPM-CONSENT-DATE-T(DPM-IX) TO DPM-OLD-IMAGE(58:8)
           MOVE DPM-UPDATED-DATE-T(DPM-IX) TO DPM-OLD-IMAGE(66:8).

       WRITE-PREFERENCE-JOURNAL.
           MOVE 'DLVPREF ' TO UJ-FILE-NAME
           MOVE 'BATCH   ' TO UJ-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO UJ-TIMESTAMP
           MOVE DPM-SUBJECT-ID-T(DPM-IX) TO UJ-RECORD-KEY
           MOVE SPACES TO UJ-NEW-IMAGE
           MOVE DPM-SUBJECT-ID-T(DPM-IX)   TO UJ-NEW-IMAGE(1:6)
           MOVE DPM-METHOD-T(DPM-IX)       TO UJ-NEW-IMAGE(7:1)
           MOVE DPM-EMAIL-T(DPM-IX)        TO UJ-NEW-IMAGE(8:50)
           MOVE DPM-CONSENT-DATE-T(DPM-IX) TO UJ-NEW-IMAGE(58:8)
           MOVE DPM-UPDATED-DATE-T(DPM-IX) TO UJ-NEW-IMAGE(66:8)
           WRITE UPDATE-JOURNAL-RECORD.

       WRITE-PREFERENCE-FILE.
           OPEN OUTPUT PREF-OUT
           PERFORM VARYING DPM-IDX FROM 1 BY 1
                   UNTIL DPM-IDX > DPM-COUNT
               MOVE DPM-SUBJECT-ID-T(DPM-IDX)   TO DPM-OUT-SUBJECT-ID
               MOVE DPM-METHOD-T(DPM-IDX)       TO DPM-OUT-METHOD
               MOVE DPM-EMAIL-T(DPM-IDX)        TO DPM-OUT-EMAIL
               MOVE DPM-CONSENT-DATE-T(DPM-IDX)
                   TO DPM-OUT-CONSENT-DATE
               MOVE DPM-UPDATED-DATE-T(DPM-IDX)
                   TO DPM-OUT-UPDATED-DATE
               IF DPM-METHOD-T(DPM-IDX) NOT = 'P'
                   ADD 1 TO DPM-ELECTRONIC-COUNT
               END-IF
               WRITE PREF-OUT-RECORD
           END-PERFORM
           CLOSE PREF-OUT.
