       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanInsuranceMaint.
      *> Hazard-insurance policy maintenance. Merges the day's
      *> add/update entries -- keyed from the carrier's
      *> declarations page or renewal notice -- into the policy
      *> file (LNINS.cpy) by loan account, in the
      *> CustomerContactMaint merge style: an account not yet on
      *> file is added, one already there has its policy replaced.
      *> A new policy is the borrower's own cover, so it clears a
      *> force-placement and, with a new expiry date, the letters
      *> already sent for the old one. Rejects (account not on the
      *> loan master, no carrier or policy number, no coverage, a
      *> bad or already-past expiry date) go to a dated error file.
      *> Every applied change is journalled to the shared update
      *> journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSURANCE-IN ASSIGN TO "data/LNINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIM-INS-IN-STATUS.
           SELECT INSURANCE-NEW-IN ASSIGN TO "data/LNINS-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIM-NEW-STATUS.
           SELECT INSURANCE-OUT ASSIGN TO "data/LNINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-ACCOUNT-IN ASSIGN TO "data/LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIM-ACCT-STATUS.
           SELECT UPDATE-JOURNAL-OUT ASSIGN TO "data/UPDJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIM-JRNL-STATUS.
           SELECT INSURANCE-ERROR-OUT ASSIGN TO "data/LNINSERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIM-ERROR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSURANCE-IN.
       COPY LNINS.

       FD  INSURANCE-NEW-IN.
       01  INSURANCE-NEW-RECORD.
           05 LIM-NEW-ACCT-ID            PIC X(6).
           05 LIM-NEW-CARRIER            PIC X(20).
           05 LIM-NEW-POLICY-NO          PIC X(15).
           05 LIM-NEW-COVERAGE           PIC 9(9)V99.
           05 LIM-NEW-EXPIRY-DATE        PIC X(8).
           05 LIM-NEW-EXPIRY-9 REDEFINES LIM-NEW-EXPIRY-DATE
                                         PIC 9(8).

       FD  INSURANCE-OUT.
       01  INSURANCE-OUT-RECORD          PIC X(94).

       FD  LOAN-ACCOUNT-IN.
       COPY LOANACCT.

       FD  INSURANCE-ERROR-OUT.
       01  INSURANCE-ERROR-RECORD.
           05 LIE-ACCT-ID                PIC X(6).
           05 LIE-REASON                 PIC X(30).
           05 LIE-REJECT-DATE            PIC X(8).

       FD  UPDATE-JOURNAL-OUT.
       COPY UPDJRNL.

       WORKING-STORAGE SECTION.
       01 LIM-EOF-SWITCHES.
           05 LIM-INS-EOF                PIC X VALUE 'N'.
           05 LIM-NEW-EOF                PIC X VALUE 'N'.
           05 LIM-ACCT-EOF               PIC X VALUE 'N'.

       01 LIM-FILE-STATUSES.
           05 LIM-INS-IN-STATUS          PIC XX.
           05 LIM-NEW-STATUS             PIC XX.
           05 LIM-ACCT-STATUS            PIC XX.
           05 LIM-ERROR-STATUS           PIC XX.
           05 LIM-JRNL-STATUS            PIC XX.

       01 LIM-TODAY                      PIC X(8).

       01 LIM-TABLE-CONTROL.
           05 LIM-COUNT                  PIC 9(4) VALUE ZERO.
           05 LIM-IDX                    PIC 9(4).
           05 LIM-ADDED-COUNT            PIC 9(4) VALUE ZERO.
           05 LIM-UPDATED-COUNT          PIC 9(4) VALUE ZERO.
           05 LIM-REJECT-COUNT           PIC 9(4) VALUE ZERO.

       01 LIM-INS-TABLE.
           05 LIM-INS-ENTRY OCCURS 2000 TIMES
                            INDEXED BY LIM-IX.
               10 LIM-INS-REC-T          PIC X(94).

      *> Loan accounts on the master, for the add/update edit.
       01 LIM-ACCT-CONTROL.
           05 LIM-ACCT-COUNT             PIC 9(4) VALUE ZERO.

       01 LIM-ACCT-TABLE.
           05 LIM-ACCT-ENTRY OCCURS 1000 TIMES
                             INDEXED BY LIM-ACCT-IX.
               10 LIM-ACCT-ID-T          PIC X(6).

       01 LIM-OLD-IMAGE                  PIC X(100).
       01 LIM-NV-INVALID                 PIC X.
       01 LIM-NV-REASON                  PIC X(30).
       01 LIM-ACCT-FOUND                 PIC X.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LIM-TODAY
           PERFORM LOAD-LOAN-ACCOUNTS
           PERFORM LOAD-EXISTING-POLICIES
           OPEN EXTEND UPDATE-JOURNAL-OUT
           IF LIM-JRNL-STATUS = '35'
               OPEN OUTPUT UPDATE-JOURNAL-OUT
           END-IF
           PERFORM MERGE-NEW-POLICIES
           CLOSE UPDATE-JOURNAL-OUT
           PERFORM WRITE-POLICY-FILE
           DISPLAY 'Policies on file = ' LIM-COUNT
           DISPLAY 'Added            = ' LIM-ADDED-COUNT
           DISPLAY 'Updated          = ' LIM-UPDATED-COUNT
           DISPLAY 'Rejected         = ' LIM-REJECT-COUNT
           STOP RUN.

       LOAD-LOAN-ACCOUNTS.
           OPEN INPUT LOAN-ACCOUNT-IN
           IF LIM-ACCT-STATUS NOT = '00'
               DISPLAY 'LOAN MASTER NOT FOUND: ' LIM-ACCT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL LIM-ACCT-EOF = 'Y'
               READ LOAN-ACCOUNT-IN
                   AT END MOVE 'Y' TO LIM-ACCT-EOF
                   NOT AT END
                       IF LIM-ACCT-COUNT >= 1000
                           DISPLAY 'LOAN ACCOUNT TABLE FULL -- '
                                   'RUN STOPPED'
                           STOP RUN
                       END-IF
                       ADD 1 TO LIM-ACCT-COUNT
                       MOVE LOAN-ACCT-ID
                           TO LIM-ACCT-ID-T(LIM-ACCT-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOAN-ACCOUNT-IN.

       LOAD-EXISTING-POLICIES.
           OPEN INPUT INSURANCE-IN
           IF LIM-INS-IN-STATUS = '00'
               PERFORM UNTIL LIM-INS-EOF = 'Y'
                   READ INSURANCE-IN
                       AT END MOVE 'Y' TO LIM-INS-EOF
                       NOT AT END
                           IF LIM-COUNT >= 2000
                               DISPLAY 'POLICY TABLE FULL -- '
                                       'RUN STOPPED'
                               STOP RUN
                           END-IF
                           ADD 1 TO LIM-COUNT
                           MOVE LOAN-INSURANCE-RECORD
                               TO LIM-INS-REC-T(LIM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE INSURANCE-IN
           ELSE
               DISPLAY 'Policy file not found, starting empty: '
                       LIM-INS-IN-STATUS
           END-IF.

       MERGE-NEW-POLICIES.
           OPEN INPUT INSURANCE-NEW-IN
           OPEN EXTEND INSURANCE-ERROR-OUT
           IF LIM-ERROR-STATUS = '35'
               OPEN OUTPUT INSURANCE-ERROR-OUT
           END-IF
           IF LIM-NEW-STATUS = '00'
               PERFORM UNTIL LIM-NEW-EOF = 'Y'
                   READ INSURANCE-NEW-IN
                       AT END MOVE 'Y' TO LIM-NEW-EOF
                       NOT AT END
                           PERFORM VALIDATE-NEW-POLICY
                           IF LIM-NV-INVALID = 'Y'
                               PERFORM WRITE-POLICY-ERROR
                           ELSE
                               PERFORM MERGE-ONE-POLICY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSURANCE-NEW-IN
           ELSE
               DISPLAY 'No policy transactions on hand: '
                       LIM-NEW-STATUS
           END-IF
           CLOSE INSURANCE-ERROR-OUT.

       VALIDATE-NEW-POLICY.
           MOVE 'N' TO LIM-NV-INVALID
           MOVE 'N' TO LIM-ACCT-FOUND
           SET LIM-ACCT-IX TO 1
           SEARCH LIM-ACCT-ENTRY
               AT END
                   CONTINUE
               WHEN LIM-ACCT-IX > LIM-ACCT-COUNT
                   CONTINUE
               WHEN LIM-ACCT-ID-T(LIM-ACCT-IX) = LIM-NEW-ACCT-ID
                   MOVE 'Y' TO LIM-ACCT-FOUND
           END-SEARCH
           IF LIM-ACCT-FOUND = 'N'
               MOVE 'Y' TO LIM-NV-INVALID
               MOVE 'ACCOUNT NOT ON LOAN MASTER' TO LIM-NV-REASON
           ELSE IF LIM-NEW-CARRIER = SPACES
               MOVE 'Y' TO LIM-NV-INVALID
               MOVE 'CARRIER BLANK' TO LIM-NV-REASON
           ELSE IF LIM-NEW-POLICY-NO = SPACES
               MOVE 'Y' TO LIM-NV-INVALID
               MOVE 'POLICY NUMBER BLANK' TO LIM-NV-REASON
           ELSE IF LIM-NEW-COVERAGE NOT NUMERIC
                   OR LIM-NEW-COVERAGE = ZERO
               MOVE 'Y' TO LIM-NV-INVALID
               MOVE 'COVERAGE AMOUNT MISSING' TO LIM-NV-REASON
           ELSE IF LIM-NEW-EXPIRY-9 NOT NUMERIC
               MOVE 'Y' TO LIM-NV-INVALID
               MOVE 'EXPIRY DATE NOT NUMERIC' TO LIM-NV-REASON
           ELSE IF LIM-NEW-EXPIRY-DATE <= LIM-TODAY
               MOVE 'Y' TO LIM-NV-INVALID
               MOVE 'POLICY ALREADY EXPIRED' TO LIM-NV-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-POLICY-ERROR.
           ADD 1 TO LIM-REJECT-COUNT
           MOVE LIM-NEW-ACCT-ID TO LIE-ACCT-ID
           MOVE LIM-NV-REASON   TO LIE-REASON
           MOVE LIM-TODAY       TO LIE-REJECT-DATE
           WRITE INSURANCE-ERROR-RECORD.

       MERGE-ONE-POLICY.
           SET LIM-IX TO 1
           SEARCH LIM-INS-ENTRY
               AT END
                   PERFORM ADD-ONE-POLICY
               WHEN LIM-IX > LIM-COUNT
                   PERFORM ADD-ONE-POLICY
               WHEN LIM-INS-REC-T(LIM-IX)(1:6) = LIM-NEW-ACCT-ID
                   MOVE LIM-INS-REC-T(LIM-IX) TO LIM-OLD-IMAGE
                   MOVE LIM-INS-REC-T(LIM-IX) TO LOAN-INSURANCE-RECORD
                   PERFORM FILL-POLICY-FIELDS-NEW
                   MOVE LOAN-INSURANCE-RECORD TO LIM-INS-REC-T(LIM-IX)
                   ADD 1 TO LIM-UPDATED-COUNT
                   MOVE 'U' TO UJ-ACTION
                   MOVE LIM-OLD-IMAGE TO UJ-OLD-IMAGE
                   PERFORM WRITE-POLICY-JOURNAL
           END-SEARCH.

       ADD-ONE-POLICY.
           IF LIM-COUNT >= 2000
               DISPLAY 'POLICY TABLE FULL -- RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO LIM-COUNT
           MOVE SPACES TO LOAN-INSURANCE-RECORD
           MOVE LIM-NEW-ACCT-ID TO LNI-ACCT-ID
           MOVE ZERO TO LNI-FORCE-PREMIUM
           PERFORM FILL-POLICY-FIELDS-NEW
           MOVE LOAN-INSURANCE-RECORD TO LIM-INS-REC-T(LIM-COUNT)
           SET LIM-IX TO LIM-COUNT
           ADD 1 TO LIM-ADDED-COUNT
           MOVE 'A' TO UJ-ACTION
           MOVE SPACES TO UJ-OLD-IMAGE
           PERFORM WRITE-POLICY-JOURNAL.

      *> The borrower's own policy: active again, and the letter
      *> dates cleared when the expiry moved. The force-placement
      *> date and premium stay as history of the last lapse.
       FILL-POLICY-FIELDS-NEW.
           IF LIM-NEW-EXPIRY-DATE NOT = LNI-EXPIRY-DATE
               MOVE SPACES TO LNI-REMINDER-DATE
               MOVE SPACES TO LNI-NOTICE-DATE
           END-IF
           MOVE LIM-NEW-CARRIER     TO LNI-CARRIER
           MOVE LIM-NEW-POLICY-NO   TO LNI-POLICY-NO
           MOVE LIM-NEW-COVERAGE    TO LNI-COVERAGE
           MOVE LIM-NEW-EXPIRY-DATE TO LNI-EXPIRY-DATE
           MOVE 'A'                 TO LNI-STATUS.

       WRITE-POLICY-JOURNAL.
           MOVE 'LNINS   ' TO UJ-FILE-NAME
           MOVE 'BATCH   ' TO UJ-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO UJ-TIMESTAMP
           MOVE LIM-INS-REC-T(LIM-IX)(1:6) TO UJ-RECORD-KEY
           MOVE LIM-INS-REC-T(LIM-IX) TO UJ-NEW-IMAGE
           WRITE UPDATE-JOURNAL-RECORD.

       WRITE-POLICY-FILE.
           OPEN OUTPUT INSURANCE-OUT
           PERFORM VARYING LIM-IDX FROM 1 BY 1
                   UNTIL LIM-IDX > LIM-COUNT
               MOVE LIM-INS-REC-T(LIM-IDX) TO INSURANCE-OUT-RECORD
               WRITE INSURANCE-OUT-RECORD
           END-PERFORM
           CLOSE INSURANCE-OUT.
