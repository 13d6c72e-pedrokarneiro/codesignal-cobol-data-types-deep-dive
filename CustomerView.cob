      *> data both masters hold, and anything sitting for those
      *> accounts in the maintenance error file -- plus an orphan
      *> section listing accounts with no customer link at all,
      *> which is where the data quality problems hide. The
      *> customer's open complaint cases (CUSTCASE.cpy) are listed
      *> after the error section so a caller's history is in front
      *> of whoever is talking to them.
      *>
      *> The customer master is the indexed VSAM KSDS NamesDemo.cob
      *> maintains, read with a full sequential pass.
           SELECT ACCOUNT-ERROR-IN ASSIGN TO "data/ACCTERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CVW-ERR-STATUS.
           SELECT CASE-FILE-IN ASSIGN TO "data/CUSTCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CVW-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-ERROR-IN.
       COPY ACCTERR.

       FD  CASE-FILE-IN.
       COPY CUSTCASE.

       WORKING-STORAGE SECTION.
       01 CVW-EOF-SWITCHES.
           05 CVW-CUST-EOF               PIC X VALUE 'N'.
           05 CVW-ACCT-EOF               PIC X VALUE 'N'.
           05 CVW-LINK-EOF               PIC X VALUE 'N'.
           05 CVW-ERR-EOF                PIC X VALUE 'N'.
           05 CVW-CASE-EOF               PIC X VALUE 'N'.

       01 CVW-FILE-STATUSES.
           05 CVW-CUST-STATUS            PIC XX.
           05 CVW-ACCT-STATUS            PIC XX.
           05 CVW-LINK-STATUS            PIC XX.
           05 CVW-ERR-STATUS             PIC XX.
           05 CVW-CASE-STATUS            PIC XX.

       01 CVW-INQUIRY-CUST-ID            PIC X(6).
       01 CVW-CUST-FOUND                 PIC X VALUE 'N'.
       01 CVW-COUNTS.
           05 CVW-LINKED-SHOWN           PIC 9(4) VALUE ZERO.
           05 CVW-ERR-SHOWN              PIC 9(4) VALUE ZERO.
           05 CVW-CASE-SHOWN             PIC 9(4) VALUE ZERO.
           05 CVW-ORPHAN-COUNT           PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
               PERFORM SHOW-CUSTOMER-RECORD
               PERFORM SHOW-LINKED-ACCOUNTS
               PERFORM SHOW-PENDING-ERRORS
               PERFORM SHOW-OPEN-CASES
           END-IF
           PERFORM SHOW-ORPHAN-ACCOUNTS
           STOP RUN.
               END-IF
           END-PERFORM.

      *> Complaint cases still open for the customer; the control
      *> record's key is never a customer's.
       SHOW-OPEN-CASES.
           DISPLAY ' '
           DISPLAY 'OPEN COMPLAINT CASES'
           OPEN INPUT CASE-FILE-IN
           IF CVW-CASE-STATUS = '00'
               PERFORM UNTIL CVW-CASE-EOF = 'Y'
                   READ CASE-FILE-IN
                       AT END MOVE 'Y' TO CVW-CASE-EOF
                       NOT AT END PERFORM SHOW-ONE-CASE-IF-OPEN
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE-IN
           END-IF
           IF CVW-CASE-SHOWN = ZERO
               DISPLAY '  (none)'
           END-IF.

       SHOW-ONE-CASE-IF-OPEN.
           IF CS-CASE-NO NOT = '00000000'
               AND CS-CUST-ID = CVW-INQUIRY-CUST-ID
               AND CS-STATUS = 'O'
               ADD 1 TO CVW-CASE-SHOWN
               DISPLAY '  ' CS-CASE-NO
                       ' ' CS-CATEGORY
                       ' OPENED=' CS-OPENED-DATE
                       ' LOAN=' CS-LOAN-ACCT-ID
                       ' ' CS-SUMMARY
           END-IF.

       SHOW-ORPHAN-ACCOUNTS.
           DISPLAY ' '
           DISPLAY 'ORPHAN ACCOUNTS (NO CUSTOMER LINK)'
