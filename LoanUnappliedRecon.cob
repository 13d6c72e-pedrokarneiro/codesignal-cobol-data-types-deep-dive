       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanUnappliedRecon.
      *> Daily unapplied-funds reconciliation. Money the payment
      *> posting job holds without posting -- short payments on the
      *> LNUNAPP.cpy sub-ledger and unknown-account payments in the
      *> LNUNID.cpy unidentified-cash queue -- sits in one GL
      *> suspense account. This lists every held account and every
      *> open unidentified item with how long it has sat, totals the
      *> two, and proves the total against that account's balance
      *> on GLACCT.DAT once the day's LNUNAPP feed has posted. A
      *> difference prints loud so it is chased the same day, not
      *> found at month end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAPPLIED-IN ASSIGN TO "data/LNUNAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LUR-UA-STATUS.
           SELECT UNIDENT-IN ASSIGN TO "data/LNUNID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LUR-UI-STATUS.
           SELECT GL-ACCOUNT-IN ASSIGN TO "data/GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LUR-GLACCT-STATUS.
           SELECT RECON-REPORT-OUT
               ASSIGN TO "data/LOAN-UNAPPLIED-RECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-IN.
       COPY LNUNAPP.

       FD  UNIDENT-IN.
       COPY LNUNID.

       FD  GL-ACCOUNT-IN.
       COPY GLACCT.

       FD  RECON-REPORT-OUT.
       01  RECON-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 LUR-EOF-SWITCHES.
           05 LUR-UA-EOF                PIC X VALUE 'N'.
           05 LUR-UI-EOF                PIC X VALUE 'N'.
           05 LUR-GLACCT-EOF            PIC X VALUE 'N'.

       01 LUR-FILE-STATUSES.
           05 LUR-UA-STATUS             PIC XX.
           05 LUR-UI-STATUS             PIC XX.
           05 LUR-GLACCT-STATUS         PIC XX.

       01 LUR-TODAY                     PIC X(8).
       01 LUR-TODAY-9 REDEFINES LUR-TODAY
                                        PIC 9(8).
       01 LUR-TODAY-INT                 PIC 9(8).
       01 LUR-HELD-DATE                 PIC X(8).
       01 LUR-HELD-DATE-9 REDEFINES LUR-HELD-DATE
                                        PIC 9(8).
       01 LUR-DAYS-HELD                 PIC 9(5).

      *> The suspense account both holdings post through -- the
      *> same account the posting job's feed names.
       01 LUR-GL-UNAPP-ACCT             PIC X(6) VALUE 'ACCT64'.
       01 LUR-GL-FOUND                  PIC X VALUE 'N'.

       01 LUR-TOTALS.
           05 LUR-HELD-COUNT            PIC 9(5) VALUE ZERO.
           05 LUR-UNID-COUNT            PIC 9(5) VALUE ZERO.
           05 LUR-HELD-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05 LUR-UNID-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05 LUR-LEDGER-TOTAL          PIC 9(9)V99 VALUE ZERO.
           05 LUR-GL-BALANCE            PIC S9(9)V99 VALUE ZERO.
           05 LUR-DIFFERENCE            PIC S9(9)V99 VALUE ZERO.

       01 LUR-EDIT-FIELDS.
           05 LUR-EDIT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05 LUR-EDIT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99-.
           05 LUR-EDIT-DAYS             PIC ZZZZ9.
           05 LUR-EDIT-COUNT            PIC ZZ,ZZ9.

       01 LUR-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LUR-TODAY
           COMPUTE LUR-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(LUR-TODAY-9)
           PERFORM FIND-SUSPENSE-BALANCE
           OPEN OUTPUT RECON-REPORT-OUT
           MOVE SPACES TO LUR-LINE-WORK
           STRING 'UNAPPLIED FUNDS RECONCILIATION - ' DELIMITED BY SIZE
                  LUR-TODAY DELIMITED BY SIZE
                  '   GL SUSPENSE ACCOUNT ' DELIMITED BY SIZE
                  LUR-GL-UNAPP-ACCT DELIMITED BY SIZE
               INTO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE 'HELD UNAPPLIED (SHORT OF INSTALLMENT)'
               TO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           STRING '  ACCOUNT        HELD AMOUNT  FIRST HELD'
                      DELIMITED BY SIZE
                  '  LAST ACTIVITY  DAYS HELD' DELIMITED BY SIZE
               INTO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM LIST-UNAPPLIED-LEDGER
           PERFORM WRITE-BLANK-LINE
           MOVE 'OPEN UNIDENTIFIED CASH (AWAITING ASSIGNMENT)'
               TO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           STRING '  ITEM    RECEIVED  KEYED ACCT  CHANNEL'
                      DELIMITED BY SIZE
                  '         AMOUNT  DAYS OPEN' DELIMITED BY SIZE
               INTO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM LIST-UNIDENT-QUEUE
           PERFORM WRITE-BLANK-LINE
           PERFORM WRITE-RECON-TOTALS
           CLOSE RECON-REPORT-OUT
           DISPLAY 'Accounts held       = ' LUR-HELD-COUNT
           DISPLAY 'Unidentified open   = ' LUR-UNID-COUNT
           DISPLAY 'Sub-ledger total    = ' LUR-LEDGER-TOTAL
           DISPLAY 'GL suspense balance = ' LUR-GL-BALANCE
           IF LUR-DIFFERENCE NOT = ZERO
               DISPLAY 'UNAPPLIED FUNDS OUT OF BALANCE BY '
                       LUR-DIFFERENCE
           END-IF
           STOP RUN.

       FIND-SUSPENSE-BALANCE.
           OPEN INPUT GL-ACCOUNT-IN
           IF LUR-GLACCT-STATUS = '00'
               PERFORM UNTIL LUR-GLACCT-EOF = 'Y'
                   READ GL-ACCOUNT-IN
                       AT END MOVE 'Y' TO LUR-GLACCT-EOF
                       NOT AT END
                           IF GL-ACCT-ID = LUR-GL-UNAPP-ACCT
                               MOVE GL-ACCT-BALANCE
                                   TO LUR-GL-BALANCE
                               MOVE 'Y' TO LUR-GL-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-IN
           ELSE
               DISPLAY 'GL balance file not found: '
                       LUR-GLACCT-STATUS
           END-IF.

       LIST-UNAPPLIED-LEDGER.
           OPEN INPUT UNAPPLIED-IN
           IF LUR-UA-STATUS = '00'
               PERFORM UNTIL LUR-UA-EOF = 'Y'
                   READ UNAPPLIED-IN
                       AT END MOVE 'Y' TO LUR-UA-EOF
                       NOT AT END PERFORM LIST-ONE-HELD-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE UNAPPLIED-IN
           END-IF
           IF LUR-HELD-COUNT = ZERO
               MOVE '  (NONE)' TO LUR-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-ONE-HELD-ACCOUNT.
           ADD 1 TO LUR-HELD-COUNT
           ADD LUA-BALANCE TO LUR-HELD-TOTAL
           MOVE LUA-FIRST-HELD-DATE TO LUR-HELD-DATE
           PERFORM COMPUTE-DAYS-HELD
           MOVE LUA-BALANCE TO LUR-EDIT-AMOUNT
           MOVE LUR-DAYS-HELD TO LUR-EDIT-DAYS
           MOVE SPACES TO LUR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  LUA-ACCT-ID DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  LUR-EDIT-AMOUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LUA-FIRST-HELD-DATE DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  LUA-LAST-ACTIVITY-DATE DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  LUR-EDIT-DAYS DELIMITED BY SIZE
               INTO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

      *> Assigned items stay on the queue as history; only the
      *> open ones are still money in suspense.
       LIST-UNIDENT-QUEUE.
           OPEN INPUT UNIDENT-IN
           IF LUR-UI-STATUS = '00'
               PERFORM UNTIL LUR-UI-EOF = 'Y'
                   READ UNIDENT-IN
                       AT END MOVE 'Y' TO LUR-UI-EOF
                       NOT AT END
                           IF LUI-STATUS = 'O'
                               PERFORM LIST-ONE-UNIDENT-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNIDENT-IN
           END-IF
           IF LUR-UNID-COUNT = ZERO
               MOVE '  (NONE)' TO LUR-LINE-WORK
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-ONE-UNIDENT-ITEM.
           ADD 1 TO LUR-UNID-COUNT
           ADD LUI-AMOUNT TO LUR-UNID-TOTAL
           MOVE LUI-RECEIVED-DATE TO LUR-HELD-DATE
           PERFORM COMPUTE-DAYS-HELD
           MOVE LUI-AMOUNT TO LUR-EDIT-AMOUNT
           MOVE LUR-DAYS-HELD TO LUR-EDIT-DAYS
           MOVE SPACES TO LUR-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  LUI-ITEM-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LUI-RECEIVED-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LUI-KEYED-ACCT-ID DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  LUI-CHANNEL DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  LUR-EDIT-AMOUNT DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  LUR-EDIT-DAYS DELIMITED BY SIZE
               INTO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE.

       COMPUTE-DAYS-HELD.
           MOVE ZERO TO LUR-DAYS-HELD
           IF LUR-HELD-DATE-9 NUMERIC
               AND LUR-HELD-DATE-9 > ZERO
               AND LUR-HELD-DATE <= LUR-TODAY
               COMPUTE LUR-DAYS-HELD = LUR-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(LUR-HELD-DATE-9)
           END-IF.

       WRITE-RECON-TOTALS.
           COMPUTE LUR-LEDGER-TOTAL = LUR-HELD-TOTAL + LUR-UNID-TOTAL
           COMPUTE LUR-DIFFERENCE = LUR-LEDGER-TOTAL - LUR-GL-BALANCE
           MOVE LUR-HELD-COUNT TO LUR-EDIT-COUNT
           MOVE LUR-HELD-TOTAL TO LUR-EDIT-TOTAL
           MOVE SPACES TO LUR-LINE-WORK
           STRING 'HELD UNAPPLIED      ' DELIMITED BY SIZE
                  LUR-EDIT-COUNT DELIMITED BY SIZE
                  ' ACCOUNTS  ' DELIMITED BY SIZE
                  LUR-EDIT-TOTAL DELIMITED BY SIZE
               INTO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LUR-UNID-COUNT TO LUR-EDIT-COUNT
           MOVE LUR-UNID-TOTAL TO LUR-EDIT-TOTAL
           MOVE SPACES TO LUR-LINE-WORK
           STRING 'OPEN UNIDENTIFIED   ' DELIMITED BY SIZE
                  LUR-EDIT-COUNT DELIMITED BY SIZE
                  ' ITEMS     ' DELIMITED BY SIZE
                  LUR-EDIT-TOTAL DELIMITED BY SIZE
               INTO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LUR-LEDGER-TOTAL TO LUR-EDIT-TOTAL
           MOVE SPACES TO LUR-LINE-WORK
           STRING 'SUB-LEDGER TOTAL                     ' DELIMITED
                  BY SIZE
                  LUR-EDIT-TOTAL DELIMITED BY SIZE
               INTO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LUR-GL-BALANCE TO LUR-EDIT-TOTAL
           MOVE SPACES TO LUR-LINE-WORK
           STRING 'GL SUSPENSE BALANCE                  ' DELIMITED
                  BY SIZE
                  LUR-EDIT-TOTAL DELIMITED BY SIZE
               INTO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE LUR-DIFFERENCE TO LUR-EDIT-TOTAL
           MOVE SPACES TO LUR-LINE-WORK
           STRING 'DIFFERENCE                           ' DELIMITED
                  BY SIZE
                  LUR-EDIT-TOTAL DELIMITED BY SIZE
               INTO LUR-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-BLANK-LINE
           IF LUR-GL-FOUND = 'N'
               MOVE '** SUSPENSE ACCOUNT NOT ON GL BALANCE FILE **'
                   TO LUR-LINE-WORK
           ELSE
               IF LUR-DIFFERENCE = ZERO
                   MOVE 'UNAPPLIED FUNDS IN BALANCE WITH THE GL'
                       TO LUR-LINE-WORK
               ELSE
                   STRING '** UNAPPLIED FUNDS OUT OF BALANCE'
                              DELIMITED BY SIZE
                          ' WITH THE GL -- INVESTIGATE TODAY **'
                              DELIMITED BY SIZE
                       INTO LUR-LINE-WORK
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE LUR-LINE-WORK TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO LUR-LINE-WORK.

       WRITE-BLANK-LINE.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.
