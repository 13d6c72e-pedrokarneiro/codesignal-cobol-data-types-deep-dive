       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoreDepositRecon.
      *> Daily store cash-deposit reconciliation. The close-out
      *> import proves each drawer's counted cash against the
      *> register tape; this proves the counted cash reached the
      *> bank. Every store day on the deposit register (STDEPOS.DAT,
      *> the store's counted cash for the day) is ticked off against
      *> the bank statement's deposit lines by the deposit slip
      *> reference -- DEP + store + business date -- and the amount
      *> the bank credited is compared with the amount counted. A
      *> store day not yet on the statement is in transit until the
      *> configured number of banking days (the shared BankingDay
      *> routine, so weekends and bank holidays do not count) has
      *> passed, and missing after that: a missing deposit is how
      *> cash taken between the drawer and the bank shows up. A
      *> deposit line the register cannot place is reported as
      *> unidentified. The register is rewritten with what matched.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDR-RUNPARM-STATUS.
           SELECT DEPOSIT-REGISTER-IN ASSIGN TO "data/STDEPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDR-REG-IN-STATUS.
           SELECT DEPOSIT-REGISTER-OUT ASSIGN TO "data/STDEPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDR-REG-OUT-STATUS.
           SELECT BANK-STATEMENT-IN ASSIGN TO "data/BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SDR-STMT-STATUS.
           SELECT DEPOSIT-REPORT-OUT
               ASSIGN TO "data/STORE-DEPOSIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  DEPOSIT-REGISTER-IN.
       COPY STDEPOS.

       FD  DEPOSIT-REGISTER-OUT.
       01  DEPOSIT-REGISTER-OUT-RECORD.
           05 SDO-STORE-CODE             PIC X(3).
           05 SDO-BUSINESS-DATE          PIC X(8).
           05 SDO-COUNTED-CASH           PIC 9(8)V99.
           05 SDO-STATUS                 PIC X(1).
           05 SDO-BANK-DATE              PIC X(8).
           05 SDO-BANK-AMOUNT            PIC S9(9)V99
                                          SIGN IS TRAILING SEPARATE.

       FD  BANK-STATEMENT-IN.
       COPY BANKSTMT.

       FD  DEPOSIT-REPORT-OUT.
       01  DEPOSIT-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 SDR-EOF-SWITCHES.
           05 SDR-RUNPARM-EOF           PIC X VALUE 'N'.
           05 SDR-REG-EOF               PIC X VALUE 'N'.
           05 SDR-STMT-EOF              PIC X VALUE 'N'.

       01 SDR-FILE-STATUSES.
           05 SDR-RUNPARM-STATUS        PIC XX.
           05 SDR-REG-IN-STATUS         PIC XX.
           05 SDR-REG-OUT-STATUS        PIC XX.
           05 SDR-STMT-STATUS           PIC XX.

       01 SDR-TODAY                     PIC X(8).

      *> Tunables: banking days a store has to get the day's cash
      *> to the bank before it counts as missing, and how long a
      *> matched store day stays on the register after the bank
      *> credited it.
       01 SDR-PARM-FIELDS.
           05 SDR-DEPOSIT-DAYS          PIC 9(2) VALUE 2.
           05 SDR-KEEP-DAYS             PIC 9(3) VALUE 120.
           05 SDR-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> The register, one row per store day.
       01 SDR-REG-CONTROL.
           05 SDR-REG-COUNT             PIC 9(4) VALUE ZERO.
           05 SDR-REG-IDX               PIC 9(4).
           05 SDR-REG-MATCH-IX          PIC 9(4).

       01 SDR-REG-TABLE.
           05 SDR-REG-ENTRY OCCURS 3000 TIMES
                            INDEXED BY SDR-REG-IX.
               10 SDR-RG-STORE-T        PIC X(3).
               10 SDR-RG-DATE-T         PIC X(8).
               10 SDR-RG-COUNTED-T      PIC 9(8)V99.
               10 SDR-RG-STATUS-T       PIC X(1).
               10 SDR-RG-BANK-DATE-T    PIC X(8).
               10 SDR-RG-BANK-AMT-T     PIC S9(9)V99.

      *> The deposit slip reference as the bank echoes it.
       01 SDR-SLIP-REFERENCE.
           05 SDR-SLIP-PREFIX           PIC X(3).
           05 SDR-SLIP-STORE            PIC X(3).
           05 SDR-SLIP-DATE             PIC X(8).
           05 SDR-SLIP-FILLER           PIC X(1).

       01 SDR-DATE-FIELDS.
           05 SDR-DUE-DATE              PIC X(8).
           05 SDR-NEXT-DATE             PIC X(8).
           05 SDR-WORK-DATE             PIC 9(8).
           05 SDR-WORK-DATE-X REDEFINES SDR-WORK-DATE
                                        PIC X(8).
           05 SDR-WORK-INT              PIC 9(8).
           05 SDR-TODAY-INT             PIC 9(8).
           05 SDR-DAY-STEP              PIC 9(2).
           05 SDR-BD-DIRECTION          PIC X(1) VALUE 'F'.

       01 SDR-COUNTS.
           05 SDR-STMT-COUNT            PIC 9(6) VALUE ZERO.
           05 SDR-DEPOSIT-LINES         PIC 9(6) VALUE ZERO.
           05 SDR-ALREADY-COUNT         PIC 9(6) VALUE ZERO.
           05 SDR-MATCHED-COUNT         PIC 9(6) VALUE ZERO.
           05 SDR-DIFF-COUNT            PIC 9(6) VALUE ZERO.
           05 SDR-UNIDENT-COUNT         PIC 9(6) VALUE ZERO.
           05 SDR-TRANSIT-COUNT         PIC 9(6) VALUE ZERO.
           05 SDR-MISSING-COUNT         PIC 9(6) VALUE ZERO.
           05 SDR-DROPPED-COUNT         PIC 9(6) VALUE ZERO.
           05 SDR-REIMPORT-COUNT        PIC 9(6) VALUE ZERO.

       01 SDR-TOTALS.
           05 SDR-DIFF-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05 SDR-UNIDENT-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05 SDR-TRANSIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05 SDR-MISSING-TOTAL         PIC S9(11)V99 VALUE ZERO.

       01 SDR-CALC-FIELDS.
           05 SDR-DIFFERENCE            PIC S9(9)V99.

       01 SDR-EDIT-FIELDS.
           05 SDR-EDIT-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
           05 SDR-EDIT-AMOUNT2          PIC -ZZZ,ZZZ,ZZ9.99.
           05 SDR-EDIT-AMOUNT3          PIC -ZZZ,ZZZ,ZZ9.99.
           05 SDR-EDIT-COUNT            PIC ZZZ,ZZ9.

       01 SDR-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO SDR-TODAY
           COMPUTE SDR-TODAY-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(SDR-TODAY))
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-DEPOSIT-REGISTER
           OPEN OUTPUT DEPOSIT-REPORT-OUT
           PERFORM WRITE-REPORT-HEADING
           PERFORM MATCH-BANK-DEPOSITS
           PERFORM REPORT-OUTSTANDING-DEPOSITS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE DEPOSIT-REPORT-OUT
           PERFORM WRITE-DEPOSIT-REGISTER
           DISPLAY 'Statement lines read = ' SDR-STMT-COUNT
           DISPLAY 'Deposit lines        = ' SDR-DEPOSIT-LINES
           DISPLAY 'Matched this run     = ' SDR-MATCHED-COUNT
           DISPLAY 'Amount differences   = ' SDR-DIFF-COUNT
           DISPLAY 'Unidentified deposits= ' SDR-UNIDENT-COUNT
           DISPLAY 'In transit           = ' SDR-TRANSIT-COUNT
           DISPLAY 'Missing deposits     = ' SDR-MISSING-COUNT
           DISPLAY 'Register rows dropped= ' SDR-DROPPED-COUNT
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF SDR-RUNPARM-STATUS = '00'
               PERFORM UNTIL SDR-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO SDR-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       SDR-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF SDR-PARMS-FOUND < 2
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           DISPLAY 'PARM IN EFFECT: DEPOSIT-DAYS = ' SDR-DEPOSIT-DAYS
           DISPLAY 'PARM IN EFFECT: KEEP-DAYS = ' SDR-KEEP-DAYS.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'STOREDEPOSITRECON'
               EVALUATE RP-PARM-NAME
                   WHEN 'DEPOSIT-DAYS'
                       MOVE RP-VALUE TO SDR-DEPOSIT-DAYS
                       ADD 1 TO SDR-PARMS-FOUND
                   WHEN 'KEEP-DAYS'
                       MOVE RP-VALUE TO SDR-KEEP-DAYS
                       ADD 1 TO SDR-PARMS-FOUND
               END-EVALUATE
           END-IF.

      *> A night imported twice lands on the register twice; the
      *> later outstanding row replaces the earlier, and a day the
      *> bank has already been matched to keeps its match.
       LOAD-DEPOSIT-REGISTER.
           OPEN INPUT DEPOSIT-REGISTER-IN
           IF SDR-REG-IN-STATUS NOT = '00'
               DISPLAY 'STORE DEPOSIT REGISTER NOT FOUND: '
                       SDR-REG-IN-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL SDR-REG-EOF = 'Y'
               READ DEPOSIT-REGISTER-IN
                   AT END MOVE 'Y' TO SDR-REG-EOF
                   NOT AT END PERFORM STORE-REGISTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-REGISTER-IN.

       STORE-REGISTER-ENTRY.
           MOVE SDP-STORE-CODE TO SDR-SLIP-STORE
           MOVE SDP-BUSINESS-DATE TO SDR-SLIP-DATE
           PERFORM FIND-REGISTER-DAY
           IF SDR-REG-MATCH-IX = ZERO
               IF SDR-REG-COUNT >= 3000
                   DISPLAY 'DEPOSIT REGISTER TABLE FULL AT 3000 -- '
                           'FILE NOT REWRITTEN'
                   STOP RUN
               END-IF
               ADD 1 TO SDR-REG-COUNT
               MOVE SDR-REG-COUNT TO SDR-REG-MATCH-IX
               PERFORM MOVE-REGISTER-ROW
           ELSE
               ADD 1 TO SDR-REIMPORT-COUNT
               IF SDR-RG-STATUS-T(SDR-REG-MATCH-IX) = 'O'
                   PERFORM MOVE-REGISTER-ROW
               END-IF
           END-IF.

       MOVE-REGISTER-ROW.
           MOVE SDP-STORE-CODE TO SDR-RG-STORE-T(SDR-REG-MATCH-IX)
           MOVE SDP-BUSINESS-DATE TO SDR-RG-DATE-T(SDR-REG-MATCH-IX)
           MOVE SDP-COUNTED-CASH
               TO SDR-RG-COUNTED-T(SDR-REG-MATCH-IX)
           MOVE SDP-STATUS TO SDR-RG-STATUS-T(SDR-REG-MATCH-IX)
           MOVE SDP-BANK-DATE TO SDR-RG-BANK-DATE-T(SDR-REG-MATCH-IX)
           IF SDP-BANK-AMOUNT NUMERIC
               MOVE SDP-BANK-AMOUNT
                   TO SDR-RG-BANK-AMT-T(SDR-REG-MATCH-IX)
           ELSE
               MOVE ZERO TO SDR-RG-BANK-AMT-T(SDR-REG-MATCH-IX)
           END-IF.

       FIND-REGISTER-DAY.
           MOVE ZERO TO SDR-REG-MATCH-IX
           SET SDR-REG-IX TO 1
           SEARCH SDR-REG-ENTRY
               AT END
                   CONTINUE
               WHEN SDR-REG-IX > SDR-REG-COUNT
                   CONTINUE
               WHEN SDR-RG-STORE-T(SDR-REG-IX) = SDR-SLIP-STORE
                   AND SDR-RG-DATE-T(SDR-REG-IX) = SDR-SLIP-DATE
                   SET SDR-REG-MATCH-IX TO SDR-REG-IX
           END-SEARCH.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SDR-LINE-WORK
           STRING 'STORE CASH-DEPOSIT RECONCILIATION - '
                      DELIMITED BY SIZE
                  SDR-TODAY DELIMITED BY SIZE
               INTO SDR-LINE-WORK
           MOVE SDR-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SPACES TO SDR-LINE-WORK
           STRING 'STATUS         STORE BUS-DATE BANK-DATE'
                      DELIMITED BY SIZE
                  '     COUNTED CASH  BANK DEPOSITED'
                      DELIMITED BY SIZE
                  '      DIFFERENCE' DELIMITED BY SIZE
               INTO SDR-LINE-WORK
           MOVE SDR-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE.

      *> Only credits whose reference carries the deposit slip
      *> prefix are store deposits; everything else on the
      *> statement belongs to the payroll and AP reconciliation.
       MATCH-BANK-DEPOSITS.
           OPEN INPUT BANK-STATEMENT-IN
           IF SDR-STMT-STATUS NOT = '00'
               DISPLAY 'Bank statement file not found: '
                       SDR-STMT-STATUS
           ELSE
               PERFORM UNTIL SDR-STMT-EOF = 'Y'
                   READ BANK-STATEMENT-IN
                       AT END MOVE 'Y' TO SDR-STMT-EOF
                       NOT AT END
                           ADD 1 TO SDR-STMT-COUNT
                           MOVE BST-REFERENCE TO SDR-SLIP-REFERENCE
                           IF SDR-SLIP-PREFIX = 'DEP'
                               AND BST-AMOUNT > ZERO
                               ADD 1 TO SDR-DEPOSIT-LINES
                               PERFORM MATCH-ONE-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-STATEMENT-IN
           END-IF.

      *> The statement is the month to date, so a line already
      *> ticked off on an earlier run is recognised by its bank
      *> date and passed over. A slip that names the store but not
      *> the day goes to the store's oldest outstanding day on or
      *> before the bank date for the same amount, or failing that
      *> its oldest outstanding day.
       MATCH-ONE-DEPOSIT.
           IF SDR-SLIP-DATE NUMERIC
               PERFORM FIND-REGISTER-DAY
           ELSE
               PERFORM FIND-OLDEST-OUTSTANDING
           END-IF
           IF SDR-REG-MATCH-IX = ZERO
               PERFORM WRITE-UNIDENTIFIED-LINE
           ELSE
               IF SDR-RG-STATUS-T(SDR-REG-MATCH-IX) = 'M'
                   IF SDR-RG-BANK-DATE-T(SDR-REG-MATCH-IX) = BST-DATE
                       AND SDR-RG-BANK-AMT-T(SDR-REG-MATCH-IX)
                           = BST-AMOUNT
                       ADD 1 TO SDR-ALREADY-COUNT
                   ELSE
                       PERFORM WRITE-UNIDENTIFIED-LINE
                   END-IF
               ELSE
                   MOVE 'M' TO SDR-RG-STATUS-T(SDR-REG-MATCH-IX)
                   MOVE BST-DATE TO SDR-RG-BANK-DATE-T(SDR-REG-MATCH-IX)
                   MOVE BST-AMOUNT
                       TO SDR-RG-BANK-AMT-T(SDR-REG-MATCH-IX)
                   ADD 1 TO SDR-MATCHED-COUNT
                   PERFORM WRITE-MATCHED-LINE
               END-IF
           END-IF.

       FIND-OLDEST-OUTSTANDING.
           PERFORM FIND-ALREADY-MATCHED-DAY
           IF SDR-REG-MATCH-IX = ZERO
               PERFORM FIND-SAME-AMOUNT-DAY
           END-IF
           IF SDR-REG-MATCH-IX = ZERO
               PERFORM FIND-ANY-OUTSTANDING-DAY
           END-IF.

       FIND-ALREADY-MATCHED-DAY.
           MOVE ZERO TO SDR-REG-MATCH-IX
           PERFORM VARYING SDR-REG-IDX FROM 1 BY 1
                   UNTIL SDR-REG-IDX > SDR-REG-COUNT
                      OR SDR-REG-MATCH-IX > ZERO
               IF SDR-RG-STORE-T(SDR-REG-IDX) = SDR-SLIP-STORE
                   AND SDR-RG-STATUS-T(SDR-REG-IDX) = 'M'
                   AND SDR-RG-BANK-DATE-T(SDR-REG-IDX) = BST-DATE
                   AND SDR-RG-BANK-AMT-T(SDR-REG-IDX) = BST-AMOUNT
                   MOVE SDR-REG-IDX TO SDR-REG-MATCH-IX
               END-IF
           END-PERFORM.

       FIND-SAME-AMOUNT-DAY.
           PERFORM VARYING SDR-REG-IDX FROM 1 BY 1
                   UNTIL SDR-REG-IDX > SDR-REG-COUNT
               IF SDR-RG-STORE-T(SDR-REG-IDX) = SDR-SLIP-STORE
                   AND SDR-RG-STATUS-T(SDR-REG-IDX) = 'O'
                   AND SDR-RG-DATE-T(SDR-REG-IDX) NOT > BST-DATE
                   AND SDR-RG-COUNTED-T(SDR-REG-IDX) = BST-AMOUNT
                   PERFORM KEEP-OLDER-DAY
               END-IF
           END-PERFORM.

       FIND-ANY-OUTSTANDING-DAY.
           PERFORM VARYING SDR-REG-IDX FROM 1 BY 1
                   UNTIL SDR-REG-IDX > SDR-REG-COUNT
               IF SDR-RG-STORE-T(SDR-REG-IDX) = SDR-SLIP-STORE
                   AND SDR-RG-STATUS-T(SDR-REG-IDX) = 'O'
                   AND SDR-RG-DATE-T(SDR-REG-IDX) NOT > BST-DATE
                   PERFORM KEEP-OLDER-DAY
               END-IF
           END-PERFORM.

       KEEP-OLDER-DAY.
           IF SDR-REG-MATCH-IX = ZERO
               MOVE SDR-REG-IDX TO SDR-REG-MATCH-IX
           ELSE
               IF SDR-RG-DATE-T(SDR-REG-IDX)
                  < SDR-RG-DATE-T(SDR-REG-MATCH-IX)
                   MOVE SDR-REG-IDX TO SDR-REG-MATCH-IX
               END-IF
           END-IF.

       WRITE-MATCHED-LINE.
           COMPUTE SDR-DIFFERENCE =
                   SDR-RG-BANK-AMT-T(SDR-REG-MATCH-IX)
                   - SDR-RG-COUNTED-T(SDR-REG-MATCH-IX)
           MOVE SDR-RG-COUNTED-T(SDR-REG-MATCH-IX) TO SDR-EDIT-AMOUNT
           MOVE SDR-RG-BANK-AMT-T(SDR-REG-MATCH-IX)
               TO SDR-EDIT-AMOUNT2
           MOVE SDR-DIFFERENCE TO SDR-EDIT-AMOUNT3
           MOVE SPACES TO SDR-LINE-WORK
           IF SDR-DIFFERENCE = ZERO
               MOVE 'MATCHED' TO SDR-LINE-WORK(1:15)
           ELSE
               MOVE 'AMOUNT DIFF' TO SDR-LINE-WORK(1:15)
               ADD 1 TO SDR-DIFF-COUNT
               ADD SDR-DIFFERENCE TO SDR-DIFF-TOTAL
           END-IF
           STRING SDR-RG-STORE-T(SDR-REG-MATCH-IX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  SDR-RG-DATE-T(SDR-REG-MATCH-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BST-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SDR-EDIT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SDR-EDIT-AMOUNT2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SDR-EDIT-AMOUNT3 DELIMITED BY SIZE
               INTO SDR-LINE-WORK(16:)
           MOVE SDR-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE.

       WRITE-UNIDENTIFIED-LINE.
           ADD 1 TO SDR-UNIDENT-COUNT
           ADD BST-AMOUNT TO SDR-UNIDENT-TOTAL
           MOVE BST-AMOUNT TO SDR-EDIT-AMOUNT2
           MOVE SPACES TO SDR-LINE-WORK
           STRING 'UNIDENTIFIED   ' DELIMITED BY SIZE
                  SDR-SLIP-STORE DELIMITED BY SIZE
                  '            ' DELIMITED BY SIZE
                  BST-DATE DELIMITED BY SIZE
                  '                  ' DELIMITED BY SIZE
                  SDR-EDIT-AMOUNT2 DELIMITED BY SIZE
                  '   REF=' DELIMITED BY SIZE
                  BST-REFERENCE DELIMITED BY SIZE
               INTO SDR-LINE-WORK
           MOVE SDR-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE.

      *> Every store day still outstanding: in transit while the
      *> deposit window is open, missing once it has closed.
       REPORT-OUTSTANDING-DEPOSITS.
           PERFORM VARYING SDR-REG-IDX FROM 1 BY 1
                   UNTIL SDR-REG-IDX > SDR-REG-COUNT
               IF SDR-RG-STATUS-T(SDR-REG-IDX) = 'O'
                   PERFORM WRITE-OUTSTANDING-LINE
               END-IF
           END-PERFORM.

       WRITE-OUTSTANDING-LINE.
           PERFORM COMPUTE-DEPOSIT-DUE-DATE
           MOVE SDR-RG-COUNTED-T(SDR-REG-IDX) TO SDR-EDIT-AMOUNT
           MOVE SPACES TO SDR-LINE-WORK
           IF SDR-TODAY > SDR-DUE-DATE
               MOVE 'MISSING' TO SDR-LINE-WORK(1:15)
               ADD 1 TO SDR-MISSING-COUNT
               ADD SDR-RG-COUNTED-T(SDR-REG-IDX) TO SDR-MISSING-TOTAL
           ELSE
               MOVE 'IN TRANSIT' TO SDR-LINE-WORK(1:15)
               ADD 1 TO SDR-TRANSIT-COUNT
               ADD SDR-RG-COUNTED-T(SDR-REG-IDX) TO SDR-TRANSIT-TOTAL
           END-IF
           STRING SDR-RG-STORE-T(SDR-REG-IDX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  SDR-RG-DATE-T(SDR-REG-IDX) DELIMITED BY SIZE
                  '          ' DELIMITED BY SIZE
                  SDR-EDIT-AMOUNT DELIMITED BY SIZE
                  '   DUE BY ' DELIMITED BY SIZE
                  SDR-DUE-DATE DELIMITED BY SIZE
               INTO SDR-LINE-WORK(16:)
           IF SDR-TODAY > SDR-DUE-DATE
               MOVE '** DEPOSIT NOT RECEIVED **' TO SDR-LINE-WORK(90:26)
           END-IF
           MOVE SDR-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE.

      *> The last banking day the deposit may reach the bank: the
      *> business day moved forward the configured number of
      *> banking days, one at a time through BankingDay.
       COMPUTE-DEPOSIT-DUE-DATE.
           MOVE SDR-RG-DATE-T(SDR-REG-IDX) TO SDR-DUE-DATE
           PERFORM VARYING SDR-DAY-STEP FROM 1 BY 1
                   UNTIL SDR-DAY-STEP > SDR-DEPOSIT-DAYS
               COMPUTE SDR-WORK-INT = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(SDR-DUE-DATE)) + 1
               COMPUTE SDR-WORK-DATE =
                       FUNCTION DATE-OF-INTEGER(SDR-WORK-INT)
               MOVE SDR-WORK-DATE-X TO SDR-NEXT-DATE
               CALL 'BankingDay' USING SDR-NEXT-DATE
                                       SDR-BD-DIRECTION
                                       SDR-DUE-DATE
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SDR-DIFF-COUNT TO SDR-EDIT-COUNT
           MOVE SDR-DIFF-TOTAL TO SDR-EDIT-AMOUNT
           MOVE SPACES TO SDR-LINE-WORK
           STRING 'AMOUNT DIFFERENCES   ' DELIMITED BY SIZE
                  SDR-EDIT-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SDR-EDIT-AMOUNT DELIMITED BY SIZE
               INTO SDR-LINE-WORK
           MOVE SDR-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SDR-UNIDENT-COUNT TO SDR-EDIT-COUNT
           MOVE SDR-UNIDENT-TOTAL TO SDR-EDIT-AMOUNT
           MOVE SPACES TO SDR-LINE-WORK
           STRING 'UNIDENTIFIED DEPOSITS' DELIMITED BY SIZE
                  SDR-EDIT-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SDR-EDIT-AMOUNT DELIMITED BY SIZE
               INTO SDR-LINE-WORK
           MOVE SDR-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SDR-TRANSIT-COUNT TO SDR-EDIT-COUNT
           MOVE SDR-TRANSIT-TOTAL TO SDR-EDIT-AMOUNT
           MOVE SPACES TO SDR-LINE-WORK
           STRING 'DEPOSITS IN TRANSIT  ' DELIMITED BY SIZE
                  SDR-EDIT-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SDR-EDIT-AMOUNT DELIMITED BY SIZE
               INTO SDR-LINE-WORK
           MOVE SDR-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE
           MOVE SDR-MISSING-COUNT TO SDR-EDIT-COUNT
           MOVE SDR-MISSING-TOTAL TO SDR-EDIT-AMOUNT
           MOVE SPACES TO SDR-LINE-WORK
           STRING 'MISSING DEPOSITS     ' DELIMITED BY SIZE
                  SDR-EDIT-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SDR-EDIT-AMOUNT DELIMITED BY SIZE
               INTO SDR-LINE-WORK
           MOVE SDR-LINE-WORK TO DEPOSIT-REPORT-LINE
           WRITE DEPOSIT-REPORT-LINE.

      *> Matched store days drop off once the bank credited them
      *> more than the keep period ago; outstanding days never do.
       WRITE-DEPOSIT-REGISTER.
           OPEN OUTPUT DEPOSIT-REGISTER-OUT
           PERFORM VARYING SDR-REG-IDX FROM 1 BY 1
                   UNTIL SDR-REG-IDX > SDR-REG-COUNT
               IF SDR-RG-STATUS-T(SDR-REG-IDX) = 'M'
                   AND SDR-RG-BANK-DATE-T(SDR-REG-IDX) NUMERIC
                   COMPUTE SDR-WORK-INT = FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(
                               SDR-RG-BANK-DATE-T(SDR-REG-IDX)))
                           + SDR-KEEP-DAYS
               ELSE
                   MOVE SDR-TODAY-INT TO SDR-WORK-INT
               END-IF
               IF SDR-WORK-INT < SDR-TODAY-INT
                   ADD 1 TO SDR-DROPPED-COUNT
               ELSE
                   MOVE SDR-RG-STORE-T(SDR-REG-IDX) TO SDO-STORE-CODE
                   MOVE SDR-RG-DATE-T(SDR-REG-IDX)
                       TO SDO-BUSINESS-DATE
                   MOVE SDR-RG-COUNTED-T(SDR-REG-IDX)
                       TO SDO-COUNTED-CASH
                   MOVE SDR-RG-STATUS-T(SDR-REG-IDX) TO SDO-STATUS
                   MOVE SDR-RG-BANK-DATE-T(SDR-REG-IDX)
                       TO SDO-BANK-DATE
                   MOVE SDR-RG-BANK-AMT-T(SDR-REG-IDX)
                       TO SDO-BANK-AMOUNT
                   WRITE DEPOSIT-REGISTER-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE DEPOSIT-REGISTER-OUT.
