       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCashFlow.
      *> Statement of cash flows, indirect method, for the periods
      *> on the parameter card (from YYYYMM through YYYYMM -- a
      *> quarter for the bank covenant). Net income is the period's
      *> movement on the income-statement accounts (chart types 'R'
      *> and 'E'); every other account's movement over the same
      *> periods comes from the posted history (GLHIST.cpy) and
      *> reports under the operating, investing or financing
      *> section the classification master (GLCFCLS.cpy) gives it.
      *> The statement proves itself: the net change in cash it
      *> derives must equal the movement on the accounts classified
      *> as cash, and the opening and closing cash are backed out of
      *> the updated balance file the way the account activity
      *> statement does it. Printed per entity in the paginated
      *> edited style of the GLStatements financial statements --
      *> the covenant package used to rebuild this in a
      *> spreadsheet every quarter.
      *>
      *> Movements are signed in the posting job's grow('C') /
      *> shrink('D') convention: an asset that grows used cash, a
      *> liability or equity account that grows provided it, and a
      *> contra-asset that grows is a non-cash add-back. An account
      *> missing from the classification master reports under
      *> operating, flagged, so nothing drops out of the proof.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHFLOW-PARM-IN ASSIGN TO "data/GLCF-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GCF-PARM-STATUS.
           SELECT GL-COA-IN ASSIGN TO "data/GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GCF-COA-STATUS.
           SELECT GL-BALANCE-IN ASSIGN TO "data/GLACCT-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GCF-BALANCE-STATUS.
           SELECT CASHFLOW-CLASS-IN ASSIGN TO "data/GLCFCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GCF-CLASS-STATUS.
           SELECT GL-HISTORY-IN ASSIGN TO "data/GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GCF-HIST-STATUS.
           SELECT STATEMENT-OUT ASSIGN TO "data/GL-CASHFLOW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASHFLOW-PARM-IN.
       01  CASHFLOW-PARM-CARD.
           05 GCF-PARM-FROM-PERIOD       PIC X(6).
           05 GCF-PARM-TO-PERIOD         PIC X(6).

       FD  GL-COA-IN.
       COPY GLCOA.

       FD  GL-BALANCE-IN.
       01  GL-BALANCE-RECORD.
           05 GCF-IN-ACCT-ID             PIC X(6).
           05 GCF-IN-BALANCE             PIC S9(9)V99
                                          SIGN IS TRAILING SEPARATE.
           05 GCF-IN-ENTITY              PIC X(2).

       FD  CASHFLOW-CLASS-IN.
       COPY GLCFCLS.

       FD  GL-HISTORY-IN.
       COPY GLHIST.

       FD  STATEMENT-OUT.
       01  STATEMENT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 GCF-EOF-SWITCHES.
           05 GCF-COA-EOF                PIC X VALUE 'N'.
           05 GCF-BALANCE-EOF            PIC X VALUE 'N'.
           05 GCF-CLASS-EOF              PIC X VALUE 'N'.
           05 GCF-HIST-EOF               PIC X VALUE 'N'.

       01 GCF-FILE-STATUSES.
           05 GCF-PARM-STATUS            PIC XX.
           05 GCF-COA-STATUS             PIC XX.
           05 GCF-BALANCE-STATUS         PIC XX.
           05 GCF-CLASS-STATUS           PIC XX.
           05 GCF-HIST-STATUS            PIC XX.

       01 GCF-TODAY                      PIC X(8).

       01 GCF-REQUEST.
           05 GCF-FROM-PERIOD            PIC X(6).
           05 GCF-TO-PERIOD              PIC X(6).

      *> One row per account: its chart entry, entity, current
      *> balance, classification, and the history summed two ways --
      *> within the statement periods, and since the first of them
      *> (what backs the current balance out to the opening one).
      *> An account on the history or balance file with no chart
      *> entry is typed '?' and reported like an asset, flagged.
       01 GCF-TABLE-CONTROL.
           05 GCF-COUNT                  PIC 9(4) VALUE ZERO.
           05 GCF-IDX                    PIC 9(4).
           05 GCF-MATCH                  PIC 9(4).
           05 GCF-SEEK-ID                PIC X(6).

       01 GCF-ACCT-TABLE.
           05 GCF-ENTRY OCCURS 500 TIMES
                        INDEXED BY GCF-IX.
               10 GCF-ID-T               PIC X(6).
               10 GCF-DESC-T             PIC X(30).
               10 GCF-TYPE-T             PIC X(1).
               10 GCF-ENTITY-T           PIC X(2).
               10 GCF-BALANCE-T          PIC S9(9)V99.
               10 GCF-ACTIVITY-T         PIC X(1).
               10 GCF-CONTRA-T           PIC X(1).
               10 GCF-CLASSED-T          PIC X(1).
               10 GCF-PERIOD-NET-T       PIC S9(9)V99.
               10 GCF-SINCE-NET-T        PIC S9(9)V99.

       01 GCF-ENTITY-CONTROL.
           05 GCF-ENTITY-COUNT           PIC 9(2) VALUE ZERO.
           05 GCF-ENTITY-IDX             PIC 9(2).
           05 GCF-CURRENT-ENTITY         PIC X(2).

       01 GCF-ENTITY-TABLE.
           05 GCF-ENT-ENTRY OCCURS 20 TIMES
                            INDEXED BY GCF-ENT-IX.
               10 GCF-ENT-CODE-T         PIC X(2).

       01 GCF-WORK-FIELDS.
           05 GCF-SIGNED-AMOUNT          PIC S9(9)V99.
           05 GCF-CASH-EFFECT            PIC S9(11)V99.
           05 GCF-HIST-READ-COUNT        PIC 9(6) VALUE ZERO.
           05 GCF-HIST-IN-PERIOD         PIC 9(6) VALUE ZERO.
           05 GCF-UNCLASSED-COUNT        PIC 9(4) VALUE ZERO.
           05 GCF-OUT-OF-BALANCE         PIC 9(2) VALUE ZERO.

       01 GCF-SECTION-TYPE               PIC X(1).
       01 GCF-SECTION-TITLE              PIC X(20).

       01 GCF-TOTALS.
           05 GCF-TOTAL-REVENUE          PIC S9(11)V99.
           05 GCF-TOTAL-EXPENSES         PIC S9(11)V99.
           05 GCF-NET-INCOME             PIC S9(11)V99.
           05 GCF-SECTION-TOTAL          PIC S9(11)V99.
           05 GCF-OPERATING-TOTAL        PIC S9(11)V99.
           05 GCF-INVESTING-TOTAL        PIC S9(11)V99.
           05 GCF-FINANCING-TOTAL        PIC S9(11)V99.
           05 GCF-NET-CHANGE             PIC S9(11)V99.
           05 GCF-CASH-MOVEMENT          PIC S9(11)V99.
           05 GCF-CASH-CLOSING           PIC S9(11)V99.
           05 GCF-CASH-OPENING           PIC S9(11)V99.
           05 GCF-DIFFERENCE             PIC S9(11)V99.

      *> Pagination, same page-control shape as GLStatements.cob.
       01 GCF-PAGE-CONTROL.
           05 GCF-PAGE-NUMBER            PIC 9(4) VALUE ZERO.
           05 GCF-LINES-ON-PAGE          PIC 9(4) VALUE ZERO.
           05 GCF-MAX-LINES-PER-PAGE     PIC 9(4) VALUE 20.

       01 GCF-EDIT-FIELDS.
           05 GCF-EDIT-PAGE-NUM          PIC ZZZ9.
           05 GCF-EDIT-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.

       01 GCF-LINE-WORK                  PIC X(80).
       01 GCF-LINE-SAVE                  PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GCF-TODAY
           PERFORM READ-PARM-CARD
           PERFORM LOAD-CHART
           PERFORM LOAD-BALANCES
           PERFORM LOAD-CLASSIFICATIONS
           PERFORM SCAN-HISTORY
           OPEN OUTPUT STATEMENT-OUT
           PERFORM VARYING GCF-ENTITY-IDX FROM 1 BY 1
                   UNTIL GCF-ENTITY-IDX > GCF-ENTITY-COUNT
               MOVE GCF-ENT-CODE-T(GCF-ENTITY-IDX)
                   TO GCF-CURRENT-ENTITY
               PERFORM WRITE-ENTITY-CASH-FLOW
           END-PERFORM
           CLOSE STATEMENT-OUT
           DISPLAY 'History rows read    = ' GCF-HIST-READ-COUNT
           DISPLAY 'Rows in periods      = ' GCF-HIST-IN-PERIOD
           DISPLAY 'Entities reported    = ' GCF-ENTITY-COUNT
           DISPLAY 'Unclassified accts   = ' GCF-UNCLASSED-COUNT
           DISPLAY 'Entities out of bal  = ' GCF-OUT-OF-BALANCE
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT CASHFLOW-PARM-IN
           IF GCF-PARM-STATUS NOT = '00'
               DISPLAY 'CASH-FLOW PARAMETER CARD NOT FOUND: '
                       GCF-PARM-STATUS
               STOP RUN
           END-IF
           READ CASHFLOW-PARM-IN
           END-READ
           MOVE GCF-PARM-FROM-PERIOD TO GCF-FROM-PERIOD
           MOVE GCF-PARM-TO-PERIOD   TO GCF-TO-PERIOD
           IF GCF-TO-PERIOD = SPACES
               MOVE GCF-FROM-PERIOD TO GCF-TO-PERIOD
           END-IF
           CLOSE CASHFLOW-PARM-IN.

       LOAD-CHART.
           OPEN INPUT GL-COA-IN
           IF GCF-COA-STATUS = '00'
               PERFORM UNTIL GCF-COA-EOF = 'Y'
                   READ GL-COA-IN
                       AT END MOVE 'Y' TO GCF-COA-EOF
                       NOT AT END
                           MOVE COA-ACCT-ID TO GCF-SEEK-ID
                           PERFORM FIND-OR-ADD-ACCOUNT
                           MOVE COA-DESCRIPTION
                               TO GCF-DESC-T(GCF-MATCH)
                           MOVE COA-ACCT-TYPE TO GCF-TYPE-T(GCF-MATCH)
                   END-READ
               END-PERFORM
               CLOSE GL-COA-IN
           ELSE
               DISPLAY 'Chart of accounts not found: ' GCF-COA-STATUS
           END-IF.

      *> The balance file names each account's entity and gives the
      *> closing balance the opening cash is backed out of.
       LOAD-BALANCES.
           OPEN INPUT GL-BALANCE-IN
           IF GCF-BALANCE-STATUS = '00'
               PERFORM UNTIL GCF-BALANCE-EOF = 'Y'
                   READ GL-BALANCE-IN
                       AT END MOVE 'Y' TO GCF-BALANCE-EOF
                       NOT AT END PERFORM STORE-BALANCE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-IN
           ELSE
               DISPLAY 'Updated balance file not found: '
                       GCF-BALANCE-STATUS
           END-IF.

       STORE-BALANCE-ENTRY.
           MOVE GCF-IN-ACCT-ID TO GCF-SEEK-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           IF GCF-IN-ENTITY = SPACES
               MOVE '01' TO GCF-ENTITY-T(GCF-MATCH)
           ELSE
               MOVE GCF-IN-ENTITY TO GCF-ENTITY-T(GCF-MATCH)
           END-IF
           MOVE GCF-IN-BALANCE TO GCF-BALANCE-T(GCF-MATCH).

       LOAD-CLASSIFICATIONS.
           OPEN INPUT CASHFLOW-CLASS-IN
           IF GCF-CLASS-STATUS = '00'
               PERFORM UNTIL GCF-CLASS-EOF = 'Y'
                   READ CASHFLOW-CLASS-IN
                       AT END MOVE 'Y' TO GCF-CLASS-EOF
                       NOT AT END
                           MOVE CFC-ACCT-ID TO GCF-SEEK-ID
                           PERFORM FIND-OR-ADD-ACCOUNT
                           MOVE CFC-ACTIVITY
                               TO GCF-ACTIVITY-T(GCF-MATCH)
                           MOVE CFC-CONTRA TO GCF-CONTRA-T(GCF-MATCH)
                           MOVE 'Y' TO GCF-CLASSED-T(GCF-MATCH)
                   END-READ
               END-PERFORM
               CLOSE CASHFLOW-CLASS-IN
           ELSE
               DISPLAY 'Cash-flow classification master not found: '
                       GCF-CLASS-STATUS
           END-IF.

      *> One pass over the posted history, signed 'D' shrink /
      *> 'C' grow: the rows inside the statement periods make the
      *> period movement; everything from the first period on is
      *> what separates the opening balance from today's.
       SCAN-HISTORY.
           OPEN INPUT GL-HISTORY-IN
           IF GCF-HIST-STATUS = '00'
               PERFORM UNTIL GCF-HIST-EOF = 'Y'
                   READ GL-HISTORY-IN
                       AT END MOVE 'Y' TO GCF-HIST-EOF
                       NOT AT END PERFORM NOTE-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-IN
           ELSE
               DISPLAY 'No posted history on file: ' GCF-HIST-STATUS
           END-IF
           PERFORM VARYING GCF-IDX FROM 1 BY 1
                   UNTIL GCF-IDX > GCF-COUNT
               PERFORM RECORD-ENTITY
           END-PERFORM.

       NOTE-ONE-HISTORY-ROW.
           ADD 1 TO GCF-HIST-READ-COUNT
           IF GLH-POST-DATE(1:6) >= GCF-FROM-PERIOD
               MOVE GLH-ACCT-ID TO GCF-SEEK-ID
               PERFORM FIND-OR-ADD-ACCOUNT
               IF GLH-OP-CODE = 'D'
                   COMPUTE GCF-SIGNED-AMOUNT = ZERO - GLH-AMOUNT
               ELSE
                   MOVE GLH-AMOUNT TO GCF-SIGNED-AMOUNT
               END-IF
               ADD GCF-SIGNED-AMOUNT TO GCF-SINCE-NET-T(GCF-MATCH)
               IF GLH-POST-DATE(1:6) <= GCF-TO-PERIOD
                   ADD 1 TO GCF-HIST-IN-PERIOD
                   ADD GCF-SIGNED-AMOUNT
                       TO GCF-PERIOD-NET-T(GCF-MATCH)
               END-IF
           END-IF.

       FIND-OR-ADD-ACCOUNT.
           MOVE ZERO TO GCF-MATCH
           SET GCF-IX TO 1
           SEARCH GCF-ENTRY
               AT END
                   CONTINUE
               WHEN GCF-IX > GCF-COUNT
                   CONTINUE
               WHEN GCF-ID-T(GCF-IX) = GCF-SEEK-ID
                   SET GCF-MATCH TO GCF-IX
           END-SEARCH
           IF GCF-MATCH = ZERO
               ADD 1 TO GCF-COUNT
               MOVE GCF-COUNT TO GCF-MATCH
               MOVE GCF-SEEK-ID TO GCF-ID-T(GCF-MATCH)
               MOVE SPACES TO GCF-DESC-T(GCF-MATCH)
               MOVE '?' TO GCF-TYPE-T(GCF-MATCH)
               MOVE '01' TO GCF-ENTITY-T(GCF-MATCH)
               MOVE ZERO TO GCF-BALANCE-T(GCF-MATCH)
               MOVE 'O' TO GCF-ACTIVITY-T(GCF-MATCH)
               MOVE 'N' TO GCF-CONTRA-T(GCF-MATCH)
               MOVE 'N' TO GCF-CLASSED-T(GCF-MATCH)
               MOVE ZERO TO GCF-PERIOD-NET-T(GCF-MATCH)
               MOVE ZERO TO GCF-SINCE-NET-T(GCF-MATCH)
           END-IF.

      *> Entities are taken from accounts that carry a balance or
      *> moved in the periods; a chart row with neither is no
      *> reason to print an empty statement.
       RECORD-ENTITY.
           IF GCF-BALANCE-T(GCF-IDX) NOT = ZERO
               OR GCF-SINCE-NET-T(GCF-IDX) NOT = ZERO
               SET GCF-ENT-IX TO 1
               SEARCH GCF-ENT-ENTRY
                   AT END
                       ADD 1 TO GCF-ENTITY-COUNT
                       MOVE GCF-ENTITY-T(GCF-IDX)
                           TO GCF-ENT-CODE-T(GCF-ENTITY-COUNT)
                   WHEN GCF-ENT-IX > GCF-ENTITY-COUNT
                       ADD 1 TO GCF-ENTITY-COUNT
                       MOVE GCF-ENTITY-T(GCF-IDX)
                           TO GCF-ENT-CODE-T(GCF-ENTITY-COUNT)
                   WHEN GCF-ENT-CODE-T(GCF-ENT-IX)
                           = GCF-ENTITY-T(GCF-IDX)
                       CONTINUE
               END-SEARCH
           END-IF.

      *> One entity's statement, totals reset so each entity's
      *> proof stands on its own.
       WRITE-ENTITY-CASH-FLOW.
           MOVE ZERO TO GCF-TOTAL-REVENUE
           MOVE ZERO TO GCF-TOTAL-EXPENSES
           MOVE ZERO TO GCF-CASH-MOVEMENT
           MOVE ZERO TO GCF-CASH-CLOSING
           MOVE ZERO TO GCF-CASH-OPENING
           PERFORM VARYING GCF-IDX FROM 1 BY 1
                   UNTIL GCF-IDX > GCF-COUNT
               IF GCF-ENTITY-T(GCF-IDX) = GCF-CURRENT-ENTITY
                   PERFORM ACCUMULATE-ENTITY-TOTALS
               END-IF
           END-PERFORM
           COMPUTE GCF-NET-INCOME =
                   GCF-TOTAL-REVENUE - GCF-TOTAL-EXPENSES
           MOVE SPACES TO GCF-LINE-WORK
           STRING '******** ENTITY ' DELIMITED BY SIZE
                  GCF-CURRENT-ENTITY DELIMITED BY SIZE
                  ' ********' DELIMITED BY SIZE
               INTO GCF-LINE-WORK
           MOVE GCF-LINE-WORK TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 'STATEMENT OF CASH FLOWS (INDIRECT METHOD)'
               TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 'O' TO GCF-SECTION-TYPE
           MOVE 'OPERATING ACTIVITIES' TO GCF-SECTION-TITLE
           PERFORM WRITE-ONE-SECTION
           MOVE GCF-SECTION-TOTAL TO GCF-OPERATING-TOTAL
           MOVE 'I' TO GCF-SECTION-TYPE
           MOVE 'INVESTING ACTIVITIES' TO GCF-SECTION-TITLE
           PERFORM WRITE-ONE-SECTION
           MOVE GCF-SECTION-TOTAL TO GCF-INVESTING-TOTAL
           MOVE 'F' TO GCF-SECTION-TYPE
           MOVE 'FINANCING ACTIVITIES' TO GCF-SECTION-TITLE
           PERFORM WRITE-ONE-SECTION
           MOVE GCF-SECTION-TOTAL TO GCF-FINANCING-TOTAL
           COMPUTE GCF-NET-CHANGE = GCF-OPERATING-TOTAL
                   + GCF-INVESTING-TOTAL + GCF-FINANCING-TOTAL
           PERFORM WRITE-CASH-PROOF.

       ACCUMULATE-ENTITY-TOTALS.
           EVALUATE TRUE
               WHEN GCF-TYPE-T(GCF-IDX) = 'R'
                   ADD GCF-PERIOD-NET-T(GCF-IDX) TO GCF-TOTAL-REVENUE
               WHEN GCF-TYPE-T(GCF-IDX) = 'E'
                   ADD GCF-PERIOD-NET-T(GCF-IDX) TO GCF-TOTAL-EXPENSES
               WHEN GCF-ACTIVITY-T(GCF-IDX) = 'C'
                   ADD GCF-PERIOD-NET-T(GCF-IDX) TO GCF-CASH-MOVEMENT
                   ADD GCF-BALANCE-T(GCF-IDX) TO GCF-CASH-CLOSING
                   COMPUTE GCF-CASH-OPENING = GCF-CASH-OPENING
                           + GCF-BALANCE-T(GCF-IDX)
                           - GCF-SINCE-NET-T(GCF-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Operating opens with net income; each section then lists
      *> the accounts that moved, at their effect on cash.
       WRITE-ONE-SECTION.
           MOVE ZERO TO GCF-SECTION-TOTAL
           MOVE GCF-SECTION-TITLE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           IF GCF-SECTION-TYPE = 'O'
               ADD GCF-NET-INCOME TO GCF-SECTION-TOTAL
               MOVE GCF-NET-INCOME TO GCF-EDIT-AMOUNT
               MOVE SPACES TO GCF-LINE-WORK
               STRING '  NET INCOME FOR THE PERIODS      '
                          DELIMITED BY SIZE
                      '       ' DELIMITED BY SIZE
                      GCF-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO GCF-LINE-WORK
               MOVE GCF-LINE-WORK TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           PERFORM VARYING GCF-IDX FROM 1 BY 1
                   UNTIL GCF-IDX > GCF-COUNT
               IF GCF-ENTITY-T(GCF-IDX) = GCF-CURRENT-ENTITY
                   AND GCF-ACTIVITY-T(GCF-IDX) = GCF-SECTION-TYPE
                   AND GCF-TYPE-T(GCF-IDX) NOT = 'R'
                   AND GCF-TYPE-T(GCF-IDX) NOT = 'E'
                   AND GCF-PERIOD-NET-T(GCF-IDX) NOT = ZERO
                   PERFORM WRITE-SECTION-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE GCF-SECTION-TOTAL TO GCF-EDIT-AMOUNT
           MOVE SPACES TO GCF-LINE-WORK
           STRING '  NET CASH FROM ' DELIMITED BY SIZE
                  GCF-SECTION-TITLE DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  GCF-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GCF-LINE-WORK
           MOVE GCF-LINE-WORK TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

      *> Liability, equity and contra-asset growth provides cash;
      *> asset growth (untyped accounts included) uses it.
       WRITE-SECTION-DETAIL-LINE.
           IF GCF-TYPE-T(GCF-IDX) = 'L' OR GCF-TYPE-T(GCF-IDX) = 'Q'
                   OR GCF-CONTRA-T(GCF-IDX) = 'Y'
               MOVE GCF-PERIOD-NET-T(GCF-IDX) TO GCF-CASH-EFFECT
           ELSE
               COMPUTE GCF-CASH-EFFECT =
                       ZERO - GCF-PERIOD-NET-T(GCF-IDX)
           END-IF
           ADD GCF-CASH-EFFECT TO GCF-SECTION-TOTAL
           MOVE GCF-CASH-EFFECT TO GCF-EDIT-AMOUNT
           MOVE SPACES TO GCF-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  GCF-ID-T(GCF-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GCF-DESC-T(GCF-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  GCF-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GCF-LINE-WORK
           IF GCF-TYPE-T(GCF-IDX) = '?'
               MOVE ' *NOT ON CHART*' TO GCF-LINE-WORK(65:15)
           ELSE IF GCF-CLASSED-T(GCF-IDX) = 'N'
               MOVE ' *UNCLASSIFIED*' TO GCF-LINE-WORK(65:15)
               ADD 1 TO GCF-UNCLASSED-COUNT
           END-IF
           END-IF
           MOVE GCF-LINE-WORK TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

      *> The derived net change must equal what the cash accounts
      *> themselves moved; opening cash plus that movement is the
      *> closing cash.
       WRITE-CASH-PROOF.
           MOVE GCF-NET-CHANGE TO GCF-EDIT-AMOUNT
           MOVE SPACES TO GCF-LINE-WORK
           STRING 'NET CHANGE IN CASH                  '
                      DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  GCF-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GCF-LINE-WORK
           MOVE GCF-LINE-WORK TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE GCF-CASH-OPENING TO GCF-EDIT-AMOUNT
           MOVE SPACES TO GCF-LINE-WORK
           STRING 'CASH AT BEGINNING OF PERIOD         '
                      DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  GCF-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GCF-LINE-WORK
           MOVE GCF-LINE-WORK TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           COMPUTE GCF-CASH-CLOSING =
                   GCF-CASH-OPENING + GCF-CASH-MOVEMENT
           MOVE GCF-CASH-CLOSING TO GCF-EDIT-AMOUNT
           MOVE SPACES TO GCF-LINE-WORK
           STRING 'CASH AT END OF PERIOD               '
                      DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  GCF-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GCF-LINE-WORK
           MOVE GCF-LINE-WORK TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE GCF-CASH-MOVEMENT TO GCF-EDIT-AMOUNT
           MOVE SPACES TO GCF-LINE-WORK
           STRING 'PROOF  CASH ACCOUNT MOVEMENT=' DELIMITED BY SIZE
                  GCF-EDIT-AMOUNT DELIMITED BY SIZE
               INTO GCF-LINE-WORK
           MOVE GCF-LINE-WORK TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           COMPUTE GCF-DIFFERENCE = GCF-NET-CHANGE - GCF-CASH-MOVEMENT
           IF GCF-DIFFERENCE = ZERO
               MOVE '       NET CHANGE AGREES TO CASH MOVEMENT'
                   TO STATEMENT-LINE
           ELSE
               ADD 1 TO GCF-OUT-OF-BALANCE
               MOVE GCF-DIFFERENCE TO GCF-EDIT-AMOUNT
               MOVE SPACES TO GCF-LINE-WORK
               STRING '       *** OUT OF BALANCE BY ' DELIMITED BY SIZE
                      GCF-EDIT-AMOUNT DELIMITED BY SIZE
                      ' ***' DELIMITED BY SIZE
                   INTO GCF-LINE-WORK
               MOVE GCF-LINE-WORK TO STATEMENT-LINE
           END-IF
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

      *> Pagination: every statement line flows through here, same
      *> discipline as GLStatements.cob's WRITE-STMT-LINE.
       WRITE-STMT-LINE.
           MOVE STATEMENT-LINE TO GCF-LINE-SAVE
           IF GCF-PAGE-NUMBER = 0
               PERFORM START-NEW-PAGE
           END-IF
           IF GCF-LINES-ON-PAGE >= GCF-MAX-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF
           MOVE GCF-LINE-SAVE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO GCF-LINES-ON-PAGE.

       START-NEW-PAGE.
           ADD 1 TO GCF-PAGE-NUMBER
           MOVE ZERO TO GCF-LINES-ON-PAGE
           MOVE GCF-PAGE-NUMBER TO GCF-EDIT-PAGE-NUM
           MOVE SPACES TO GCF-LINE-WORK
           STRING 'GL CASH FLOWS  PERIODS: ' DELIMITED BY SIZE
                  GCF-FROM-PERIOD DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  GCF-TO-PERIOD DELIMITED BY SIZE
                  '  RUN: ' DELIMITED BY SIZE
                  GCF-TODAY DELIMITED BY SIZE
                  '  PAGE: ' DELIMITED BY SIZE
                  GCF-EDIT-PAGE-NUM DELIMITED BY SIZE
               INTO GCF-LINE-WORK
           MOVE GCF-LINE-WORK TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
