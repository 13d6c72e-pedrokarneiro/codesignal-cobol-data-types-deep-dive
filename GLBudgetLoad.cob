       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBudgetLoad.
      *> GL budget load. Finance sends the account-level budget as a
      *> feed in the master's own layout (GLBUD.cpy): one row per
      *> entity, account and month. Each row is edited -- the
      *> account must be on the chart and open, the entity named,
      *> the period a real YYYYMM, the amount numeric -- and a good
      *> row replaces the master row with the same key or is added
      *> to it; a re-sent month simply overwrites. Rejects
      *> accumulate with a reason and the reject date, the way the
      *> AP invoice entry keeps its own. Every other master row is
      *> carried forward untouched.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FEED-IN ASSIGN TO "data/GLBUD-FEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBL-FEED-STATUS.
           SELECT GL-COA-IN ASSIGN TO "data/GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBL-COA-STATUS.
           SELECT BUDGET-MASTER-IN ASSIGN TO "data/GLBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBL-BUD-STATUS.
           SELECT BUDGET-MASTER-OUT ASSIGN TO "data/GLBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBL-BUD-OUT-STATUS.
           SELECT BUDGET-ERROR-OUT ASSIGN TO "data/GLBUD-ERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GBL-ERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FEED-IN.
       01  BUDGET-FEED-RECORD.
           05 GBL-FEED-ENTITY            PIC X(2).
           05 GBL-FEED-ACCT-ID           PIC X(6).
           05 GBL-FEED-PERIOD.
               10 GBL-FEED-YEAR          PIC X(4).
               10 GBL-FEED-MONTH         PIC X(2).
           05 GBL-FEED-AMOUNT            PIC S9(9)V99
                                          SIGN IS TRAILING SEPARATE.

       FD  GL-COA-IN.
       COPY GLCOA.

       FD  BUDGET-MASTER-IN.
       COPY GLBUD.

       FD  BUDGET-MASTER-OUT.
       01  BUDGET-MASTER-OUT-RECORD      PIC X(26).

       FD  BUDGET-ERROR-OUT.
       01  BUDGET-ERROR-RECORD.
           05 GBE-FEED-ROW               PIC X(26).
           05 GBE-REASON                 PIC X(30).
           05 GBE-REJECT-DATE            PIC X(8).

       WORKING-STORAGE SECTION.
       01 GBL-EOF-SWITCHES.
           05 GBL-FEED-EOF               PIC X VALUE 'N'.
           05 GBL-COA-EOF                PIC X VALUE 'N'.
           05 GBL-BUD-EOF                PIC X VALUE 'N'.

       01 GBL-FILE-STATUSES.
           05 GBL-FEED-STATUS            PIC XX.
           05 GBL-COA-STATUS             PIC XX.
           05 GBL-BUD-STATUS             PIC XX.
           05 GBL-BUD-OUT-STATUS         PIC XX.
           05 GBL-ERR-STATUS             PIC XX.

       01 GBL-TODAY                      PIC X(8).

      *> Chart rows for the account edit.
       01 GBL-COA-CONTROL.
           05 GBL-COA-COUNT              PIC 9(4) VALUE ZERO.
           05 GBL-COA-MATCH              PIC 9(4).

       01 GBL-COA-TABLE.
           05 GBL-COA-ENTRY OCCURS 500 TIMES
                            INDEXED BY GBL-COA-IX.
               10 GBL-COA-ID-T           PIC X(6).
               10 GBL-COA-STATUS-T       PIC X(1).

      *> The master held whole: replaced in place by key, new keys
      *> appended, rewritten at end of run.
       01 GBL-BUDGET-CONTROL.
           05 GBL-BUD-COUNT              PIC 9(4) VALUE ZERO.
           05 GBL-BUD-IDX                PIC 9(4).
           05 GBL-BUD-MATCH              PIC 9(4).

       01 GBL-BUDGET-TABLE.
           05 GBL-BUD-ENTRY OCCURS 5000 TIMES.
               10 GBL-BUD-KEY-T.
                   15 GBL-BUD-ENTITY-T   PIC X(2).
                   15 GBL-BUD-ACCT-T     PIC X(6).
                   15 GBL-BUD-PERIOD-T   PIC X(6).
               10 GBL-BUD-AMOUNT-T       PIC S9(9)V99.

       01 GBL-WORK-FIELDS.
           05 GBL-REASON                 PIC X(30).
           05 GBL-FEED-KEY.
               10 GBL-KEY-ENTITY         PIC X(2).
               10 GBL-KEY-ACCT           PIC X(6).
               10 GBL-KEY-PERIOD         PIC X(6).
           05 GBL-MONTH-NUM              PIC 9(2).

       01 GBL-COUNTERS.
           05 GBL-FEED-READ-COUNT        PIC 9(6) VALUE ZERO.
           05 GBL-ADDED-COUNT            PIC 9(6) VALUE ZERO.
           05 GBL-REPLACED-COUNT         PIC 9(6) VALUE ZERO.
           05 GBL-REJECT-COUNT           PIC 9(6) VALUE ZERO.
           05 GBL-WRITTEN-COUNT          PIC 9(6) VALUE ZERO.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO GBL-TODAY
           PERFORM LOAD-CHART-TABLE
           PERFORM LOAD-BUDGET-MASTER
           OPEN EXTEND BUDGET-ERROR-OUT
           IF GBL-ERR-STATUS = '35'
               OPEN OUTPUT BUDGET-ERROR-OUT
           END-IF
           PERFORM APPLY-BUDGET-FEED
           CLOSE BUDGET-ERROR-OUT
           PERFORM WRITE-BUDGET-MASTER
           DISPLAY 'Feed rows read       = ' GBL-FEED-READ-COUNT
           DISPLAY 'Budget rows added    = ' GBL-ADDED-COUNT
           DISPLAY 'Budget rows replaced = ' GBL-REPLACED-COUNT
           DISPLAY 'Feed rows rejected   = ' GBL-REJECT-COUNT
           DISPLAY 'Master rows written  = ' GBL-WRITTEN-COUNT
           STOP RUN.

       LOAD-CHART-TABLE.
           OPEN INPUT GL-COA-IN
           IF GBL-COA-STATUS NOT = '00'
               DISPLAY 'CHART OF ACCOUNTS NOT FOUND: ' GBL-COA-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL GBL-COA-EOF = 'Y'
               READ GL-COA-IN
                   AT END MOVE 'Y' TO GBL-COA-EOF
                   NOT AT END
                       ADD 1 TO GBL-COA-COUNT
                       MOVE COA-ACCT-ID TO GBL-COA-ID-T(GBL-COA-COUNT)
                       MOVE COA-STATUS
                           TO GBL-COA-STATUS-T(GBL-COA-COUNT)
               END-READ
           END-PERFORM
           CLOSE GL-COA-IN.

       LOAD-BUDGET-MASTER.
           OPEN INPUT BUDGET-MASTER-IN
           IF GBL-BUD-STATUS = '00'
               PERFORM UNTIL GBL-BUD-EOF = 'Y'
                   READ BUDGET-MASTER-IN
                       AT END MOVE 'Y' TO GBL-BUD-EOF
                       NOT AT END PERFORM KEEP-ONE-BUDGET-ROW
                   END-READ
               END-PERFORM
               CLOSE BUDGET-MASTER-IN
           ELSE
               DISPLAY 'GL budget master not found: ' GBL-BUD-STATUS
                       ' -- STARTING A NEW ONE'
           END-IF.

       KEEP-ONE-BUDGET-ROW.
           IF GBL-BUD-COUNT < 5000
               ADD 1 TO GBL-BUD-COUNT
               MOVE GLB-ENTITY TO GBL-BUD-ENTITY-T(GBL-BUD-COUNT)
               MOVE GLB-ACCT-ID TO GBL-BUD-ACCT-T(GBL-BUD-COUNT)
               MOVE GLB-PERIOD TO GBL-BUD-PERIOD-T(GBL-BUD-COUNT)
               MOVE GLB-AMOUNT TO GBL-BUD-AMOUNT-T(GBL-BUD-COUNT)
           ELSE
               DISPLAY 'BUDGET TABLE FULL -- RUN STOPPED, '
                       'MASTER UNCHANGED'
               STOP RUN
           END-IF.

       APPLY-BUDGET-FEED.
           OPEN INPUT BUDGET-FEED-IN
           IF GBL-FEED-STATUS = '00'
               PERFORM UNTIL GBL-FEED-EOF = 'Y'
                   READ BUDGET-FEED-IN
                       AT END MOVE 'Y' TO GBL-FEED-EOF
                       NOT AT END PERFORM EDIT-ONE-FEED-ROW
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FEED-IN
           ELSE
               DISPLAY 'No GL budget feed: ' GBL-FEED-STATUS
           END-IF.

       EDIT-ONE-FEED-ROW.
           ADD 1 TO GBL-FEED-READ-COUNT
           MOVE SPACES TO GBL-REASON
           IF GBL-FEED-ENTITY = SPACES
               MOVE 'ENTITY MISSING' TO GBL-REASON
           END-IF
           IF GBL-REASON = SPACES
               MOVE ZERO TO GBL-COA-MATCH
               SET GBL-COA-IX TO 1
               SEARCH GBL-COA-ENTRY
                   AT END
                       MOVE 'ACCOUNT NOT ON CHART' TO GBL-REASON
                   WHEN GBL-COA-IX > GBL-COA-COUNT
                       MOVE 'ACCOUNT NOT ON CHART' TO GBL-REASON
                   WHEN GBL-COA-ID-T(GBL-COA-IX) = GBL-FEED-ACCT-ID
                       SET GBL-COA-MATCH TO GBL-COA-IX
               END-SEARCH
           END-IF
           IF GBL-REASON = SPACES
               AND GBL-COA-STATUS-T(GBL-COA-MATCH) = 'C'
               MOVE 'ACCOUNT IS CLOSED' TO GBL-REASON
           END-IF
           IF GBL-REASON = SPACES
               IF GBL-FEED-YEAR NOT NUMERIC
                       OR GBL-FEED-MONTH NOT NUMERIC
                   MOVE 'PERIOD NOT YYYYMM' TO GBL-REASON
               ELSE
                   MOVE GBL-FEED-MONTH TO GBL-MONTH-NUM
                   IF GBL-MONTH-NUM < 1 OR GBL-MONTH-NUM > 12
                       MOVE 'PERIOD NOT YYYYMM' TO GBL-REASON
                   END-IF
               END-IF
           END-IF
           IF GBL-REASON = SPACES
               AND GBL-FEED-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO GBL-REASON
           END-IF
           IF GBL-REASON = SPACES
               PERFORM STORE-FEED-ROW
           ELSE
               ADD 1 TO GBL-REJECT-COUNT
               MOVE BUDGET-FEED-RECORD TO GBE-FEED-ROW
               MOVE GBL-REASON TO GBE-REASON
               MOVE GBL-TODAY TO GBE-REJECT-DATE
               WRITE BUDGET-ERROR-RECORD
           END-IF.

       STORE-FEED-ROW.
           MOVE GBL-FEED-ENTITY TO GBL-KEY-ENTITY
           MOVE GBL-FEED-ACCT-ID TO GBL-KEY-ACCT
           MOVE GBL-FEED-PERIOD TO GBL-KEY-PERIOD
           MOVE ZERO TO GBL-BUD-MATCH
           PERFORM VARYING GBL-BUD-IDX FROM 1 BY 1
                   UNTIL GBL-BUD-IDX > GBL-BUD-COUNT
                      OR GBL-BUD-MATCH > ZERO
               IF GBL-BUD-KEY-T(GBL-BUD-IDX) = GBL-FEED-KEY
                   MOVE GBL-BUD-IDX TO GBL-BUD-MATCH
               END-IF
           END-PERFORM
           IF GBL-BUD-MATCH > ZERO
               MOVE GBL-FEED-AMOUNT TO GBL-BUD-AMOUNT-T(GBL-BUD-MATCH)
               ADD 1 TO GBL-REPLACED-COUNT
           ELSE
               IF GBL-BUD-COUNT < 5000
                   ADD 1 TO GBL-BUD-COUNT
                   MOVE GBL-FEED-KEY TO GBL-BUD-KEY-T(GBL-BUD-COUNT)
                   MOVE GBL-FEED-AMOUNT
                       TO GBL-BUD-AMOUNT-T(GBL-BUD-COUNT)
                   ADD 1 TO GBL-ADDED-COUNT
               ELSE
                   DISPLAY 'BUDGET TABLE FULL -- RUN STOPPED, '
                           'MASTER UNCHANGED'
                   STOP RUN
               END-IF
           END-IF.

       WRITE-BUDGET-MASTER.
           OPEN OUTPUT BUDGET-MASTER-OUT
           PERFORM VARYING GBL-BUD-IDX FROM 1 BY 1
                   UNTIL GBL-BUD-IDX > GBL-BUD-COUNT
               MOVE GBL-BUD-ENTITY-T(GBL-BUD-IDX) TO GLB-ENTITY
               MOVE GBL-BUD-ACCT-T(GBL-BUD-IDX) TO GLB-ACCT-ID
               MOVE GBL-BUD-PERIOD-T(GBL-BUD-IDX) TO GLB-PERIOD
               MOVE GBL-BUD-AMOUNT-T(GBL-BUD-IDX) TO GLB-AMOUNT
               MOVE GL-BUDGET-RECORD TO BUDGET-MASTER-OUT-RECORD
               WRITE BUDGET-MASTER-OUT-RECORD
               ADD 1 TO GBL-WRITTEN-COUNT
           END-PERFORM
           CLOSE BUDGET-MASTER-OUT.
