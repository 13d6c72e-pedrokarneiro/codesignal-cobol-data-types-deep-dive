           05 HIST-OUT-STORE-CODE        PIC X(3).
           05 HIST-OUT-NET-REVENUE       PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
           05 HIST-OUT-REVENUE           PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
           05 HIST-OUT-RENT              PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
           05 HIST-OUT-UTIL              PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
           05 HIST-OUT-PAYR              PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
           05 HIST-OUT-OTHR              PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.
           05 HIST-OUT-COGS              PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.
               10 SE-HIST-PERIOD-T         PIC X(6).
               10 SE-HIST-STORE-T          PIC X(3).
               10 SE-HIST-NET-REV-T        PIC S9(8)V99.
               10 SE-HIST-REV-T            PIC S9(8)V99.
               10 SE-HIST-CATS-T.
                   15 SE-HIST-RENT-T       PIC S9(8)V99.
                   15 SE-HIST-UTIL-T       PIC S9(8)V99.
                   15 SE-HIST-PAYR-T       PIC S9(8)V99.
                   15 SE-HIST-OTHR-T       PIC S9(8)V99.
                   15 SE-HIST-COGS-T       PIC S9(8)V99.

      *> Per-store accumulators for the statement sections, the
      *> per-store history rows, and the split GL feed. The
               10 SE-STORE-NET-T         PIC S9(8)V99.
               10 SE-STORE-COGS-T        PIC 9(8)V99.
               10 SE-STORE-DAYS-T        PIC 9(4).
               10 SE-STORE-RENT-T        PIC 9(7)V9.
               10 SE-STORE-UTIL-T        PIC 9(7)V9.
               10 SE-STORE-PAYR-T        PIC 9(7)V9.
               10 SE-STORE-OTHR-T        PIC 9(7)V9.

      *> Budget master rows for all periods, loaded once at
      *> start-up; the statement only reports the current period's.
           05 SE-BUD-COUNT               PIC 9(4) VALUE ZERO.

       01 SE-BUDGET-TABLE.
           05 SE-BUD-ENTRY OCCURS 1000 TIMES
                       INDEXED BY SE-BUD-IX.
               10 SE-BUD-PERIOD-T        PIC X(6).
               10 SE-BUD-CATEGORY-T      PIC X(4).
           05 SE-PCT-CHANGE               PIC S9(3)V99.
           05 SE-HIST-SAVE-STORE          PIC X(3).
           05 SE-HIST-SAVE-NET            PIC S9(8)V99.
           05 SE-HIST-SAVE-REV            PIC S9(8)V99.
           05 SE-HIST-SAVE-CATS.
               10 SE-HIST-SAVE-RENT       PIC S9(8)V99.
               10 SE-HIST-SAVE-UTIL       PIC S9(8)V99.
               10 SE-HIST-SAVE-PAYR       PIC S9(8)V99.
               10 SE-HIST-SAVE-OTHR       PIC S9(8)V99.
               10 SE-HIST-SAVE-COGS       PIC S9(8)V99.

       01 SE-EDIT-PCT-CHANGE              PIC -ZZ9.99.

       01 RF-DECIMAL-PLACES               PIC 9(1) VALUE 2.
       01 RF-EDITED-RESULT                PIC X(16).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO SE-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO SE-BRL-START-TIME
           PERFORM LOAD-STORE-MASTER
           PERFORM LOAD-HISTORY-TABLE
           ADD 1 TO SE-HIST-COUNT
           MOVE HIST-PERIOD-KEY  TO SE-HIST-PERIOD-T(SE-HIST-COUNT)
           MOVE HIST-STORE-CODE  TO SE-HIST-STORE-T(SE-HIST-COUNT)
           MOVE HIST-NET-REVENUE TO SE-HIST-NET-REV-T(SE-HIST-COUNT)
           IF HIST-REVENUE IS NUMERIC
               MOVE HIST-REVENUE TO SE-HIST-REV-T(SE-HIST-COUNT)
           ELSE
               MOVE ZERO TO SE-HIST-REV-T(SE-HIST-COUNT)
           END-IF
           IF HIST-RENT IS NUMERIC AND HIST-UTIL IS NUMERIC
               AND HIST-PAYR IS NUMERIC AND HIST-OTHR IS NUMERIC
               AND HIST-COGS IS NUMERIC
               MOVE HIST-RENT TO SE-HIST-RENT-T(SE-HIST-COUNT)
               MOVE HIST-UTIL TO SE-HIST-UTIL-T(SE-HIST-COUNT)
               MOVE HIST-PAYR TO SE-HIST-PAYR-T(SE-HIST-COUNT)
               MOVE HIST-OTHR TO SE-HIST-OTHR-T(SE-HIST-COUNT)
               MOVE HIST-COGS TO SE-HIST-COGS-T(SE-HIST-COUNT)
           ELSE
               MOVE ZERO TO SE-HIST-RENT-T(SE-HIST-COUNT)
               MOVE ZERO TO SE-HIST-UTIL-T(SE-HIST-COUNT)
               MOVE ZERO TO SE-HIST-PAYR-T(SE-HIST-COUNT)
               MOVE ZERO TO SE-HIST-OTHR-T(SE-HIST-COUNT)
               MOVE ZERO TO SE-HIST-COGS-T(SE-HIST-COUNT)
           END-IF.

      *> Edit pass: a well-formed numeric date inside this period,
      *> numeric amounts, a non-zero revenue day, and revenue inside
                   MOVE ZERO TO SE-STORE-NET-T(SE-STORE-COUNT)
                   MOVE ZERO TO SE-STORE-COGS-T(SE-STORE-COUNT)
                   MOVE ZERO TO SE-STORE-DAYS-T(SE-STORE-COUNT)
                   MOVE ZERO TO SE-STORE-RENT-T(SE-STORE-COUNT)
                   MOVE ZERO TO SE-STORE-UTIL-T(SE-STORE-COUNT)
                   MOVE ZERO TO SE-STORE-PAYR-T(SE-STORE-COUNT)
                   MOVE ZERO TO SE-STORE-OTHR-T(SE-STORE-COUNT)
                   MOVE SE-STORE-COUNT TO SE-STORE-MATCH-IX
                   PERFORM ADD-DAY-TO-STORE
               WHEN SE-STORE-CODE-T(SE-STORE-IX) = DAY-STORE-CODE
           ADD 1 TO SE-STORE-DAYS-T(SE-STORE-MATCH-IX)
           ADD DAY-REVENUE TO SE-STORE-REVENUE-T(SE-STORE-MATCH-IX)
           ADD SE-DAY-COST TO SE-STORE-COST-T(SE-STORE-MATCH-IX)
           ADD SE-DAY-NET  TO SE-STORE-NET-T(SE-STORE-MATCH-IX)
           ADD DAY-COST-RENT TO SE-STORE-RENT-T(SE-STORE-MATCH-IX)
           ADD DAY-COST-UTILITIES
               TO SE-STORE-UTIL-T(SE-STORE-MATCH-IX)
           ADD DAY-COST-PAYROLL TO SE-STORE-PAYR-T(SE-STORE-MATCH-IX)
           ADD DAY-COST-OTHER TO SE-STORE-OTHR-T(SE-STORE-MATCH-IX).

       WRITE-REPORT-DETAIL-LINE.
           MOVE DAY-DATE TO SE-EDIT-DATE
                       MOVE ZERO TO SE-STORE-NET-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-COGS-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-DAYS-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-RENT-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-UTIL-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-PAYR-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-OTHR-T(SE-STORE-COUNT)
                       MOVE SE-STORE-COUNT TO SE-STORE-MATCH-IX
                       PERFORM ADD-COGS-TO-STORE
                   WHEN SE-STORE-CODE-T(SE-STORE-IX)
                       MOVE ZERO TO SE-STORE-NET-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-COGS-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-DAYS-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-RENT-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-UTIL-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-PAYR-T(SE-STORE-COUNT)
                       MOVE ZERO TO SE-STORE-OTHR-T(SE-STORE-COUNT)
                       MOVE SE-STORE-COUNT TO SE-STORE-MATCH-IX
                       PERFORM ADD-LABOR-TO-STORE
                   WHEN SE-STORE-CODE-T(SE-STORE-IX)

       ADD-LABOR-TO-STORE.
           ADD LABOR-IN-AMOUNT TO SE-STORE-COST-T(SE-STORE-MATCH-IX)
           ADD LABOR-IN-AMOUNT TO SE-STORE-PAYR-T(SE-STORE-MATCH-IX)
           SUBTRACT LABOR-IN-AMOUNT
               FROM SE-STORE-NET-T(SE-STORE-MATCH-IX)
           ADD LABOR-IN-AMOUNT TO CAT-PAYROLL-TOTAL
           END-IF.

       STORE-BUDGET-ENTRY.
           IF SE-BUD-COUNT < 1000
               ADD 1 TO SE-BUD-COUNT
               MOVE BUD-PERIOD-KEY TO SE-BUD-PERIOD-T(SE-BUD-COUNT)
               MOVE BUD-CATEGORY   TO SE-BUD-CATEGORY-T(SE-BUD-COUNT)
               MOVE BUD-AMOUNT     TO SE-BUD-AMOUNT-T(SE-BUD-COUNT)
           ELSE
               DISPLAY 'Budget table full -- row skipped: '
                       BUD-PERIOD-KEY ' ' BUD-CATEGORY
           END-IF.

       LOOKUP-BUDGET-AMOUNT.
           MOVE ZERO TO SE-BVA-BUDGET
       SAVE-CURRENT-PERIOD-TO-HISTORY.
           MOVE 'ALL' TO SE-HIST-SAVE-STORE
           MOVE NetRevenue TO SE-HIST-SAVE-NET
           MOVE TotalRevenue TO SE-HIST-SAVE-REV
           MOVE CAT-RENT-TOTAL TO SE-HIST-SAVE-RENT
           MOVE CAT-UTILITIES-TOTAL TO SE-HIST-SAVE-UTIL
           MOVE CAT-PAYROLL-TOTAL TO SE-HIST-SAVE-PAYR
           MOVE CAT-OTHER-TOTAL TO SE-HIST-SAVE-OTHR
           MOVE CAT-COGS-TOTAL TO SE-HIST-SAVE-COGS
           PERFORM UPSERT-HISTORY-ROW
           PERFORM VARYING SE-STORE-IDX FROM 1 BY 1
                   UNTIL SE-STORE-IDX > SE-STORE-COUNT
               MOVE SE-STORE-CODE-T(SE-STORE-IDX)
                   TO SE-HIST-SAVE-STORE
               MOVE SE-STORE-NET-T(SE-STORE-IDX) TO SE-HIST-SAVE-NET
               MOVE SE-STORE-REVENUE-T(SE-STORE-IDX)
                   TO SE-HIST-SAVE-REV
               MOVE SE-STORE-RENT-T(SE-STORE-IDX) TO SE-HIST-SAVE-RENT
               MOVE SE-STORE-UTIL-T(SE-STORE-IDX) TO SE-HIST-SAVE-UTIL
               MOVE SE-STORE-PAYR-T(SE-STORE-IDX) TO SE-HIST-SAVE-PAYR
               MOVE SE-STORE-OTHR-T(SE-STORE-IDX) TO SE-HIST-SAVE-OTHR
               MOVE SE-STORE-COGS-T(SE-STORE-IDX) TO SE-HIST-SAVE-COGS
               PERFORM UPSERT-HISTORY-ROW
           END-PERFORM.

                       TO SE-HIST-STORE-T(SE-HIST-COUNT)
                   MOVE SE-HIST-SAVE-NET
                       TO SE-HIST-NET-REV-T(SE-HIST-COUNT)
                   MOVE SE-HIST-SAVE-REV
                       TO SE-HIST-REV-T(SE-HIST-COUNT)
                   MOVE SE-HIST-SAVE-CATS
                       TO SE-HIST-CATS-T(SE-HIST-COUNT)
               WHEN SE-HIST-PERIOD-T(SE-HIST-IX) = SE-CURRENT-PERIOD-KEY
                   AND SE-HIST-STORE-T(SE-HIST-IX) = SE-HIST-SAVE-STORE
                   MOVE SE-HIST-SAVE-NET
                       TO SE-HIST-NET-REV-T(SE-HIST-IX)
                   MOVE SE-HIST-SAVE-REV
                       TO SE-HIST-REV-T(SE-HIST-IX)
                   MOVE SE-HIST-SAVE-CATS
                       TO SE-HIST-CATS-T(SE-HIST-IX)
           END-SEARCH.

       WRITE-HISTORY-MASTER.
                   TO HIST-OUT-STORE-CODE
               MOVE SE-HIST-NET-REV-T(SE-HIST-IX)
                   TO HIST-OUT-NET-REVENUE
               MOVE SE-HIST-REV-T(SE-HIST-IX)
                   TO HIST-OUT-REVENUE
               MOVE SE-HIST-RENT-T(SE-HIST-IX) TO HIST-OUT-RENT
               MOVE SE-HIST-UTIL-T(SE-HIST-IX) TO HIST-OUT-UTIL
               MOVE SE-HIST-PAYR-T(SE-HIST-IX) TO HIST-OUT-PAYR
               MOVE SE-HIST-OTHR-T(SE-HIST-IX) TO HIST-OUT-OTHR
               MOVE SE-HIST-COGS-T(SE-HIST-IX) TO HIST-OUT-COGS
               WRITE STE-HIST-OUT-RECORD
           END-PERFORM
           CLOSE STE-HIST-OUT.
