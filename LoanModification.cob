           05 LMO-NEXT-RESET             PIC X(8).
           05 LMO-TERM-REMAINING         PIC 9(3).
           05 LMO-FEE-BAL                PIC 9(5)V99.
           05 LMO-ORIG-DATE              PIC X(8).
           05 LMO-ORIG-BALANCE           PIC 9(7)V99.

       FD  MOD-HISTORY-OUT.
       01  MOD-HISTORY-RECORD.
               10 LMD-NEXTRESET-T       PIC X(8).
               10 LMD-TERM-T            PIC 9(3).
               10 LMD-FEE-BAL-T         PIC 9(5)V99.
               10 LMD-ORIG-DATE-T       PIC X(8).
               10 LMD-ORIG-BAL-T        PIC 9(7)V99.

      *> Product rows for the term-limit edits and rates.
       01 LMD-PROD-CONTROL.
           05 LMD-FACTOR-LESS-1         PIC 9(3)V9(6).
           05 LMD-ANNUITY-WORK          PIC 9(9)V9(6).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LMD-TODAY
           PERFORM LOAD-LOAN-ACCOUNTS
           PERFORM LOAD-PRODUCT-TABLE
           OPEN EXTEND MOD-HISTORY-OUT
               MOVE LOAN-ACCT-FEE-BAL TO LMD-FEE-BAL-T(LMD-ACCT-COUNT)
           ELSE
               MOVE ZERO TO LMD-FEE-BAL-T(LMD-ACCT-COUNT)
           END-IF
           MOVE LOAN-ACCT-ORIG-DATE TO LMD-ORIG-DATE-T(LMD-ACCT-COUNT)
           IF LOAN-ACCT-ORIG-BALANCE NUMERIC
               MOVE LOAN-ACCT-ORIG-BALANCE
                   TO LMD-ORIG-BAL-T(LMD-ACCT-COUNT)
           ELSE
               MOVE ZERO TO LMD-ORIG-BAL-T(LMD-ACCT-COUNT)
           END-IF.

       LOAD-PRODUCT-TABLE.
                   TO LMO-NEXT-RESET
               MOVE LMD-TERM-T(LMD-ACCT-IDX) TO LMO-TERM-REMAINING
               MOVE LMD-FEE-BAL-T(LMD-ACCT-IDX) TO LMO-FEE-BAL
               MOVE LMD-ORIG-DATE-T(LMD-ACCT-IDX) TO LMO-ORIG-DATE
               MOVE LMD-ORIG-BAL-T(LMD-ACCT-IDX) TO LMO-ORIG-BALANCE
               WRITE LOAN-ACCOUNT-OUT-RECORD
           END-PERFORM
           CLOSE LOAN-ACCOUNT-OUT.
