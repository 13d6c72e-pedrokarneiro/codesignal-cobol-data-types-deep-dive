           05 LCO-OUT-NEXT-RESET         PIC X(8).
           05 LCO-OUT-TERM-REMAIN        PIC 9(3).
           05 LCO-OUT-FEE-BAL            PIC 9(5)V99.
           05 LCO-OUT-ORIG-DATE          PIC X(8).
           05 LCO-OUT-ORIG-BALANCE       PIC 9(7)V99.

       FD  RECOVERY-IN.
       COPY LNRECOV.
               10 LCO-NEXTRESET-T       PIC X(8).
               10 LCO-TERM-T            PIC 9(3).
               10 LCO-FEE-BAL-T         PIC 9(5)V99.
               10 LCO-ORIG-DATE-T       PIC X(8).
               10 LCO-ORIG-BAL-T        PIC 9(7)V99.
               10 LCO-RECEIVED-T        PIC S9(8)V99.
               10 LCO-MANUAL-T          PIC X(1).


       01 LCO-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LCO-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           COMPUTE LCO-THRESHOLD-MONTHS = LCO-CHARGEOFF-DAYS / 30
           MOVE 6 TO LCO-WINDOW-MONTHS
           ELSE
               MOVE ZERO TO LCO-FEE-BAL-T(LCO-ACCT-COUNT)
           END-IF
           MOVE LOAN-ACCT-ORIG-DATE TO LCO-ORIG-DATE-T(LCO-ACCT-COUNT)
           IF LOAN-ACCT-ORIG-BALANCE NUMERIC
               MOVE LOAN-ACCT-ORIG-BALANCE
                   TO LCO-ORIG-BAL-T(LCO-ACCT-COUNT)
           ELSE
               MOVE ZERO TO LCO-ORIG-BAL-T(LCO-ACCT-COUNT)
           END-IF
           MOVE ZERO TO LCO-RECEIVED-T(LCO-ACCT-COUNT)
           MOVE 'N'  TO LCO-MANUAL-T(LCO-ACCT-COUNT).

                   TO LCO-OUT-NEXT-RESET
               MOVE LCO-TERM-T(LCO-ACCT-IDX)   TO LCO-OUT-TERM-REMAIN
               MOVE LCO-FEE-BAL-T(LCO-ACCT-IDX) TO LCO-OUT-FEE-BAL
               MOVE LCO-ORIG-DATE-T(LCO-ACCT-IDX) TO LCO-OUT-ORIG-DATE
               MOVE LCO-ORIG-BAL-T(LCO-ACCT-IDX)
                   TO LCO-OUT-ORIG-BALANCE
               WRITE LOAN-ACCOUNT-OUT-RECORD
           END-PERFORM
           CLOSE LOAN-ACCOUNT-OUT.
