           SELECT PAY-GARN-WH-OUT ASSIGN TO "data/PAYGARN-WH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-GARNWH-STATUS.
      *> Compensation history: pending pay changes effective on
      *> or before this pay date are applied as each employee is
      *> read and flipped to applied; the master goes back out
      *> with the new figures as PAYEMP-COMP.DAT for promotion.
           SELECT PAY-COMP-IN ASSIGN TO "data/PAYCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-COMP-STATUS.
           SELECT PAY-COMP-OUT ASSIGN TO "data/PAYCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-EMP-COMP-OUT ASSIGN TO "data/PAYEMP-COMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Expense claims: approved, unpaid claims ride on the
      *> claimant's regular pay as a reimbursement outside the
      *> taxable total, and the claim file goes back out with
      *> the pay date stamped on what was paid.
           SELECT PAY-CLAIM-IN ASSIGN TO "data/PAYEXPCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-XC-STATUS.
           SELECT PAY-CLAIM-OUT ASSIGN TO "data/PAYEXPCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Central runtime-parameter master: the withholding
      *> percentage and bonus cap come from here instead of a
      *> recompile, falling back loudly to the compiled defaults
       COPY GLTRANS.

       FD  PAY-REG-PURGE-IN.
       01  PAY-REG-PURGE-IN-LINE         PIC X(138).

       FD  PAY-REG-PURGE-OUT.
       01  PAY-REG-PURGE-OUT-LINE        PIC X(138).

       FD  PAY-DED-PURGE-IN.
       01  PAY-DED-PURGE-IN-LINE         PIC X(55).

       FD  PAY-DED-PURGE-OUT.
       01  PAY-DED-PURGE-OUT-LINE        PIC X(55).

       FD  PAY-RUN-CTL-IN.
       COPY PAYCTL.
           05 SLAB-AMOUNT                PIC S9(8)V99
                                          SIGN IS TRAILING SEPARATE.

       FD  PAY-COMP-IN.
       COPY PAYCOMP.

       FD  PAY-COMP-OUT.
       01  PAY-COMP-OUT-RECORD           PIC X(71).

       FD  PAY-EMP-COMP-OUT.
       01  PAY-EMP-COMP-OUT-RECORD       PIC X(91).

       FD  PAY-CLAIM-IN.
       COPY PAYEXPCL.

       FD  PAY-CLAIM-OUT.
       01  PAY-CLAIM-OUT-RECORD          PIC X(48).

       FD  RUN-PARM-IN.
       COPY RUNPARM.

           05 PAY-GL-CASH-ACCT           PIC X(6) VALUE 'ACCT01'.
           05 PAY-GL-ER-TAX-EXP-ACCT     PIC X(6) VALUE 'ACCT22'.
           05 PAY-GL-ER-TAX-PAY-ACCT     PIC X(6) VALUE 'ACCT32'.
           05 PAY-GL-REIMB-ACCT          PIC X(6) VALUE 'ACCT23'.
           05 PAY-GL-FEED-REF            PIC X(8).

      *> Edited-output routine: formats the period's gross,

       01 PAY-PURGE-KEEP-TABLE.
           05 PAY-PURGE-KEEP-ENTRY OCCURS 2000 TIMES.
               10 PAY-PURGE-KEEP-LINE-T  PIC X(138).
       01 PAY-RUNPARM-EOF                PIC X VALUE 'N'.
       01 PAY-RUNPARM-FLAGS.
           05 PAY-WHPCT-FROM-MASTER      PIC X VALUE 'N'.
               10 PAY-YTD-NET-T            PIC 9(8)V99.
               10 PAY-YTD-ER-TAX-T         PIC 9(8)V99.

      *> Expense claims held whole so the paid ones can be stamped
      *> and the file rewritten; a claim paid on this same pay date
      *> is paid again on an override rerun, since the rerun purged
      *> the register row that carried it.
       01 PAY-XC-CONTROL.
           05 PAY-XC-STATUS              PIC XX.
           05 PAY-XC-EOF                 PIC X VALUE 'N'.
           05 PAY-XC-LOADED              PIC X VALUE 'N'.
           05 PAY-XC-COUNT               PIC 9(4) VALUE ZERO.
           05 PAY-XC-IDX                 PIC 9(4).
           05 PAY-XC-EMP-REIMB           PIC 9(5)V99 VALUE ZERO.
           05 PAY-XC-CHARGE-DEPT         PIC X(4).
           05 PAY-XC-PAID-COUNT          PIC 9(4) VALUE ZERO.
           05 PAY-XC-UNAPPROVED-COUNT    PIC 9(4) VALUE ZERO.
           05 PAY-XC-REJECT-COUNT        PIC 9(4) VALUE ZERO.
           05 PAY-TOTAL-REIMB            PIC 9(8)V99 VALUE ZERO.

       01 PAY-XC-TABLE.
           05 PAY-XC-ENTRY OCCURS 1000 TIMES.
               10 PAY-XC-CLAIM-ID-T      PIC X(8).
               10 PAY-XC-EMP-ID-T        PIC X(6).
               10 PAY-XC-CLAIM-DATE-T    PIC X(8).
               10 PAY-XC-TYPE-T          PIC X(4).
               10 PAY-XC-AMOUNT-T        PIC 9(5)V99.
               10 PAY-XC-DEPT-T          PIC X(4).
               10 PAY-XC-APPROVED-BY-T   PIC X(3).
               10 PAY-XC-PAID-DATE-T     PIC X(8).

      *> Reimbursements by the department they are charged to, for
      *> the department-split GL expense legs.
       01 PAY-XC-DEPT-CONTROL.
           05 PAY-XCD-COUNT              PIC 9(3) VALUE ZERO.
           05 PAY-XCD-IDX                PIC 9(3).

       01 PAY-XC-DEPT-TABLE.
           05 PAY-XCD-ENTRY OCCURS 100 TIMES
                            INDEXED BY PAY-XCD-IX.
               10 PAY-XCD-CODE-T         PIC X(4).
               10 PAY-XCD-AMOUNT-T       PIC 9(8)V99.

      *> Compensation history held whole so it can be rewritten
      *> with the rows this run applies.
       01 PAY-COMP-CONTROL.
           05 PAY-COMP-STATUS            PIC XX.
           05 PAY-COMP-EOF               PIC X VALUE 'N'.
           05 PAY-COMP-LOADED            PIC X VALUE 'N'.
           05 PAY-COMP-COUNT             PIC 9(4) VALUE ZERO.
           05 PAY-COMP-IDX               PIC 9(4).
           05 PAY-COMP-NEXT-IX           PIC 9(4).
           05 PAY-COMP-APPLIED-COUNT     PIC 9(4) VALUE ZERO.

       01 PAY-COMP-TABLE.
           05 PAY-COMP-ENTRY OCCURS 2000 TIMES.
               10 PAY-CH-EMP-ID-T        PIC X(6).
               10 PAY-CH-EFFECTIVE-T     PIC X(8).
               10 PAY-CH-TYPE-T          PIC X(1).
               10 PAY-CH-STATUS-T        PIC X(1).
               10 PAY-CH-KEYED-T         PIC X(8).
               10 PAY-CH-APPLIED-T       PIC X(8).
               10 PAY-CH-APPROVED-BY-T   PIC X(3).
               10 PAY-CH-OLD-SALARY-T    PIC 9(5)V99.
               10 PAY-CH-OLD-BONUS-T     PIC 9(4)V9.
               10 PAY-CH-OLD-TYPE-T      PIC X(1).
               10 PAY-CH-OLD-RATE-T      PIC 9(3)V99.
               10 PAY-CH-NEW-SALARY-T    PIC 9(5)V99.
               10 PAY-CH-NEW-BONUS-T     PIC 9(4)V9.
               10 PAY-CH-NEW-TYPE-T      PIC X(1).
               10 PAY-CH-NEW-RATE-T      PIC 9(3)V99.

       01 PAY-CAPACITY-WORK.
           05 PAY-CAP-NAME              PIC X(22).
           05 PAY-CAP-USED              PIC 9(8).
           05 FILLER                    PIC X(2) VALUE '%)'.
           05 PAY-CAPD-FLAG             PIC X(18).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO PAY-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO PAY-BRL-START-TIME
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM CHECK-RUN-CONTROL
           IF PAY-RUN-MODE = 'S'
               PERFORM LOAD-ADJUSTMENT-TABLE
           END-IF
           PERFORM LOAD-COMP-CHANGE-TABLE
           PERFORM LOAD-EXPENSE-CLAIM-TABLE
           OPEN INPUT PAY-EMPLOYEE-IN
           OPEN OUTPUT PAY-EMP-COMP-OUT
           OPEN EXTEND PAY-EXCEPTION-OUT
           IF PAY-EXC-STATUS = '35'
               OPEN OUTPUT PAY-EXCEPTION-OUT
           PERFORM UNTIL PAY-EOF = 'Y'
               READ PAY-EMPLOYEE-IN
                   AT END MOVE 'Y' TO PAY-EOF
                   NOT AT END
                       PERFORM APPLY-DUE-COMP-CHANGES
                       PERFORM PROCESS-ONE-EMPLOYEE
                       MOVE PAY-EMPLOYEE-RECORD
                           TO PAY-EMP-COMP-OUT-RECORD
                       WRITE PAY-EMP-COMP-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE PAY-EMPLOYEE-IN
           CLOSE PAY-EMP-COMP-OUT
           PERFORM WRITE-COMP-HISTORY
           PERFORM WRITE-EXPENSE-CLAIM-FILE
           CLOSE PAYROLL-REGISTER-OUT
           CLOSE PAY-APPROVAL-OUT
           CLOSE PAY-DED-REGISTER-OUT
           DISPLAY 'Payment exceptions      = ' PAY-EXCEPTION-COUNT
           DISPLAY 'Leave rows rejected     = ' PAY-LEAVE-REJECT-COUNT
           DISPLAY 'Garnish orders paid off = ' PAY-GARN-PAIDOFF-COUNT
           DISPLAY 'Pay changes applied     = ' PAY-COMP-APPLIED-COUNT
           DISPLAY 'Expense claims paid     = ' PAY-XC-PAID-COUNT
           DISPLAY 'Claims awaiting approval= ' PAY-XC-UNAPPROVED-COUNT
           DISPLAY 'Claims rejected         = ' PAY-XC-REJECT-COUNT
           IF PAY-RUN-MODE = 'S'
               DISPLAY 'Adjustments paid        = ' PAY-ADJ-PAID-COUNT
           END-IF
                                     RF-DECIMAL-PLACES
                                     RF-EDITED-RESULT
           DISPLAY 'Total Deductions        = ' RF-EDITED-RESULT
           MOVE PAY-TOTAL-REIMB TO RF-SOURCE-VALUE
           CALL 'ResultFormat' USING RF-SOURCE-VALUE
                                     RF-DECIMAL-PLACES
                                     RF-EDITED-RESULT
           DISPLAY 'Total Reimbursements    = ' RF-EDITED-RESULT
           PERFORM DISPLAY-DEDUCTION-CODE-TOTALS
           PERFORM WRITE-GL-DISTRIBUTION-FEED
           PERFORM WRITE-DEPT-COST-REPORT
                   ADD GL-TRANS-AMOUNT TO PAY-GL-FEED-HASH
               END-IF
           END-PERFORM
      *> Expense reimbursements go to the department or store on
      *> each claim; cash below already carries them in net pay.
           PERFORM VARYING PAY-XCD-IDX FROM 1 BY 1
                   UNTIL PAY-XCD-IDX > PAY-XCD-COUNT
               MOVE PAY-GL-REIMB-ACCT TO GL-TRANS-ACCT-ID
               MOVE 'C' TO GL-TRANS-OP-CODE
               MOVE PAY-XCD-AMOUNT-T(PAY-XCD-IDX) TO GL-TRANS-AMOUNT
               MOVE SPACES TO PAY-GL-FEED-REF
               STRING 'PX' DELIMITED BY SIZE
                      PAY-XCD-CODE-T(PAY-XCD-IDX) DELIMITED BY SIZE
                      PAY-TODAY(7:2) DELIMITED BY SIZE
                   INTO PAY-GL-FEED-REF
               PERFORM WRITE-GL-FEED-RECORD
           END-PERFORM
           IF PAY-RUN-MODE = 'S'
               MOVE SPACES TO PAY-GL-FEED-REF
               STRING 'PS' DELIMITED BY SIZE
      *> A terminated employee stays on the master for the record
      *> but must never be paid again.
       PROCESS-ONE-EMPLOYEE.
           MOVE ZERO TO PAY-XC-EMP-REIMB
           IF PAY-EMP-STATUS = 'T'
               ADD 1 TO PAY-TERMINATED-COUNT
           ELSE
               END-IF
           END-IF.

       LOAD-COMP-CHANGE-TABLE.
           OPEN INPUT PAY-COMP-IN
           IF PAY-COMP-STATUS = '00'
               MOVE 'Y' TO PAY-COMP-LOADED
               PERFORM UNTIL PAY-COMP-EOF = 'Y'
                   READ PAY-COMP-IN
                       AT END MOVE 'Y' TO PAY-COMP-EOF
                       NOT AT END PERFORM STORE-COMP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PAY-COMP-IN
           ELSE
               DISPLAY 'No compensation history yet: '
                       PAY-COMP-STATUS
           END-IF.

      *> A full table would drop history on the rewrite, so the
      *> run stops before paying anyone.
       STORE-COMP-ENTRY.
           IF PAY-COMP-COUNT >= 2000
               DISPLAY 'COMPENSATION HISTORY TABLE FULL -- '
                       'RUN STOPPED BEFORE PAYING'
               STOP RUN
           END-IF
           ADD 1 TO PAY-COMP-COUNT
           MOVE PCH-EMP-ID TO PAY-CH-EMP-ID-T(PAY-COMP-COUNT)
           MOVE PCH-EFFECTIVE-DATE
               TO PAY-CH-EFFECTIVE-T(PAY-COMP-COUNT)
           MOVE PCH-CHANGE-TYPE TO PAY-CH-TYPE-T(PAY-COMP-COUNT)
           MOVE PCH-STATUS TO PAY-CH-STATUS-T(PAY-COMP-COUNT)
           MOVE PCH-KEYED-DATE TO PAY-CH-KEYED-T(PAY-COMP-COUNT)
           MOVE PCH-APPLIED-DATE TO PAY-CH-APPLIED-T(PAY-COMP-COUNT)
           MOVE PCH-APPROVED-BY
               TO PAY-CH-APPROVED-BY-T(PAY-COMP-COUNT)
           MOVE PCH-OLD-SALARY TO PAY-CH-OLD-SALARY-T(PAY-COMP-COUNT)
           MOVE PCH-OLD-BONUS TO PAY-CH-OLD-BONUS-T(PAY-COMP-COUNT)
           MOVE PCH-OLD-PAY-TYPE TO PAY-CH-OLD-TYPE-T(PAY-COMP-COUNT)
           MOVE PCH-OLD-HOURLY-RATE
               TO PAY-CH-OLD-RATE-T(PAY-COMP-COUNT)
           MOVE PCH-NEW-SALARY TO PAY-CH-NEW-SALARY-T(PAY-COMP-COUNT)
           MOVE PCH-NEW-BONUS TO PAY-CH-NEW-BONUS-T(PAY-COMP-COUNT)
           MOVE PCH-NEW-PAY-TYPE TO PAY-CH-NEW-TYPE-T(PAY-COMP-COUNT)
           MOVE PCH-NEW-HOURLY-RATE
               TO PAY-CH-NEW-RATE-T(PAY-COMP-COUNT).

      *> Pending changes due by this pay date go on in effective-
      *> date order, each recording the figures it replaces, so
      *> two raises keyed out of order still land in sequence.
       APPLY-DUE-COMP-CHANGES.
           MOVE 1 TO PAY-COMP-NEXT-IX
           PERFORM UNTIL PAY-COMP-NEXT-IX = ZERO
               MOVE ZERO TO PAY-COMP-NEXT-IX
               PERFORM VARYING PAY-COMP-IDX FROM 1 BY 1
                       UNTIL PAY-COMP-IDX > PAY-COMP-COUNT
                   IF PAY-CH-EMP-ID-T(PAY-COMP-IDX) = PAY-EMP-ID
                      AND PAY-CH-STATUS-T(PAY-COMP-IDX) = 'P'
                      AND PAY-CH-EFFECTIVE-T(PAY-COMP-IDX)
                          <= PAY-TODAY
                       IF PAY-COMP-NEXT-IX = ZERO
                           MOVE PAY-COMP-IDX TO PAY-COMP-NEXT-IX
                       ELSE
                           IF PAY-CH-EFFECTIVE-T(PAY-COMP-IDX) <
                              PAY-CH-EFFECTIVE-T(PAY-COMP-NEXT-IX)
                               MOVE PAY-COMP-IDX TO PAY-COMP-NEXT-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF PAY-COMP-NEXT-IX > ZERO
                   PERFORM APPLY-ONE-COMP-CHANGE
               END-IF
           END-PERFORM.

       APPLY-ONE-COMP-CHANGE.
           MOVE PAY-EMP-SALARY TO PAY-CH-OLD-SALARY-T(PAY-COMP-NEXT-IX)
           MOVE PAY-EMP-BONUS TO PAY-CH-OLD-BONUS-T(PAY-COMP-NEXT-IX)
           MOVE PAY-EMP-PAY-TYPE TO PAY-CH-OLD-TYPE-T(PAY-COMP-NEXT-IX)
           IF PAY-EMP-HOURLY-RATE NUMERIC
               MOVE PAY-EMP-HOURLY-RATE
                   TO PAY-CH-OLD-RATE-T(PAY-COMP-NEXT-IX)
           ELSE
               MOVE ZERO TO PAY-CH-OLD-RATE-T(PAY-COMP-NEXT-IX)
           END-IF
           MOVE PAY-CH-NEW-SALARY-T(PAY-COMP-NEXT-IX) TO PAY-EMP-SALARY
           MOVE PAY-CH-NEW-BONUS-T(PAY-COMP-NEXT-IX) TO PAY-EMP-BONUS
           MOVE PAY-CH-NEW-TYPE-T(PAY-COMP-NEXT-IX) TO PAY-EMP-PAY-TYPE
           MOVE PAY-CH-NEW-RATE-T(PAY-COMP-NEXT-IX)
               TO PAY-EMP-HOURLY-RATE
           MOVE 'A' TO PAY-CH-STATUS-T(PAY-COMP-NEXT-IX)
           MOVE PAY-TODAY TO PAY-CH-APPLIED-T(PAY-COMP-NEXT-IX)
           ADD 1 TO PAY-COMP-APPLIED-COUNT.

       WRITE-COMP-HISTORY.
           IF PAY-COMP-LOADED = 'Y'
               OPEN OUTPUT PAY-COMP-OUT
               PERFORM VARYING PAY-COMP-IDX FROM 1 BY 1
                       UNTIL PAY-COMP-IDX > PAY-COMP-COUNT
                   PERFORM WRITE-ONE-COMP-ROW
               END-PERFORM
               CLOSE PAY-COMP-OUT
           END-IF.

       WRITE-ONE-COMP-ROW.
           MOVE PAY-CH-EMP-ID-T(PAY-COMP-IDX) TO PCH-EMP-ID
           MOVE PAY-CH-EFFECTIVE-T(PAY-COMP-IDX) TO PCH-EFFECTIVE-DATE
           MOVE PAY-CH-TYPE-T(PAY-COMP-IDX) TO PCH-CHANGE-TYPE
           MOVE PAY-CH-STATUS-T(PAY-COMP-IDX) TO PCH-STATUS
           MOVE PAY-CH-KEYED-T(PAY-COMP-IDX) TO PCH-KEYED-DATE
           MOVE PAY-CH-APPLIED-T(PAY-COMP-IDX) TO PCH-APPLIED-DATE
           MOVE PAY-CH-APPROVED-BY-T(PAY-COMP-IDX) TO PCH-APPROVED-BY
           MOVE PAY-CH-OLD-SALARY-T(PAY-COMP-IDX) TO PCH-OLD-SALARY
           MOVE PAY-CH-OLD-BONUS-T(PAY-COMP-IDX) TO PCH-OLD-BONUS
           MOVE PAY-CH-OLD-TYPE-T(PAY-COMP-IDX) TO PCH-OLD-PAY-TYPE
           MOVE PAY-CH-OLD-RATE-T(PAY-COMP-IDX) TO PCH-OLD-HOURLY-RATE
           MOVE PAY-CH-NEW-SALARY-T(PAY-COMP-IDX) TO PCH-NEW-SALARY
           MOVE PAY-CH-NEW-BONUS-T(PAY-COMP-IDX) TO PCH-NEW-BONUS
           MOVE PAY-CH-NEW-TYPE-T(PAY-COMP-IDX) TO PCH-NEW-PAY-TYPE
           MOVE PAY-CH-NEW-RATE-T(PAY-COMP-IDX) TO PCH-NEW-HOURLY-RATE
           MOVE PAY-COMP-HISTORY-RECORD TO PAY-COMP-OUT-RECORD
           WRITE PAY-COMP-OUT-RECORD.

      *> Hourly employees earn their period gross from the timecard
      *> feed (time-and-a-half over 40); salaried employees keep the
      *> master's salary. Either way the bonus cap, withholding,
               SUBTRACT PAY-WITHHOLDING FROM Total GIVING NetPay
               PERFORM APPLY-EMPLOYEE-DEDUCTIONS
               PERFORM ACCRUE-EMPLOYER-TAX
               PERFORM PAY-EXPENSE-CLAIMS
               ADD Total TO PAY-TOTAL-GROSS
               ADD Salary TO PAY-TOTAL-SALARY
               COMPUTE PAY-TOTAL-BONUS =
                   ADD 1 TO PAY-EXCEPTION-COUNT
           END-EVALUATE.

      *> Expense claims. No claim file is a normal night; a file
      *> past the table would leave claims unstamped on the
      *> rewrite, so the run stops before paying anyone.
       LOAD-EXPENSE-CLAIM-TABLE.
           OPEN INPUT PAY-CLAIM-IN
           IF PAY-XC-STATUS = '00'
               MOVE 'Y' TO PAY-XC-LOADED
               PERFORM UNTIL PAY-XC-EOF = 'Y'
                   READ PAY-CLAIM-IN
                       AT END MOVE 'Y' TO PAY-XC-EOF
                       NOT AT END PERFORM STORE-CLAIM-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PAY-CLAIM-IN
           END-IF.

       STORE-CLAIM-ENTRY.
           IF PAY-XC-COUNT >= 1000
               DISPLAY 'EXPENSE CLAIM TABLE FULL -- '
                       'RUN STOPPED BEFORE PAYING'
               STOP RUN
           END-IF
           ADD 1 TO PAY-XC-COUNT
           MOVE XC-CLAIM-ID    TO PAY-XC-CLAIM-ID-T(PAY-XC-COUNT)
           MOVE XC-EMP-ID      TO PAY-XC-EMP-ID-T(PAY-XC-COUNT)
           MOVE XC-CLAIM-DATE  TO PAY-XC-CLAIM-DATE-T(PAY-XC-COUNT)
           MOVE XC-CLAIM-TYPE  TO PAY-XC-TYPE-T(PAY-XC-COUNT)
           IF XC-AMOUNT NUMERIC
               MOVE XC-AMOUNT TO PAY-XC-AMOUNT-T(PAY-XC-COUNT)
           ELSE
               MOVE ZERO TO PAY-XC-AMOUNT-T(PAY-XC-COUNT)
           END-IF
           MOVE XC-DEPT        TO PAY-XC-DEPT-T(PAY-XC-COUNT)
           MOVE XC-APPROVED-BY TO PAY-XC-APPROVED-BY-T(PAY-XC-COUNT)
           MOVE XC-PAID-DATE   TO PAY-XC-PAID-DATE-T(PAY-XC-COUNT)
           IF XC-PAID-DATE = SPACES AND XC-APPROVED-BY = SPACES
               ADD 1 TO PAY-XC-UNAPPROVED-COUNT
           END-IF.

      *> The employee's open, approved claims dated on or before
      *> the pay date are added to net pay after withholding and
      *> deductions, so they are neither taxed nor garnished.
       PAY-EXPENSE-CLAIMS.
           PERFORM VARYING PAY-XC-IDX FROM 1 BY 1
                   UNTIL PAY-XC-IDX > PAY-XC-COUNT
               IF PAY-XC-EMP-ID-T(PAY-XC-IDX) = PAY-EMP-ID
                  AND PAY-XC-APPROVED-BY-T(PAY-XC-IDX) NOT = SPACES
                  AND PAY-XC-CLAIM-DATE-T(PAY-XC-IDX) <= PAY-TODAY
                  AND (PAY-XC-PAID-DATE-T(PAY-XC-IDX) = SPACES
                    OR PAY-XC-PAID-DATE-T(PAY-XC-IDX) = PAY-TODAY)
                   PERFORM PAY-ONE-EXPENSE-CLAIM
               END-IF
           END-PERFORM
           ADD PAY-XC-EMP-REIMB TO NetPay.

      *> A claim of an unknown type or no amount goes on the
      *> exception list and stays open for payroll to correct.
       PAY-ONE-EXPENSE-CLAIM.
           IF (PAY-XC-TYPE-T(PAY-XC-IDX) NOT = 'MILE'
               AND PAY-XC-TYPE-T(PAY-XC-IDX) NOT = 'SUPP'
               AND PAY-XC-TYPE-T(PAY-XC-IDX) NOT = 'TRVL'
               AND PAY-XC-TYPE-T(PAY-XC-IDX) NOT = 'MEAL'
               AND PAY-XC-TYPE-T(PAY-XC-IDX) NOT = 'OTHR')
              OR PAY-XC-AMOUNT-T(PAY-XC-IDX) = ZERO
               MOVE PAY-EMP-ID   TO EXC-EMP-ID
               MOVE PAY-EMP-NAME TO EXC-EMP-NAME
               MOVE SPACES TO EXC-REASON
               STRING 'BAD EXPENSE CLAIM ' DELIMITED BY SIZE
                      PAY-XC-CLAIM-ID-T(PAY-XC-IDX) DELIMITED BY SIZE
                   INTO EXC-REASON
               MOVE PAY-TODAY    TO EXC-PAY-DATE
               WRITE PAY-EXCEPTION-RECORD
               ADD 1 TO PAY-EXCEPTION-COUNT
               ADD 1 TO PAY-XC-REJECT-COUNT
           ELSE
               ADD PAY-XC-AMOUNT-T(PAY-XC-IDX) TO PAY-XC-EMP-REIMB
               ADD PAY-XC-AMOUNT-T(PAY-XC-IDX) TO PAY-TOTAL-REIMB
               MOVE PAY-TODAY TO PAY-XC-PAID-DATE-T(PAY-XC-IDX)
               ADD 1 TO PAY-XC-PAID-COUNT
               IF PAY-XC-DEPT-T(PAY-XC-IDX) = SPACES
                   MOVE PAY-EMP-DEPT TO PAY-XC-CHARGE-DEPT
               ELSE
                   MOVE PAY-XC-DEPT-T(PAY-XC-IDX)
                       TO PAY-XC-CHARGE-DEPT
               END-IF
               PERFORM TALLY-REIMBURSEMENT-DEPT
           END-IF.

       TALLY-REIMBURSEMENT-DEPT.
           SET PAY-XCD-IX TO 1
           SEARCH PAY-XCD-ENTRY
               AT END
                   PERFORM ADD-REIMBURSEMENT-DEPT
               WHEN PAY-XCD-IX > PAY-XCD-COUNT
                   PERFORM ADD-REIMBURSEMENT-DEPT
               WHEN PAY-XCD-CODE-T(PAY-XCD-IX) = PAY-XC-CHARGE-DEPT
                   ADD PAY-XC-AMOUNT-T(PAY-XC-IDX)
                       TO PAY-XCD-AMOUNT-T(PAY-XCD-IX)
           END-SEARCH.

      *> The last slot is kept for departments past the table, so
      *> the GL legs still balance; accounting reclasses OVFL.
       ADD-REIMBURSEMENT-DEPT.
           IF PAY-XCD-COUNT >= 99
               DISPLAY 'REIMBURSEMENT DEPARTMENT TABLE FULL -- '
                       PAY-XC-CHARGE-DEPT ' POSTED UNDER OVFL'
               MOVE 'OVFL' TO PAY-XC-CHARGE-DEPT
           END-IF
           IF PAY-XCD-COUNT = 100
               ADD PAY-XC-AMOUNT-T(PAY-XC-IDX)
                   TO PAY-XCD-AMOUNT-T(PAY-XCD-COUNT)
           ELSE
               ADD 1 TO PAY-XCD-COUNT
               MOVE PAY-XC-CHARGE-DEPT TO PAY-XCD-CODE-T(PAY-XCD-COUNT)
               MOVE PAY-XC-AMOUNT-T(PAY-XC-IDX)
                   TO PAY-XCD-AMOUNT-T(PAY-XCD-COUNT)
           END-IF.

       WRITE-EXPENSE-CLAIM-FILE.
           IF PAY-XC-LOADED = 'Y'
               OPEN OUTPUT PAY-CLAIM-OUT
               PERFORM VARYING PAY-XC-IDX FROM 1 BY 1
                       UNTIL PAY-XC-IDX > PAY-XC-COUNT
                   PERFORM WRITE-ONE-CLAIM-ROW
               END-PERFORM
               CLOSE PAY-CLAIM-OUT
           END-IF.

       WRITE-ONE-CLAIM-ROW.
           MOVE PAY-XC-CLAIM-ID-T(PAY-XC-IDX)    TO XC-CLAIM-ID
           MOVE PAY-XC-EMP-ID-T(PAY-XC-IDX)      TO XC-EMP-ID
           MOVE PAY-XC-CLAIM-DATE-T(PAY-XC-IDX)  TO XC-CLAIM-DATE
           MOVE PAY-XC-TYPE-T(PAY-XC-IDX)        TO XC-CLAIM-TYPE
           MOVE PAY-XC-AMOUNT-T(PAY-XC-IDX)      TO XC-AMOUNT
           MOVE PAY-XC-DEPT-T(PAY-XC-IDX)        TO XC-DEPT
           MOVE PAY-XC-APPROVED-BY-T(PAY-XC-IDX) TO XC-APPROVED-BY
           MOVE PAY-XC-PAID-DATE-T(PAY-XC-IDX)   TO XC-PAID-DATE
           MOVE PAY-EXPENSE-CLAIM-RECORD TO PAY-CLAIM-OUT-RECORD
           WRITE PAY-CLAIM-OUT-RECORD.

      *> Leave master and taken transactions. Either file may be
      *> absent (no leave plans, or nobody out this period).
       LOAD-LEAVE-TABLE.
           COMPUTE PAY-ER-THIS-TAX ROUNDED =
                   Total * PAY-ER-SUTA-PCT / 100
           MOVE 'SUTA' TO PET-TAX-TYPE
           PERFORM WRITE-EMPLOYER-TAX-ROW
           PERFORM WRITE-WITHHELD-TAX-ROW.

       WRITE-EMPLOYER-TAX-ROW.
           IF PAY-ER-THIS-TAX > ZERO
               ADD PAY-ER-THIS-TAX TO PAY-TOTAL-EMPLOYER-TAX
           END-IF.

      *> The employee's withholding is a deposit liability too, so
      *> it goes on the same detail as type WHLD -- not part of the
      *> employer's own tax cost, which the totals above carry.
       WRITE-WITHHELD-TAX-ROW.
           IF PAY-WITHHOLDING > ZERO
               MOVE PAY-EMP-ID      TO PET-EMP-ID
               MOVE PAY-TODAY       TO PET-PAY-DATE
               MOVE 'WHLD'          TO PET-TAX-TYPE
               MOVE Total           TO PET-BASIS
               MOVE PAY-WITHHOLDING TO PET-AMOUNT
               WRITE PAY-EMP-TAX-RECORD
           END-IF.

      *> Bonus exceeds the configured cap: hold for manager
      *> approval instead of paying automatically -- no register line,
      *> no YTD update, same as WarehouseInventory.cob's rejected
               MOVE PAY-GARN-AGENCY-T(PAY-GARN-IDX)
                   TO PDR-DESCRIPTION
               MOVE PAY-GARN-TAKE TO PDR-AMOUNT
               MOVE SPACE         TO PDR-REMITTED
               MOVE SPACES        TO PDR-REMIT-DATE
               WRITE PAY-DED-REGISTER-RECORD
               MOVE PAY-GARN-ORDER-T(PAY-GARN-IDX) TO PGW-ORDER-ID
               MOVE PAY-EMP-ID    TO PGW-EMP-ID
           MOVE PAY-DED-CODE-T(PAY-DED-IDX) TO PDR-DED-CODE
           MOVE PAY-DED-DESC-T(PAY-DED-IDX) TO PDR-DESCRIPTION
           MOVE PAY-THIS-DEDUCTION          TO PDR-AMOUNT
           MOVE SPACE                       TO PDR-REMITTED
           MOVE SPACES                      TO PDR-REMIT-DATE
           WRITE PAY-DED-REGISTER-RECORD.

       ADD-TO-CODE-TOTALS.
           MOVE PAY-TODAY TO REG-PAY-DATE
           MOVE PAY-RUN-MODE TO REG-RUN-TYPE
           MOVE PAY-EMP-DEPT TO REG-DEPT
           MOVE PAY-XC-EMP-REIMB TO REG-REIMBURSEMENT
           WRITE PAYROLL-REGISTER-RECORD.

      *> Every in-memory table against its limit, flagged from 80
           MOVE 2000 TO PAY-CAP-LIMIT
           MOVE 'N' TO PAY-CAP-OVERFLOWED
           PERFORM WRITE-ONE-CAPACITY-LINE
           MOVE 'EXPENSE CLAIMS' TO PAY-CAP-NAME
           MOVE PAY-XC-COUNT TO PAY-CAP-USED
           MOVE 1000 TO PAY-CAP-LIMIT
           MOVE 'N' TO PAY-CAP-OVERFLOWED
           PERFORM WRITE-ONE-CAPACITY-LINE
           MOVE 'ADJUSTMENTS' TO PAY-CAP-NAME
           MOVE PAY-ADJ-COUNT TO PAY-CAP-USED
           MOVE 200 TO PAY-CAP-LIMIT
