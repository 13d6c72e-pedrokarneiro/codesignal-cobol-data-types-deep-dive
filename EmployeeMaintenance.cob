      *> without deleting their line and losing all trace of them.
      *> Rejects go to an error file with a reject date, the way
      *> ACCTERR.cpy carries one, so the aging report can track them.
      *> A change to salary, bonus, pay type or hourly rate carries
      *> an effective date and the approver's initials and is
      *> logged to the compensation history (PAYCOMP.cpy); one
      *> dated after the run date waits there as pending, and the
      *> payroll run applies it on the first pay date it reaches.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> per run, written only at clean end-of-job -- the generation
      *> manager reads it as proof before promoting this job's -NEW
      *> output over the master.
           SELECT PAY-COMP-HIST-OUT ASSIGN TO "data/PAYCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EM-COMP-OUT-STATUS.
           SELECT BATCH-RUN-LOG-OUT ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EM-BRL-STATUS.
      *> departments carry the store code in the first three
      *> characters.
           05 EMN-EMP-DEPT               PIC X(4).
      *> Date a compensation change takes effect (blank = at once)
      *> and the initials of the manager who approved it. On a
      *> hire card the date is the hire date, on a termination
      *> the termination date; blank means the run date.
           05 EMN-EFFECTIVE-DATE         PIC X(8).
           05 EMN-APPROVED-BY            PIC X(3).

       FD  PAY-EMPLOYEE-OUT.
       01  PAY-EMPLOYEE-OUT-RECORD.
           05 EMO-EMP-PAY-TYPE           PIC X(1).
           05 EMO-EMP-HOURLY-RATE        PIC 9(3)V99.
           05 EMO-EMP-DEPT               PIC X(4).
           05 EMO-EMP-HIRE-DATE          PIC X(8).
           05 EMO-EMP-TERM-DATE          PIC X(8).

       FD  PAY-EMP-ERROR-OUT.
       COPY PAYERR.

       FD  PAY-COMP-HIST-OUT.
       COPY PAYCOMP.

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.


       01 EM-MASTER-IN-STATUS            PIC XX.
       01 EM-ERROR-OUT-STATUS            PIC XX.
       01 EM-COMP-OUT-STATUS             PIC XX.
       01 EM-TODAY                       PIC X(8).

      *> Batch-window log.
           05 EM-CHANGE-COUNT            PIC 9(4) VALUE ZERO.
           05 EM-TERM-COUNT              PIC 9(4) VALUE ZERO.
           05 EM-REJECT-COUNT            PIC 9(4) VALUE ZERO.
           05 EM-COMP-APPLIED-COUNT      PIC 9(4) VALUE ZERO.
           05 EM-COMP-PENDING-COUNT      PIC 9(4) VALUE ZERO.

       01 EM-TABLE.
           05 EM-ENTRY OCCURS 500 TIMES
               10 EM-EMP-PAY-TYPE-T      PIC X(1).
               10 EM-EMP-RATE-T          PIC 9(3)V99.
               10 EM-EMP-DEPT-T          PIC X(4).
               10 EM-EMP-HIRE-DATE-T     PIC X(8).
               10 EM-EMP-TERM-DATE-T     PIC X(8).

       01 EM-VALIDATION.
           05 EM-NV-INVALID              PIC X.
           05 EM-NV-REASON               PIC X(30).

      *> The compensation a change card asks for, and whether it
      *> differs from what the master holds now.
       01 EM-COMP-WORK.
           05 EM-COMP-CHANGED            PIC X.
           05 EM-NEW-PAY-TYPE            PIC X(1).
           05 EM-NEW-RATE                PIC 9(3)V99.
           05 EM-EFFECTIVE-DATE          PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO EM-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO EM-BRL-START-TIME
           PERFORM LOAD-EXISTING-MASTER
           PERFORM APPLY-MAINTENANCE
           DISPLAY 'Hires applied       = ' EM-HIRE-COUNT
           DISPLAY 'Changes applied     = ' EM-CHANGE-COUNT
           DISPLAY 'Terminations        = ' EM-TERM-COUNT
           DISPLAY 'Pay changes applied = ' EM-COMP-APPLIED-COUNT
           DISPLAY 'Pay changes pending = ' EM-COMP-PENDING-COUNT
           DISPLAY 'Entries rejected    = ' EM-REJECT-COUNT
           PERFORM WRITE-BATCH-RUN-LOG
           STOP RUN.
           ELSE
               MOVE ZERO TO EM-EMP-RATE-T(EM-COUNT)
           END-IF
           MOVE PAY-EMP-DEPT TO EM-EMP-DEPT-T(EM-COUNT)
           MOVE PAY-EMP-HIRE-DATE TO EM-EMP-HIRE-DATE-T(EM-COUNT)
           MOVE PAY-EMP-TERM-DATE TO EM-EMP-TERM-DATE-T(EM-COUNT).

       APPLY-MAINTENANCE.
           OPEN INPUT PAY-EMP-NEW-IN
           IF EM-ERROR-OUT-STATUS = '35'
               OPEN OUTPUT PAY-EMP-ERROR-OUT
           END-IF
           OPEN EXTEND PAY-COMP-HIST-OUT
           IF EM-COMP-OUT-STATUS = '35'
               OPEN OUTPUT PAY-COMP-HIST-OUT
           END-IF
           PERFORM UNTIL EM-NEW-EOF = 'Y'
               READ PAY-EMP-NEW-IN
                   AT END MOVE 'Y' TO EM-NEW-EOF
               END-READ
           END-PERFORM
           CLOSE PAY-EMP-NEW-IN
           CLOSE PAY-EMP-ERROR-OUT
           CLOSE PAY-COMP-HIST-OUT.

       APPLY-ONE-ENTRY.
           PERFORM VALIDATE-ENTRY
                           TO EM-NV-REASON
                   ELSE
                       PERFORM VALIDATE-PAY-FIELDS
                       IF EM-NV-INVALID = 'N'
                          AND EMN-EFFECTIVE-DATE NOT = SPACES
                          AND EMN-EFFECTIVE-DATE > EM-TODAY
                           MOVE 'Y' TO EM-NV-INVALID
                           MOVE 'HIRE DATE AFTER RUN DATE'
                               TO EM-NV-REASON
                       END-IF
                   END-IF
               WHEN 'C'
                   IF EM-MATCH-IX = ZERO
                   IF EM-MATCH-IX = ZERO
                       MOVE 'Y' TO EM-NV-INVALID
                       MOVE 'EMPLOYEE NOT ON MASTER' TO EM-NV-REASON
                   ELSE
                       PERFORM VALIDATE-TERM-FIELDS
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO EM-NV-INVALID
                   MOVE 'ACTION MUST BE H, C, OR T' TO EM-NV-REASON
           END-EVALUATE.

      *> A termination may be back-dated but not dated ahead: the
      *> status flips tonight and payroll stops paying at once.
       VALIDATE-TERM-FIELDS.
           IF EM-EMP-STATUS-T(EM-MATCH-IX) = 'T'
               MOVE 'Y' TO EM-NV-INVALID
               MOVE 'EMPLOYEE ALREADY TERMINATED' TO EM-NV-REASON
           ELSE IF EMN-EFFECTIVE-DATE NOT = SPACES
                   AND (EMN-EFFECTIVE-DATE NOT NUMERIC
                    OR EMN-EFFECTIVE-DATE(5:2) < '01'
                    OR EMN-EFFECTIVE-DATE(5:2) > '12'
                    OR EMN-EFFECTIVE-DATE(7:2) < '01'
                    OR EMN-EFFECTIVE-DATE(7:2) > '31')
               MOVE 'Y' TO EM-NV-INVALID
               MOVE 'EFFECTIVE DATE NOT YYYYMMDD' TO EM-NV-REASON
           ELSE IF EMN-EFFECTIVE-DATE NOT = SPACES
                   AND EMN-EFFECTIVE-DATE > EM-TODAY
               MOVE 'Y' TO EM-NV-INVALID
               MOVE 'TERM DATE AFTER RUN DATE' TO EM-NV-REASON
           END-IF
           END-IF
           END-IF.

       VALIDATE-PAY-FIELDS.
           IF EMN-EMP-SALARY NOT NUMERIC
               MOVE 'Y' TO EM-NV-INVALID
                   AND EMN-EMP-HOURLY-RATE NOT NUMERIC
               MOVE 'Y' TO EM-NV-INVALID
               MOVE 'HOURLY RATE NOT NUMERIC' TO EM-NV-REASON
           ELSE IF EMN-EFFECTIVE-DATE NOT = SPACES
                   AND (EMN-EFFECTIVE-DATE NOT NUMERIC
                    OR EMN-EFFECTIVE-DATE(5:2) < '01'
                    OR EMN-EFFECTIVE-DATE(5:2) > '12'
                    OR EMN-EFFECTIVE-DATE(7:2) < '01'
                    OR EMN-EFFECTIVE-DATE(7:2) > '31')
               MOVE 'Y' TO EM-NV-INVALID
               MOVE 'EFFECTIVE DATE NOT YYYYMMDD' TO EM-NV-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF EM-NV-INVALID = 'N' AND EMN-ACTION = 'C'
               PERFORM CHECK-COMP-CHANGE
               IF EM-COMP-CHANGED = 'Y'
                  AND EMN-APPROVED-BY = SPACES
                   MOVE 'Y' TO EM-NV-INVALID
                   MOVE 'PAY CHANGE NEEDS APPROVER' TO EM-NV-REASON
               END-IF
           END-IF.

      *> A card left with a space for pay type means salaried: it
      *> keeps the salaried code already on the master rather than
      *> reading as a pay change. Only an hourly employee carries
      *> a rate.
       CHECK-COMP-CHANGE.
           MOVE 'N' TO EM-COMP-CHANGED
           MOVE EMN-EMP-PAY-TYPE TO EM-NEW-PAY-TYPE
           IF EMN-EMP-PAY-TYPE = SPACE
               IF EM-EMP-PAY-TYPE-T(EM-MATCH-IX) = 'H'
                   MOVE 'S' TO EM-NEW-PAY-TYPE
               ELSE
                   MOVE EM-EMP-PAY-TYPE-T(EM-MATCH-IX)
                       TO EM-NEW-PAY-TYPE
               END-IF
           END-IF
           IF EMN-EMP-PAY-TYPE = 'H'
               MOVE EMN-EMP-RATE-NUM TO EM-NEW-RATE
           ELSE
               MOVE ZERO TO EM-NEW-RATE
           END-IF
           IF EMN-EMP-SALARY-NUM NOT = EM-EMP-SALARY-T(EM-MATCH-IX)
              OR EMN-EMP-BONUS-NUM NOT = EM-EMP-BONUS-T(EM-MATCH-IX)
              OR EM-NEW-PAY-TYPE NOT = EM-EMP-PAY-TYPE-T(EM-MATCH-IX)
              OR EM-NEW-RATE NOT = EM-EMP-RATE-T(EM-MATCH-IX)
               MOVE 'Y' TO EM-COMP-CHANGED
           END-IF
           IF EMN-EFFECTIVE-DATE = SPACES
               MOVE EM-TODAY TO EM-EFFECTIVE-DATE
           ELSE
               MOVE EMN-EFFECTIVE-DATE TO EM-EFFECTIVE-DATE
           END-IF.

       APPLY-HIRE.
           ELSE
               MOVE ZERO TO EM-EMP-RATE-T(EM-COUNT)
           END-IF
           MOVE EMN-EMP-DEPT TO EM-EMP-DEPT-T(EM-COUNT)
           IF EMN-EFFECTIVE-DATE = SPACES
               MOVE EM-TODAY TO EM-EMP-HIRE-DATE-T(EM-COUNT)
           ELSE
               MOVE EMN-EFFECTIVE-DATE TO EM-EMP-HIRE-DATE-T(EM-COUNT)
           END-IF
           MOVE SPACES TO EM-EMP-TERM-DATE-T(EM-COUNT)
           MOVE EM-COUNT TO EM-MATCH-IX
           MOVE EM-EMP-PAY-TYPE-T(EM-COUNT) TO EM-NEW-PAY-TYPE
           MOVE EM-EMP-RATE-T(EM-COUNT) TO EM-NEW-RATE
           MOVE 'H' TO PCH-CHANGE-TYPE
           MOVE 'A' TO PCH-STATUS
           MOVE EM-EMP-HIRE-DATE-T(EM-COUNT) TO PCH-EFFECTIVE-DATE
           MOVE EM-TODAY TO PCH-APPLIED-DATE
           MOVE ZERO TO PCH-OLD-SALARY
           MOVE ZERO TO PCH-OLD-BONUS
           MOVE SPACE TO PCH-OLD-PAY-TYPE
           MOVE ZERO TO PCH-OLD-HOURLY-RATE
           PERFORM WRITE-COMP-HISTORY-ROW.

      *> Name, bank details and department change at once; the pay
      *> figures change at once only when effective by today,
      *> otherwise they wait on the history for the payroll run.
       APPLY-CHANGE.
           ADD 1 TO EM-CHANGE-COUNT
           MOVE EMN-EMP-NAME       TO EM-EMP-NAME-T(EM-MATCH-IX)
           MOVE EMN-EMP-ROUTING    TO EM-EMP-ROUTING-T(EM-MATCH-IX)
           MOVE EMN-EMP-ACCOUNT    TO EM-EMP-ACCOUNT-T(EM-MATCH-IX)
           IF EMN-EMP-DEPT NOT = SPACES
               MOVE EMN-EMP-DEPT TO EM-EMP-DEPT-T(EM-MATCH-IX)
           END-IF
           IF EM-COMP-CHANGED = 'Y'
               MOVE 'C' TO PCH-CHANGE-TYPE
               MOVE EM-EFFECTIVE-DATE TO PCH-EFFECTIVE-DATE
               IF EM-EFFECTIVE-DATE > EM-TODAY
                   MOVE 'P' TO PCH-STATUS
                   MOVE SPACES TO PCH-APPLIED-DATE
                   MOVE ZERO TO PCH-OLD-SALARY
                   MOVE ZERO TO PCH-OLD-BONUS
                   MOVE SPACE TO PCH-OLD-PAY-TYPE
                   MOVE ZERO TO PCH-OLD-HOURLY-RATE
                   ADD 1 TO EM-COMP-PENDING-COUNT
               ELSE
                   MOVE 'A' TO PCH-STATUS
                   MOVE EM-TODAY TO PCH-APPLIED-DATE
                   MOVE EM-EMP-SALARY-T(EM-MATCH-IX)
                       TO PCH-OLD-SALARY
                   MOVE EM-EMP-BONUS-T(EM-MATCH-IX) TO PCH-OLD-BONUS
                   MOVE EM-EMP-PAY-TYPE-T(EM-MATCH-IX)
                       TO PCH-OLD-PAY-TYPE
                   MOVE EM-EMP-RATE-T(EM-MATCH-IX)
                       TO PCH-OLD-HOURLY-RATE
                   MOVE EMN-EMP-SALARY-NUM
                       TO EM-EMP-SALARY-T(EM-MATCH-IX)
                   MOVE EMN-EMP-BONUS-NUM
                       TO EM-EMP-BONUS-T(EM-MATCH-IX)
                   MOVE EM-NEW-PAY-TYPE
                       TO EM-EMP-PAY-TYPE-T(EM-MATCH-IX)
                   MOVE EM-NEW-RATE TO EM-EMP-RATE-T(EM-MATCH-IX)
                   ADD 1 TO EM-COMP-APPLIED-COUNT
               END-IF
               PERFORM WRITE-COMP-HISTORY-ROW
           END-IF.

      *> New figures come off the card as resolved above; the old
      *> ones were set by the caller.
       WRITE-COMP-HISTORY-ROW.
           MOVE EMN-EMP-ID TO PCH-EMP-ID
           MOVE EM-TODAY TO PCH-KEYED-DATE
           MOVE EMN-APPROVED-BY TO PCH-APPROVED-BY
           MOVE EMN-EMP-SALARY-NUM TO PCH-NEW-SALARY
           MOVE EMN-EMP-BONUS-NUM TO PCH-NEW-BONUS
           MOVE EM-NEW-PAY-TYPE TO PCH-NEW-PAY-TYPE
           MOVE EM-NEW-RATE TO PCH-NEW-HOURLY-RATE
           WRITE PAY-COMP-HISTORY-RECORD.

       APPLY-TERMINATION.
           ADD 1 TO EM-TERM-COUNT
           MOVE 'T' TO EM-EMP-STATUS-T(EM-MATCH-IX)
           IF EMN-EFFECTIVE-DATE = SPACES
               MOVE EM-TODAY TO EM-EMP-TERM-DATE-T(EM-MATCH-IX)
           ELSE
               MOVE EMN-EFFECTIVE-DATE
                   TO EM-EMP-TERM-DATE-T(EM-MATCH-IX)
           END-IF.

       WRITE-ERROR-RECORD.
           ADD 1 TO EM-REJECT-COUNT
               MOVE EM-EMP-PAY-TYPE-T(EM-IDX) TO EMO-EMP-PAY-TYPE
               MOVE EM-EMP-RATE-T(EM-IDX)    TO EMO-EMP-HOURLY-RATE
               MOVE EM-EMP-DEPT-T(EM-IDX)    TO EMO-EMP-DEPT
               MOVE EM-EMP-HIRE-DATE-T(EM-IDX) TO EMO-EMP-HIRE-DATE
               MOVE EM-EMP-TERM-DATE-T(EM-IDX) TO EMO-EMP-TERM-DATE
               WRITE PAY-EMPLOYEE-OUT-RECORD
           END-PERFORM
           CLOSE PAY-EMPLOYEE-OUT.
