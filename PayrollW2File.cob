       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollW2File.
      *> Annual electronic wage filing. The year-end close archives
      *> each employee's closed-year accumulators to the
      *> year-stamped history (PAYYTD-HIST.DAT); the filing itself
      *> was still hand-keyed from the printed annual statements
      *> into the filing portal. This job builds the submission
      *> file in the fixed-length 512-byte electronic format --
      *> submitter (RA), employer (RE), one wage record per
      *> employee (RW), the employer total (RT) and the final
      *> record (RF) -- from that history, the employee
      *> tax-identity master (PAYTAXID.DAT) and the employer
      *> identity (PAYW2ER.DAT). Social security and Medicare
      *> wages come from the employer tax accruals (PAYETAX.DAT)
      *> for the year. The pre-submission edit report lists every
      *> employee with missing or invalid identity data and proves
      *> the employer tax carried on the history ties to the
      *> accruals on PAYETAX.DAT; the file is only to be uploaded
      *> when the report says it is ready.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-RUNPARM-STATUS.
           SELECT EMPLOYER-IN ASSIGN TO "data/PAYW2ER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-ER-STATUS.
           SELECT TAX-IDENTITY-IN ASSIGN TO "data/PAYTAXID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-TID-STATUS.
           SELECT PAY-EMPLOYEE-IN ASSIGN TO "data/PAYEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-EMP-STATUS.
           SELECT EMP-TAX-IN ASSIGN TO "data/PAYETAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-ETAX-STATUS.
           SELECT YTD-HISTORY-IN ASSIGN TO "data/PAYYTD-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-HIST-STATUS.
           SELECT WAGE-FILE-OUT ASSIGN TO "data/PAYW2-EFW2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-REPORT-OUT ASSIGN TO "data/PAYW2-EDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  EMPLOYER-IN.
       COPY PAYW2ER.

       FD  TAX-IDENTITY-IN.
       COPY PAYTAXID.

       FD  PAY-EMPLOYEE-IN.
       COPY PAYEMP.

       FD  EMP-TAX-IN.
       COPY PAYETAX.

      *> Same layout PayrollYearEndClose writes.
       FD  YTD-HISTORY-IN.
       01  YTD-HISTORY-RECORD.
           05 W2H-YEAR                   PIC X(4).
           05 W2H-EMP-ID                 PIC X(6).
           05 W2H-GROSS                  PIC 9(8)V99.
           05 W2H-WITHHOLDING            PIC 9(8)V99.
           05 W2H-NET                    PIC 9(8)V99.
           05 W2H-EMPLOYER-TAX           PIC 9(8)V99.

       FD  WAGE-FILE-OUT.
       01  WAGE-FILE-RECORD              PIC X(512).

       FD  EDIT-REPORT-OUT.
       01  EDIT-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 W2-EOF-SWITCHES.
           05 W2-RUNPARM-EOF            PIC X VALUE 'N'.
           05 W2-TID-EOF                PIC X VALUE 'N'.
           05 W2-EMP-EOF                PIC X VALUE 'N'.
           05 W2-ETAX-EOF               PIC X VALUE 'N'.
           05 W2-HIST-EOF               PIC X VALUE 'N'.

       01 W2-FILE-STATUSES.
           05 W2-RUNPARM-STATUS         PIC XX.
           05 W2-ER-STATUS              PIC XX.
           05 W2-TID-STATUS             PIC XX.
           05 W2-EMP-STATUS             PIC XX.
           05 W2-ETAX-STATUS            PIC XX.
           05 W2-HIST-STATUS            PIC XX.

       01 W2-TODAY                      PIC X(8).

      *> Tunable: the tax year filed (zero files the year before
      *> the run date -- the filing goes in early in the new year).
       01 W2-PARM-FIELDS.
           05 W2-TAX-YEAR               PIC 9(4) VALUE ZERO.
           05 W2-PARMS-FOUND            PIC 9(1) VALUE ZERO.

       01 W2-TAX-YEAR-X                 PIC X(4).

      *> Employees from the history for the year, joined to their
      *> identity and to the year's accruals by tax type.
       01 W2-EMP-CONTROL.
           05 W2-EMP-COUNT              PIC 9(4) VALUE ZERO.
           05 W2-EMP-IDX                PIC 9(4).
           05 W2-EMP-MATCH-IX           PIC 9(4).
           05 W2-EMP-KEY                PIC X(6).

       01 W2-EMP-TABLE.
           05 W2-EMP-ENTRY OCCURS 500 TIMES
                           INDEXED BY W2-EMP-IX.
               10 W2-EM-ID-T            PIC X(6).
               10 W2-EM-PAYROLL-NAME-T  PIC X(20).
               10 W2-EM-IN-HISTORY-T    PIC X.
               10 W2-EM-HAVE-ID-T       PIC X.
               10 W2-EM-SSN-T           PIC X(9).
               10 W2-EM-FIRST-T         PIC X(15).
               10 W2-EM-MIDDLE-T        PIC X(15).
               10 W2-EM-LAST-T          PIC X(20).
               10 W2-EM-ADDRESS-T       PIC X(22).
               10 W2-EM-CITY-T          PIC X(22).
               10 W2-EM-STATE-T         PIC X(2).
               10 W2-EM-ZIP-T           PIC X(5).
               10 W2-EM-GROSS-T         PIC 9(8)V99.
               10 W2-EM-WITHHOLD-T      PIC 9(8)V99.
               10 W2-EM-ER-TAX-T        PIC 9(8)V99.
               10 W2-EM-SS-WAGES-T      PIC 9(8)V99.
               10 W2-EM-MED-WAGES-T     PIC 9(8)V99.
               10 W2-EM-ACCRUED-T       PIC 9(8)V99.
               10 W2-EM-ERRORS-T        PIC 9(2).

       01 W2-CONTROL-TOTALS.
           05 W2-HIST-READ-COUNT        PIC 9(6) VALUE ZERO.
           05 W2-ETAX-YEAR-ROWS         PIC 9(6) VALUE ZERO.
           05 W2-RW-COUNT               PIC 9(7) VALUE ZERO.
           05 W2-EMP-IN-ERROR           PIC 9(4) VALUE ZERO.
           05 W2-ERROR-COUNT            PIC 9(5) VALUE ZERO.
           05 W2-TOT-WAGES              PIC 9(13)V99 VALUE ZERO.
           05 W2-TOT-WITHHOLD           PIC 9(13)V99 VALUE ZERO.
           05 W2-TOT-SS-WAGES           PIC 9(13)V99 VALUE ZERO.
           05 W2-TOT-MED-WAGES          PIC 9(13)V99 VALUE ZERO.
           05 W2-TOT-HIST-ER-TAX        PIC 9(13)V99 VALUE ZERO.
           05 W2-TOT-ACCRUED-ER-TAX     PIC 9(13)V99 VALUE ZERO.
           05 W2-TAX-DIFFERENCE         PIC S9(13)V99 VALUE ZERO.

      *> Identity edit work.
       01 W2-EDIT-WORK.
           05 W2-ERROR-TEXT             PIC X(40).
           05 W2-SSN-WORK.
               10 W2-SSN-AREA           PIC X(3).
               10 W2-SSN-GROUP          PIC X(2).
               10 W2-SSN-SERIAL         PIC X(4).

      *> Submitter record.
       01 W2-RA-RECORD.
           05 FILLER                    PIC X(2) VALUE 'RA'.
           05 W2-RA-EIN                 PIC X(9).
           05 W2-RA-USER-ID             PIC X(8).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE '0'.
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 FILLER                    PIC X(2) VALUE '98'.
           05 W2-RA-COMPANY-NAME        PIC X(57).
           05 W2-RA-COMPANY-LOCATION    PIC X(22) VALUE SPACES.
           05 W2-RA-COMPANY-ADDRESS     PIC X(22).
           05 W2-RA-COMPANY-CITY        PIC X(22).
           05 W2-RA-COMPANY-STATE       PIC X(2).
           05 W2-RA-COMPANY-ZIP         PIC X(5).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 FILLER                    PIC X(23) VALUE SPACES.
           05 FILLER                    PIC X(15) VALUE SPACES.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 W2-RA-SUBMITTER-NAME      PIC X(57).
           05 W2-RA-SUBMITTER-LOCATION  PIC X(22) VALUE SPACES.
           05 W2-RA-SUBMITTER-ADDRESS   PIC X(22).
           05 W2-RA-SUBMITTER-CITY      PIC X(22).
           05 W2-RA-SUBMITTER-STATE     PIC X(2).
           05 W2-RA-SUBMITTER-ZIP       PIC X(5).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 FILLER                    PIC X(23) VALUE SPACES.
           05 FILLER                    PIC X(15) VALUE SPACES.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 W2-RA-CONTACT-NAME        PIC X(27).
           05 W2-RA-CONTACT-PHONE       PIC X(15).
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 W2-RA-CONTACT-EMAIL       PIC X(40).
           05 FILLER                    PIC X(3) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE 'L'.
           05 FILLER                    PIC X(12) VALUE SPACES.

      *> Employer record.
       01 W2-RE-RECORD.
           05 FILLER                    PIC X(2) VALUE 'RE'.
           05 W2-RE-TAX-YEAR            PIC X(4).
           05 FILLER                    PIC X(1) VALUE SPACES.
           05 W2-RE-EIN                 PIC X(9).
           05 FILLER                    PIC X(9) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE '0'.
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(9) VALUE SPACES.
           05 W2-RE-EMPLOYER-NAME       PIC X(57).
           05 W2-RE-LOCATION            PIC X(22) VALUE SPACES.
           05 W2-RE-ADDRESS             PIC X(22).
           05 W2-RE-CITY                PIC X(22).
           05 W2-RE-STATE               PIC X(2).
           05 W2-RE-ZIP                 PIC X(5).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE 'N'.
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(23) VALUE SPACES.
           05 FILLER                    PIC X(15) VALUE SPACES.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE 'R'.
           05 FILLER                    PIC X(1) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE '0'.
           05 W2-RE-CONTACT-NAME        PIC X(27).
           05 W2-RE-CONTACT-PHONE       PIC X(15).
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 W2-RE-CONTACT-EMAIL       PIC X(40).
           05 FILLER                    PIC X(194) VALUE SPACES.

      *> Employee wage record; money in cents, zero filled.
       01 W2-RW-RECORD.
           05 FILLER                    PIC X(2) VALUE 'RW'.
           05 W2-RW-SSN                 PIC X(9).
           05 W2-RW-FIRST-NAME          PIC X(15).
           05 W2-RW-MIDDLE-NAME         PIC X(15).
           05 W2-RW-LAST-NAME           PIC X(20).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 W2-RW-LOCATION            PIC X(22) VALUE SPACES.
           05 W2-RW-ADDRESS             PIC X(22).
           05 W2-RW-CITY                PIC X(22).
           05 W2-RW-STATE               PIC X(2).
           05 W2-RW-ZIP                 PIC X(5).
           05 FILLER                    PIC X(4) VALUE SPACES.
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 FILLER                    PIC X(23) VALUE SPACES.
           05 FILLER                    PIC X(15) VALUE SPACES.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 W2-RW-WAGES               PIC 9(9)V99.
           05 W2-RW-FED-WITHHELD        PIC 9(9)V99.
           05 W2-RW-SS-WAGES            PIC 9(9)V99.
           05 W2-RW-SS-TAX              PIC 9(9)V99.
           05 W2-RW-MED-WAGES           PIC 9(9)V99.
           05 W2-RW-MED-TAX             PIC 9(9)V99.
           05 FILLER                    PIC X(11) VALUE ALL '0'.
           05 FILLER                    PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(187) VALUE ALL '0'.
           05 FILLER                    PIC X(23) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE '0'.
           05 FILLER                    PIC X(1) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE '0'.
           05 FILLER                    PIC X(1) VALUE '0'.
           05 FILLER                    PIC X(23) VALUE SPACES.

      *> Employer total record.
       01 W2-RT-RECORD.
           05 FILLER                    PIC X(2) VALUE 'RT'.
           05 W2-RT-RW-COUNT            PIC 9(7).
           05 W2-RT-WAGES               PIC 9(13)V99.
           05 W2-RT-FED-WITHHELD        PIC 9(13)V99.
           05 W2-RT-SS-WAGES            PIC 9(13)V99.
           05 W2-RT-SS-TAX              PIC 9(13)V99.
           05 W2-RT-MED-WAGES           PIC 9(13)V99.
           05 W2-RT-MED-TAX             PIC 9(13)V99.
           05 FILLER                    PIC X(255) VALUE ALL '0'.
           05 FILLER                    PIC X(158) VALUE SPACES.

      *> Final record.
       01 W2-RF-RECORD.
           05 FILLER                    PIC X(2) VALUE 'RF'.
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 W2-RF-RW-COUNT            PIC 9(9).
           05 FILLER                    PIC X(496) VALUE SPACES.

       01 W2-EDIT-FIELDS.
           05 W2-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 W2-EDIT-AMOUNT-2          PIC ZZZ,ZZZ,ZZ9.99.
           05 W2-EDIT-DIFF              PIC -ZZZ,ZZZ,ZZ9.99.
           05 W2-EDIT-COUNT             PIC ZZZ,ZZ9.

       01 W2-LINE-WORK                  PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO W2-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-EMPLOYER
           PERFORM LOAD-YEAR-HISTORY
           PERFORM LOAD-PAYROLL-NAMES
           PERFORM LOAD-TAX-IDENTITY
           PERFORM LOAD-YEAR-ACCRUALS
           OPEN OUTPUT EDIT-REPORT-OUT
           PERFORM WRITE-EDIT-HEADING
           OPEN OUTPUT WAGE-FILE-OUT
           PERFORM WRITE-SUBMITTER-RECORDS
           PERFORM VARYING W2-EMP-IDX FROM 1 BY 1
                   UNTIL W2-EMP-IDX > W2-EMP-COUNT
               IF W2-EM-IN-HISTORY-T(W2-EMP-IDX) = 'Y'
                   PERFORM EDIT-EMPLOYEE-IDENTITY
                   PERFORM WRITE-WAGE-RECORD
               END-IF
           END-PERFORM
           PERFORM WRITE-TOTAL-RECORDS
           CLOSE WAGE-FILE-OUT
           PERFORM WRITE-ACCRUALS-NOT-ON-HISTORY
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE EDIT-REPORT-OUT
           DISPLAY 'Tax year filed       = ' W2-TAX-YEAR-X
           DISPLAY 'History rows read    = ' W2-HIST-READ-COUNT
           DISPLAY 'Wage records written = ' W2-RW-COUNT
           DISPLAY 'Employees in error   = ' W2-EMP-IN-ERROR
           DISPLAY 'Identity errors      = ' W2-ERROR-COUNT
           DISPLAY 'Accrual rows for year= ' W2-ETAX-YEAR-ROWS
           IF W2-ERROR-COUNT > ZERO OR W2-TAX-DIFFERENCE NOT = ZERO
               DISPLAY 'WAGE FILE NOT READY -- SEE EDIT REPORT'
           ELSE
               DISPLAY 'WAGE FILE READY FOR SUBMISSION'
           END-IF
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF W2-RUNPARM-STATUS = '00'
               PERFORM UNTIL W2-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO W2-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       W2-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF W2-PARMS-FOUND < 1
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           DISPLAY 'PARM IN EFFECT: TAX-YEAR = ' W2-TAX-YEAR
           IF W2-TAX-YEAR = ZERO
               MOVE W2-TODAY(1:4) TO W2-TAX-YEAR
               SUBTRACT 1 FROM W2-TAX-YEAR
           END-IF
           MOVE W2-TAX-YEAR TO W2-TAX-YEAR-X.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'PAYROLLW2FILE'
               EVALUATE RP-PARM-NAME
                   WHEN 'TAX-YEAR'
                       MOVE RP-VALUE TO W2-TAX-YEAR
                       ADD 1 TO W2-PARMS-FOUND
               END-EVALUATE
           END-IF.

       LOAD-EMPLOYER.
           OPEN INPUT EMPLOYER-IN
           IF W2-ER-STATUS NOT = '00'
               DISPLAY 'EMPLOYER IDENTITY NOT FOUND: ' W2-ER-STATUS
               STOP RUN
           END-IF
           READ EMPLOYER-IN
               AT END
                   DISPLAY 'EMPLOYER IDENTITY FILE IS EMPTY'
                   CLOSE EMPLOYER-IN
                   STOP RUN
           END-READ
           CLOSE EMPLOYER-IN
           IF PWE-EIN NOT NUMERIC
               DISPLAY 'EMPLOYER EIN NOT NINE DIGITS -- RUN STOPPED'
               STOP RUN
           END-IF.

      *> The year-end close guards against a second close of the
      *> same year; a supervisor re-close can still leave two rows,
      *> and the later one stands.
       LOAD-YEAR-HISTORY.
           OPEN INPUT YTD-HISTORY-IN
           IF W2-HIST-STATUS NOT = '00'
               DISPLAY 'YTD HISTORY NOT FOUND: ' W2-HIST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL W2-HIST-EOF = 'Y'
               READ YTD-HISTORY-IN
                   AT END MOVE 'Y' TO W2-HIST-EOF
                   NOT AT END
                       IF W2H-YEAR = W2-TAX-YEAR-X
                           ADD 1 TO W2-HIST-READ-COUNT
                           MOVE W2H-EMP-ID TO W2-EMP-KEY
                           PERFORM FIND-OR-ADD-EMPLOYEE
                           PERFORM POST-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-HISTORY-IN
           IF W2-HIST-READ-COUNT = ZERO
               DISPLAY 'YEAR ' W2-TAX-YEAR-X
                       ' NOT ON YTD HISTORY -- CLOSE THE YEAR FIRST'
               STOP RUN
           END-IF.

       POST-HISTORY-ROW.
           IF W2-EMP-MATCH-IX > ZERO
               MOVE 'Y' TO W2-EM-IN-HISTORY-T(W2-EMP-MATCH-IX)
               MOVE W2H-GROSS TO W2-EM-GROSS-T(W2-EMP-MATCH-IX)
               MOVE W2H-WITHHOLDING
                   TO W2-EM-WITHHOLD-T(W2-EMP-MATCH-IX)
               MOVE W2H-EMPLOYER-TAX
                   TO W2-EM-ER-TAX-T(W2-EMP-MATCH-IX)
           END-IF.

       FIND-EMPLOYEE.
           MOVE ZERO TO W2-EMP-MATCH-IX
           SET W2-EMP-IX TO 1
           SEARCH W2-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN W2-EMP-IX > W2-EMP-COUNT
                   CONTINUE
               WHEN W2-EM-ID-T(W2-EMP-IX) = W2-EMP-KEY
                   SET W2-EMP-MATCH-IX TO W2-EMP-IX
           END-SEARCH.

       FIND-OR-ADD-EMPLOYEE.
           PERFORM FIND-EMPLOYEE
           IF W2-EMP-MATCH-IX = ZERO
               IF W2-EMP-COUNT < 500
                   ADD 1 TO W2-EMP-COUNT
                   MOVE W2-EMP-COUNT TO W2-EMP-MATCH-IX
                   MOVE W2-EMP-KEY TO W2-EM-ID-T(W2-EMP-COUNT)
                   MOVE SPACES
                       TO W2-EM-PAYROLL-NAME-T(W2-EMP-COUNT)
                   MOVE 'N' TO W2-EM-IN-HISTORY-T(W2-EMP-COUNT)
                   MOVE 'N' TO W2-EM-HAVE-ID-T(W2-EMP-COUNT)
                   MOVE ZERO TO W2-EM-GROSS-T(W2-EMP-COUNT)
                   MOVE ZERO TO W2-EM-WITHHOLD-T(W2-EMP-COUNT)
                   MOVE ZERO TO W2-EM-ER-TAX-T(W2-EMP-COUNT)
                   MOVE ZERO TO W2-EM-SS-WAGES-T(W2-EMP-COUNT)
                   MOVE ZERO TO W2-EM-MED-WAGES-T(W2-EMP-COUNT)
                   MOVE ZERO TO W2-EM-ACCRUED-T(W2-EMP-COUNT)
                   MOVE ZERO TO W2-EM-ERRORS-T(W2-EMP-COUNT)
               ELSE
                   DISPLAY 'EMPLOYEE TABLE FULL -- SKIPPED '
                           W2-EMP-KEY
               END-IF
           END-IF.

      *> Payroll name only labels the edit report; the filing uses
      *> the structured legal name from the identity master.
       LOAD-PAYROLL-NAMES.
           OPEN INPUT PAY-EMPLOYEE-IN
           IF W2-EMP-STATUS = '00'
               PERFORM UNTIL W2-EMP-EOF = 'Y'
                   READ PAY-EMPLOYEE-IN
                       AT END MOVE 'Y' TO W2-EMP-EOF
                       NOT AT END
                           MOVE PAY-EMP-ID TO W2-EMP-KEY
                           PERFORM FIND-EMPLOYEE
                           IF W2-EMP-MATCH-IX > ZERO
                               MOVE PAY-EMP-NAME TO
                                   W2-EM-PAYROLL-NAME-T(W2-EMP-MATCH-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-EMPLOYEE-IN
           ELSE
               DISPLAY 'EMPLOYEE MASTER NOT FOUND: ' W2-EMP-STATUS
           END-IF.

       LOAD-TAX-IDENTITY.
           OPEN INPUT TAX-IDENTITY-IN
           IF W2-TID-STATUS = '00'
               PERFORM UNTIL W2-TID-EOF = 'Y'
                   READ TAX-IDENTITY-IN
                       AT END MOVE 'Y' TO W2-TID-EOF
                       NOT AT END PERFORM STORE-TAX-IDENTITY
                   END-READ
               END-PERFORM
               CLOSE TAX-IDENTITY-IN
           ELSE
               DISPLAY 'TAX-IDENTITY MASTER NOT FOUND: ' W2-TID-STATUS
                       ' -- EVERY EMPLOYEE WILL FAIL THE EDIT'
           END-IF.

       STORE-TAX-IDENTITY.
           MOVE PTI-EMP-ID TO W2-EMP-KEY
           PERFORM FIND-EMPLOYEE
           IF W2-EMP-MATCH-IX > ZERO
               MOVE 'Y' TO W2-EM-HAVE-ID-T(W2-EMP-MATCH-IX)
               MOVE PTI-SSN TO W2-EM-SSN-T(W2-EMP-MATCH-IX)
               MOVE PTI-FIRST-NAME TO W2-EM-FIRST-T(W2-EMP-MATCH-IX)
               MOVE PTI-MIDDLE-NAME TO W2-EM-MIDDLE-T(W2-EMP-MATCH-IX)
               MOVE PTI-LAST-NAME TO W2-EM-LAST-T(W2-EMP-MATCH-IX)
               MOVE PTI-ADDRESS TO W2-EM-ADDRESS-T(W2-EMP-MATCH-IX)
               MOVE PTI-CITY TO W2-EM-CITY-T(W2-EMP-MATCH-IX)
               MOVE PTI-STATE TO W2-EM-STATE-T(W2-EMP-MATCH-IX)
               MOVE PTI-ZIP TO W2-EM-ZIP-T(W2-EMP-MATCH-IX)
           END-IF.

      *> Social security and Medicare wages are the year's FICA and
      *> MEDI accrual bases; every tax type's amount counts toward
      *> the employer-tax control total. An accrual for someone not
      *> on the history is added to the table so it is reported.
       LOAD-YEAR-ACCRUALS.
           OPEN INPUT EMP-TAX-IN
           IF W2-ETAX-STATUS NOT = '00'
               DISPLAY 'EMPLOYER TAX ACCRUALS NOT FOUND: '
                       W2-ETAX-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL W2-ETAX-EOF = 'Y'
               READ EMP-TAX-IN
                   AT END MOVE 'Y' TO W2-ETAX-EOF
                   NOT AT END
                       IF PET-PAY-DATE(1:4) = W2-TAX-YEAR-X
                           PERFORM POST-ONE-ACCRUAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMP-TAX-IN.

      *> Withholding rows (WHLD) are the employee's tax, not the
      *> employer's, and stay out of the employer-tax tie-out.
       POST-ONE-ACCRUAL.
           ADD 1 TO W2-ETAX-YEAR-ROWS
           IF PET-TAX-TYPE NOT = 'WHLD'
               ADD PET-AMOUNT TO W2-TOT-ACCRUED-ER-TAX
           END-IF
           MOVE PET-EMP-ID TO W2-EMP-KEY
           PERFORM FIND-OR-ADD-EMPLOYEE
           IF W2-EMP-MATCH-IX > ZERO
               IF PET-TAX-TYPE NOT = 'WHLD'
                   ADD PET-AMOUNT TO W2-EM-ACCRUED-T(W2-EMP-MATCH-IX)
               END-IF
               EVALUATE PET-TAX-TYPE
                   WHEN 'FICA'
                       ADD PET-BASIS
                           TO W2-EM-SS-WAGES-T(W2-EMP-MATCH-IX)
                   WHEN 'MEDI'
                       ADD PET-BASIS
                           TO W2-EM-MED-WAGES-T(W2-EMP-MATCH-IX)
               END-EVALUATE
           END-IF.

       WRITE-EDIT-HEADING.
           MOVE SPACES TO W2-LINE-WORK
           STRING 'ANNUAL WAGE FILING PRE-SUBMISSION EDIT - TAX YEAR '
                      DELIMITED BY SIZE
                  W2-TAX-YEAR-X DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  W2-TODAY DELIMITED BY SIZE
               INTO W2-LINE-WORK
           MOVE W2-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO W2-LINE-WORK
           STRING 'EMPLOYER ' DELIMITED BY SIZE
                  PWE-EIN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PWE-NAME DELIMITED BY SIZE
               INTO W2-LINE-WORK
           MOVE W2-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE 'IDENTITY ERRORS' TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.

      *> Identity edits: a tax-identity row on file, a nine-digit
      *> SSN that is not a never-issued number (area 000, 666 or
      *> 900-999, group 00, serial 0000), a first and last name,
      *> and a mailing address with a two-letter state and a
      *> five-digit ZIP.
       EDIT-EMPLOYEE-IDENTITY.
           IF W2-EM-HAVE-ID-T(W2-EMP-IDX) NOT = 'Y'
               MOVE 'NO TAX-IDENTITY RECORD' TO W2-ERROR-TEXT
               PERFORM WRITE-IDENTITY-ERROR
           ELSE
               PERFORM EDIT-SSN
               IF W2-EM-FIRST-T(W2-EMP-IDX) = SPACES
                   MOVE 'FIRST NAME MISSING' TO W2-ERROR-TEXT
                   PERFORM WRITE-IDENTITY-ERROR
               END-IF
               IF W2-EM-LAST-T(W2-EMP-IDX) = SPACES
                   MOVE 'LAST NAME MISSING' TO W2-ERROR-TEXT
                   PERFORM WRITE-IDENTITY-ERROR
               END-IF
               IF W2-EM-ADDRESS-T(W2-EMP-IDX) = SPACES
                   MOVE 'STREET ADDRESS MISSING' TO W2-ERROR-TEXT
                   PERFORM WRITE-IDENTITY-ERROR
               END-IF
               IF W2-EM-CITY-T(W2-EMP-IDX) = SPACES
                   MOVE 'CITY MISSING' TO W2-ERROR-TEXT
                   PERFORM WRITE-IDENTITY-ERROR
               END-IF
               IF W2-EM-STATE-T(W2-EMP-IDX) NOT ALPHABETIC
                   OR W2-EM-STATE-T(W2-EMP-IDX)(1:1) = SPACE
                   OR W2-EM-STATE-T(W2-EMP-IDX)(2:1) = SPACE
                   MOVE 'STATE CODE INVALID' TO W2-ERROR-TEXT
                   PERFORM WRITE-IDENTITY-ERROR
               END-IF
               IF W2-EM-ZIP-T(W2-EMP-IDX) NOT NUMERIC
                   MOVE 'ZIP CODE NOT FIVE DIGITS' TO W2-ERROR-TEXT
                   PERFORM WRITE-IDENTITY-ERROR
               END-IF
           END-IF
           IF W2-EM-ERRORS-T(W2-EMP-IDX) > ZERO
               ADD 1 TO W2-EMP-IN-ERROR
           END-IF.

       EDIT-SSN.
           MOVE W2-EM-SSN-T(W2-EMP-IDX) TO W2-SSN-WORK
           IF W2-SSN-WORK NOT NUMERIC
               MOVE 'SSN MISSING OR NOT NINE DIGITS' TO W2-ERROR-TEXT
               PERFORM WRITE-IDENTITY-ERROR
           ELSE
               IF W2-SSN-AREA = '000' OR W2-SSN-AREA = '666'
                   OR W2-SSN-AREA(1:1) = '9'
                   OR W2-SSN-GROUP = '00'
                   OR W2-SSN-SERIAL = '0000'
                   MOVE 'SSN IS NOT AN ISSUABLE NUMBER'
                       TO W2-ERROR-TEXT
                   PERFORM WRITE-IDENTITY-ERROR
               END-IF
           END-IF.

       WRITE-IDENTITY-ERROR.
           ADD 1 TO W2-EM-ERRORS-T(W2-EMP-IDX)
           ADD 1 TO W2-ERROR-COUNT
           MOVE SPACES TO W2-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  W2-EM-ID-T(W2-EMP-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W2-EM-PAYROLL-NAME-T(W2-EMP-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W2-ERROR-TEXT DELIMITED BY SIZE
               INTO W2-LINE-WORK
           MOVE W2-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.

       WRITE-SUBMITTER-RECORDS.
           MOVE PWE-EIN TO W2-RA-EIN
           MOVE PWE-USER-ID TO W2-RA-USER-ID
           MOVE PWE-NAME TO W2-RA-COMPANY-NAME
           MOVE PWE-ADDRESS TO W2-RA-COMPANY-ADDRESS
           MOVE PWE-CITY TO W2-RA-COMPANY-CITY
           MOVE PWE-STATE TO W2-RA-COMPANY-STATE
           MOVE PWE-ZIP TO W2-RA-COMPANY-ZIP
           MOVE PWE-NAME TO W2-RA-SUBMITTER-NAME
           MOVE PWE-ADDRESS TO W2-RA-SUBMITTER-ADDRESS
           MOVE PWE-CITY TO W2-RA-SUBMITTER-CITY
           MOVE PWE-STATE TO W2-RA-SUBMITTER-STATE
           MOVE PWE-ZIP TO W2-RA-SUBMITTER-ZIP
           MOVE PWE-CONTACT-NAME TO W2-RA-CONTACT-NAME
           MOVE PWE-CONTACT-PHONE TO W2-RA-CONTACT-PHONE
           MOVE PWE-CONTACT-EMAIL TO W2-RA-CONTACT-EMAIL
           MOVE W2-RA-RECORD TO WAGE-FILE-RECORD
           WRITE WAGE-FILE-RECORD
           MOVE W2-TAX-YEAR-X TO W2-RE-TAX-YEAR
           MOVE PWE-EIN TO W2-RE-EIN
           MOVE PWE-NAME TO W2-RE-EMPLOYER-NAME
           MOVE PWE-ADDRESS TO W2-RE-ADDRESS
           MOVE PWE-CITY TO W2-RE-CITY
           MOVE PWE-STATE TO W2-RE-STATE
           MOVE PWE-ZIP TO W2-RE-ZIP
           MOVE PWE-CONTACT-NAME TO W2-RE-CONTACT-NAME
           MOVE PWE-CONTACT-PHONE TO W2-RE-CONTACT-PHONE
           MOVE PWE-CONTACT-EMAIL TO W2-RE-CONTACT-EMAIL
           MOVE W2-RE-RECORD TO WAGE-FILE-RECORD
           WRITE WAGE-FILE-RECORD.

      *> The payroll run withholds one combined amount, filed as
      *> federal income tax withheld; it keeps no separate
      *> employee social security or Medicare withholding, so
      *> those tax fields go out zero and the wage fields carry
      *> the accrual bases.
       WRITE-WAGE-RECORD.
           MOVE W2-EM-SSN-T(W2-EMP-IDX) TO W2-RW-SSN
           MOVE W2-EM-FIRST-T(W2-EMP-IDX) TO W2-RW-FIRST-NAME
           MOVE W2-EM-MIDDLE-T(W2-EMP-IDX) TO W2-RW-MIDDLE-NAME
           MOVE W2-EM-LAST-T(W2-EMP-IDX) TO W2-RW-LAST-NAME
           MOVE W2-EM-ADDRESS-T(W2-EMP-IDX) TO W2-RW-ADDRESS
           MOVE W2-EM-CITY-T(W2-EMP-IDX) TO W2-RW-CITY
           MOVE W2-EM-STATE-T(W2-EMP-IDX) TO W2-RW-STATE
           MOVE W2-EM-ZIP-T(W2-EMP-IDX) TO W2-RW-ZIP
           MOVE W2-EM-GROSS-T(W2-EMP-IDX) TO W2-RW-WAGES
           MOVE W2-EM-WITHHOLD-T(W2-EMP-IDX) TO W2-RW-FED-WITHHELD
           MOVE W2-EM-SS-WAGES-T(W2-EMP-IDX) TO W2-RW-SS-WAGES
           MOVE ZERO TO W2-RW-SS-TAX
           MOVE W2-EM-MED-WAGES-T(W2-EMP-IDX) TO W2-RW-MED-WAGES
           MOVE ZERO TO W2-RW-MED-TAX
           MOVE W2-RW-RECORD TO WAGE-FILE-RECORD
           WRITE WAGE-FILE-RECORD
           ADD 1 TO W2-RW-COUNT
           ADD W2-EM-GROSS-T(W2-EMP-IDX) TO W2-TOT-WAGES
           ADD W2-EM-WITHHOLD-T(W2-EMP-IDX) TO W2-TOT-WITHHOLD
           ADD W2-EM-SS-WAGES-T(W2-EMP-IDX) TO W2-TOT-SS-WAGES
           ADD W2-EM-MED-WAGES-T(W2-EMP-IDX) TO W2-TOT-MED-WAGES
           ADD W2-EM-ER-TAX-T(W2-EMP-IDX) TO W2-TOT-HIST-ER-TAX.

       WRITE-TOTAL-RECORDS.
           MOVE W2-RW-COUNT TO W2-RT-RW-COUNT
           MOVE W2-TOT-WAGES TO W2-RT-WAGES
           MOVE W2-TOT-WITHHOLD TO W2-RT-FED-WITHHELD
           MOVE W2-TOT-SS-WAGES TO W2-RT-SS-WAGES
           MOVE ZERO TO W2-RT-SS-TAX
           MOVE W2-TOT-MED-WAGES TO W2-RT-MED-WAGES
           MOVE ZERO TO W2-RT-MED-TAX
           MOVE W2-RT-RECORD TO WAGE-FILE-RECORD
           WRITE WAGE-FILE-RECORD
           MOVE W2-RW-COUNT TO W2-RF-RW-COUNT
           MOVE W2-RF-RECORD TO WAGE-FILE-RECORD
           WRITE WAGE-FILE-RECORD.

      *> Someone accrued for in the year with no closed-year
      *> history row would be left off the filing entirely.
       WRITE-ACCRUALS-NOT-ON-HISTORY.
           PERFORM VARYING W2-EMP-IDX FROM 1 BY 1
                   UNTIL W2-EMP-IDX > W2-EMP-COUNT
               IF W2-EM-IN-HISTORY-T(W2-EMP-IDX) NOT = 'Y'
                   MOVE 'ACCRUED FOR BUT NOT ON YTD HISTORY'
                       TO W2-ERROR-TEXT
                   PERFORM WRITE-IDENTITY-ERROR
                   ADD 1 TO W2-EMP-IN-ERROR
               END-IF
           END-PERFORM.

       WRITE-CONTROL-TOTALS.
           IF W2-ERROR-COUNT = ZERO
               MOVE '  NONE' TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE 'CONTROL TOTALS' TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE W2-RW-COUNT TO W2-EDIT-COUNT
           MOVE SPACES TO W2-LINE-WORK
           STRING '  WAGE RECORDS              ' DELIMITED BY SIZE
                  W2-EDIT-COUNT DELIMITED BY SIZE
               INTO W2-LINE-WORK
           MOVE W2-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE W2-TOT-WAGES TO W2-EDIT-AMOUNT
           MOVE SPACES TO W2-LINE-WORK
           STRING '  WAGES, TIPS, OTHER COMP   ' DELIMITED BY SIZE
                  W2-EDIT-AMOUNT DELIMITED BY SIZE
               INTO W2-LINE-WORK
           MOVE W2-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE W2-TOT-WITHHOLD TO W2-EDIT-AMOUNT
           MOVE SPACES TO W2-LINE-WORK
           STRING '  FEDERAL TAX WITHHELD      ' DELIMITED BY SIZE
                  W2-EDIT-AMOUNT DELIMITED BY SIZE
               INTO W2-LINE-WORK
           MOVE W2-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE W2-TOT-SS-WAGES TO W2-EDIT-AMOUNT
           MOVE SPACES TO W2-LINE-WORK
           STRING '  SOCIAL SECURITY WAGES     ' DELIMITED BY SIZE
                  W2-EDIT-AMOUNT DELIMITED BY SIZE
               INTO W2-LINE-WORK
           MOVE W2-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE W2-TOT-MED-WAGES TO W2-EDIT-AMOUNT
           MOVE SPACES TO W2-LINE-WORK
           STRING '  MEDICARE WAGES            ' DELIMITED BY SIZE
                  W2-EDIT-AMOUNT DELIMITED BY SIZE
               INTO W2-LINE-WORK
           MOVE W2-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           COMPUTE W2-TAX-DIFFERENCE =
               W2-TOT-HIST-ER-TAX - W2-TOT-ACCRUED-ER-TAX
           MOVE W2-TOT-HIST-ER-TAX TO W2-EDIT-AMOUNT
           MOVE W2-TOT-ACCRUED-ER-TAX TO W2-EDIT-AMOUNT-2
           MOVE W2-TAX-DIFFERENCE TO W2-EDIT-DIFF
           MOVE SPACES TO W2-LINE-WORK
           STRING '  EMPLOYER TAX ON HISTORY   ' DELIMITED BY SIZE
                  W2-EDIT-AMOUNT DELIMITED BY SIZE
                  '   ACCRUED (PAYETAX) ' DELIMITED BY SIZE
                  W2-EDIT-AMOUNT-2 DELIMITED BY SIZE
                  '   DIFFERENCE ' DELIMITED BY SIZE
                  W2-EDIT-DIFF DELIMITED BY SIZE
               INTO W2-LINE-WORK
           MOVE W2-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           IF W2-TAX-DIFFERENCE NOT = ZERO
               MOVE '** EMPLOYER TAX DOES NOT TIE TO THE ACCRUALS **'
                   TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF
           IF W2-ERROR-COUNT > ZERO OR W2-TAX-DIFFERENCE NOT = ZERO
               MOVE '** NOT READY -- CORRECT AND RERUN BEFORE UPLOAD **'
                   TO EDIT-REPORT-LINE
           ELSE
               MOVE 'READY FOR SUBMISSION' TO EDIT-REPORT-LINE
           END-IF
           WRITE EDIT-REPORT-LINE.
