       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeadcountReport.
      *> Monthly headcount and turnover report. HR asks each month
      *> how many people we employ, how many were hired, how many
      *> left and where; the answer used to be counting rows in
      *> PAYEMP.DAT by hand. This job counts off the hire and
      *> termination dates EmployeeMaintenance keeps on the master.
      *> For the report month it shows, per department, opening
      *> headcount, hires, terminations, closing headcount, the
      *> annualized turnover rate (terminations over the average of
      *> opening and closing, times twelve), the salaried/hourly
      *> split and average tenure of the closing headcount; then a
      *> company-wide twelve-month trend ending with that month.
      *> An employee is on the payroll at a date when hired on or
      *> before it and not terminated on or before it. A master row
      *> from before the dates were kept has no hire date: it counts
      *> as hired before any month reported and is left out of the
      *> tenure average. A terminated row with no termination date
      *> left before the dates were kept and is not counted at all.
      *> The report month comes off the runtime-parameter master as
      *> YYYYMM; zero means the last complete month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HCR-RUNPARM-STATUS.
           SELECT PAY-EMP-IN ASSIGN TO "data/PAYEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HCR-EMP-STATUS.
           SELECT HEADCOUNT-REPORT-OUT
               ASSIGN TO "data/HEADCOUNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  PAY-EMP-IN.
       COPY PAYEMP.

       FD  HEADCOUNT-REPORT-OUT.
       01  HEADCOUNT-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 HCR-EOF-SWITCHES.
           05 HCR-RUNPARM-EOF           PIC X VALUE 'N'.
           05 HCR-EMP-EOF               PIC X VALUE 'N'.

       01 HCR-FILE-STATUSES.
           05 HCR-RUNPARM-STATUS        PIC XX.
           05 HCR-EMP-STATUS            PIC XX.

       01 HCR-TODAY                     PIC X(8).
       01 HCR-TODAY-PARTS REDEFINES HCR-TODAY.
           05 HCR-TODAY-YEAR            PIC 9(4).
           05 HCR-TODAY-MONTH           PIC 9(2).
           05 HCR-TODAY-DAY             PIC 9(2).

      *> Tunable: the report month, YYYYMM; zero = last complete
      *> month before the run date.
       01 HCR-PARM-FIELDS.
           05 HCR-REPORT-MONTH          PIC 9(6) VALUE ZERO.
           05 HCR-REPORT-MONTH-PARTS REDEFINES HCR-REPORT-MONTH.
               10 HCR-REPORT-YEAR       PIC 9(4).
               10 HCR-REPORT-MM         PIC 9(2).
           05 HCR-PARMS-FOUND           PIC 9(1) VALUE ZERO.

      *> The master, loaded once and counted for every month.
       01 HCR-EMP-CONTROL.
           05 HCR-EMP-COUNT             PIC 9(4) VALUE ZERO.
           05 HCR-EMP-IDX               PIC 9(4).
           05 HCR-NO-HIRE-DATE-COUNT    PIC 9(4) VALUE ZERO.
           05 HCR-NO-TERM-DATE-COUNT    PIC 9(4) VALUE ZERO.

       01 HCR-EMP-TABLE.
           05 HCR-EMP-ENTRY OCCURS 2000 TIMES.
               10 HCR-EM-DEPT-T         PIC X(4).
               10 HCR-EM-STATUS-T       PIC X(1).
               10 HCR-EM-PAY-TYPE-T     PIC X(1).
               10 HCR-EM-HIRE-T         PIC X(8).
               10 HCR-EM-TERM-T         PIC X(8).

      *> Departments, kept in department order as they are found.
       01 HCR-DEPT-CONTROL.
           05 HCR-DEPT-COUNT            PIC 9(3) VALUE ZERO.
           05 HCR-DEPT-IDX              PIC 9(3).
           05 HCR-DEPT-SHIFT            PIC 9(3).
           05 HCR-DEPT-SLOT             PIC 9(3).

       01 HCR-DEPT-TABLE.
           05 HCR-DEPT-ENTRY OCCURS 200 TIMES
                             INDEXED BY HCR-DEPT-IX.
               10 HCR-DP-DEPT-T         PIC X(4).
               10 HCR-DP-OPEN-T         PIC 9(5).
               10 HCR-DP-HIRES-T        PIC 9(5).
               10 HCR-DP-TERMS-T        PIC 9(5).
               10 HCR-DP-CLOSE-T        PIC 9(5).
               10 HCR-DP-SALARIED-T     PIC 9(5).
               10 HCR-DP-HOURLY-T       PIC 9(5).
               10 HCR-DP-TENURE-DAYS-T  PIC 9(9).
               10 HCR-DP-TENURE-COUNT-T PIC 9(5).

      *> Company totals for the month being counted.
       01 HCR-TOTALS.
           05 HCR-TOT-OPEN              PIC 9(5).
           05 HCR-TOT-HIRES             PIC 9(5).
           05 HCR-TOT-TERMS             PIC 9(5).
           05 HCR-TOT-CLOSE             PIC 9(5).
           05 HCR-TOT-SALARIED          PIC 9(5).
           05 HCR-TOT-HOURLY            PIC 9(5).
           05 HCR-TOT-TENURE-DAYS       PIC 9(9).
           05 HCR-TOT-TENURE-COUNT      PIC 9(5).

      *> One line's figures, moved in from a department entry or
      *> the totals before the rates are worked out.
       01 HCR-LINE-FIGURES.
           05 HCR-LN-OPEN               PIC 9(5).
           05 HCR-LN-TERMS              PIC 9(5).
           05 HCR-LN-CLOSE              PIC 9(5).
           05 HCR-LN-TENURE-DAYS        PIC 9(9).
           05 HCR-LN-TENURE-COUNT       PIC 9(5).
           05 HCR-AVG-HEADCOUNT         PIC 9(5)V9.
           05 HCR-TERMS-X1200           PIC 9(9).
           05 HCR-TURNOVER-PCT          PIC 9(5)V9.
           05 HCR-AVG-TENURE-DAYS       PIC 9(7)V99.
           05 HCR-AVG-TENURE-YEARS      PIC 9(3)V9.

      *> Date work: the month being counted and the day before it
      *> starts (the opening headcount is the prior month-end's).
       01 HCR-DATE-WORK.
           05 HCR-CUR-YEAR              PIC 9(4).
           05 HCR-CUR-MONTH             PIC 9(2).
           05 HCR-MONTH-NO              PIC 99.
           05 HCR-WORK-DATE             PIC 9(8).
           05 HCR-WORK-DATE-X REDEFINES HCR-WORK-DATE
                                        PIC X(8).
           05 HCR-WORK-PARTS REDEFINES HCR-WORK-DATE.
               10 HCR-WORK-YEAR         PIC 9(4).
               10 HCR-WORK-MONTH        PIC 9(2).
               10 HCR-WORK-DAY          PIC 9(2).
           05 HCR-WORK-INT              PIC 9(8).
           05 HCR-END-INT               PIC 9(8).
           05 HCR-HIRE-INT              PIC 9(8).
           05 HCR-MONTH-START           PIC X(8).
           05 HCR-MONTH-END             PIC X(8).
           05 HCR-PRIOR-END             PIC X(8).
           05 HCR-AS-OF-DATE            PIC X(8).
           05 HCR-ON-ROLL               PIC X(1).
           05 HCR-MONTH-LABEL           PIC X(7).

       01 HCR-EDIT-FIELDS.
           05 HCR-EDIT-OPEN             PIC ZZZZ9.
           05 HCR-EDIT-HIRES            PIC ZZZZ9.
           05 HCR-EDIT-TERMS            PIC ZZZZ9.
           05 HCR-EDIT-CLOSE            PIC ZZZZ9.
           05 HCR-EDIT-SALARIED         PIC ZZZZ9.
           05 HCR-EDIT-HOURLY           PIC ZZZZ9.
           05 HCR-EDIT-TURNOVER         PIC ZZZZ9.9.
           05 HCR-EDIT-TENURE           PIC ZZ9.9.
           05 HCR-LINE-LABEL            PIC X(6).

       01 HCR-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO HCR-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-EMPLOYEE-TABLE
           OPEN OUTPUT HEADCOUNT-REPORT-OUT
           PERFORM WRITE-DEPARTMENT-SECTION
           PERFORM WRITE-TREND-SECTION
           CLOSE HEADCOUNT-REPORT-OUT
           DISPLAY 'Employees read       = ' HCR-EMP-COUNT
           DISPLAY 'Departments          = ' HCR-DEPT-COUNT
           DISPLAY 'No hire date on file = ' HCR-NO-HIRE-DATE-COUNT
           DISPLAY 'Termed, no term date = ' HCR-NO-TERM-DATE-COUNT
           DISPLAY 'Closing headcount    = ' HCR-TOT-CLOSE
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF HCR-RUNPARM-STATUS = '00'
               PERFORM UNTIL HCR-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO HCR-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       HCR-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF HCR-PARMS-FOUND < 1
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           IF HCR-REPORT-MONTH NOT = ZERO
              AND (HCR-REPORT-MM < 1 OR HCR-REPORT-MM > 12
                   OR HCR-REPORT-YEAR < 1601)
               DISPLAY 'REPORT-MONTH ' HCR-REPORT-MONTH
                       ' NOT A VALID YYYYMM -- LAST MONTH USED'
               MOVE ZERO TO HCR-REPORT-MONTH
           END-IF
           IF HCR-REPORT-MONTH = ZERO
               MOVE HCR-TODAY-YEAR TO HCR-REPORT-YEAR
               MOVE HCR-TODAY-MONTH TO HCR-REPORT-MM
               IF HCR-REPORT-MM = 1
                   MOVE 12 TO HCR-REPORT-MM
                   SUBTRACT 1 FROM HCR-REPORT-YEAR
               ELSE
                   SUBTRACT 1 FROM HCR-REPORT-MM
               END-IF
           END-IF
           DISPLAY 'PARM IN EFFECT: REPORT-MONTH = ' HCR-REPORT-MONTH.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'HEADCOUNTREPORT'
               EVALUATE RP-PARM-NAME
                   WHEN 'REPORT-MONTH'
                       MOVE RP-VALUE TO HCR-REPORT-MONTH
                       ADD 1 TO HCR-PARMS-FOUND
               END-EVALUATE
           END-IF.

       LOAD-EMPLOYEE-TABLE.
           OPEN INPUT PAY-EMP-IN
           IF HCR-EMP-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT FOUND: ' HCR-EMP-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL HCR-EMP-EOF = 'Y'
               READ PAY-EMP-IN
                   AT END MOVE 'Y' TO HCR-EMP-EOF
                   NOT AT END PERFORM STORE-EMPLOYEE-ENTRY
               END-READ
           END-PERFORM
           CLOSE PAY-EMP-IN.

       STORE-EMPLOYEE-ENTRY.
           IF HCR-EMP-COUNT >= 2000
               DISPLAY 'EMPLOYEE TABLE FULL AT 2000 -- REPORT '
                       'NOT WRITTEN'
               STOP RUN
           END-IF
           ADD 1 TO HCR-EMP-COUNT
           MOVE PAY-EMP-DEPT TO HCR-EM-DEPT-T(HCR-EMP-COUNT)
           MOVE PAY-EMP-STATUS TO HCR-EM-STATUS-T(HCR-EMP-COUNT)
           MOVE PAY-EMP-PAY-TYPE TO HCR-EM-PAY-TYPE-T(HCR-EMP-COUNT)
           MOVE PAY-EMP-HIRE-DATE TO HCR-EM-HIRE-T(HCR-EMP-COUNT)
           MOVE PAY-EMP-TERM-DATE TO HCR-EM-TERM-T(HCR-EMP-COUNT)
           IF PAY-EMP-HIRE-DATE NOT NUMERIC
               MOVE SPACES TO HCR-EM-HIRE-T(HCR-EMP-COUNT)
               ADD 1 TO HCR-NO-HIRE-DATE-COUNT
           END-IF
           IF PAY-EMP-TERM-DATE NOT NUMERIC
               MOVE SPACES TO HCR-EM-TERM-T(HCR-EMP-COUNT)
               IF PAY-EMP-STATUS = 'T'
                   ADD 1 TO HCR-NO-TERM-DATE-COUNT
               END-IF
           END-IF
           SET HCR-DEPT-IX TO 1
           SEARCH HCR-DEPT-ENTRY
               AT END
                   PERFORM ADD-DEPT-ENTRY
               WHEN HCR-DEPT-IX > HCR-DEPT-COUNT
                   PERFORM ADD-DEPT-ENTRY
               WHEN HCR-DP-DEPT-T(HCR-DEPT-IX) = PAY-EMP-DEPT
                   CONTINUE
           END-SEARCH.

      *> Slot the new department in order, shifting the ones after
      *> it down, so the report comes out in department sequence.
       ADD-DEPT-ENTRY.
           IF HCR-DEPT-COUNT >= 200
               DISPLAY 'DEPARTMENT TABLE FULL AT 200 -- REPORT '
                       'NOT WRITTEN'
               STOP RUN
           END-IF
           MOVE 1 TO HCR-DEPT-SLOT
           PERFORM UNTIL HCR-DEPT-SLOT > HCR-DEPT-COUNT
                   OR HCR-DP-DEPT-T(HCR-DEPT-SLOT) > PAY-EMP-DEPT
               ADD 1 TO HCR-DEPT-SLOT
           END-PERFORM
           PERFORM VARYING HCR-DEPT-SHIFT FROM HCR-DEPT-COUNT BY -1
                   UNTIL HCR-DEPT-SHIFT < HCR-DEPT-SLOT
               MOVE HCR-DEPT-ENTRY(HCR-DEPT-SHIFT)
                 TO HCR-DEPT-ENTRY(HCR-DEPT-SHIFT + 1)
           END-PERFORM
           ADD 1 TO HCR-DEPT-COUNT
           MOVE PAY-EMP-DEPT TO HCR-DP-DEPT-T(HCR-DEPT-SLOT).

      *> Sets the start, end and prior month-end of the month in
      *> HCR-CUR-YEAR / HCR-CUR-MONTH.
       SET-MONTH-DATES.
           MOVE HCR-CUR-YEAR TO HCR-WORK-YEAR
           MOVE HCR-CUR-MONTH TO HCR-WORK-MONTH
           MOVE 1 TO HCR-WORK-DAY
           MOVE HCR-WORK-DATE-X TO HCR-MONTH-START
           COMPUTE HCR-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(HCR-WORK-DATE) - 1
           COMPUTE HCR-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(HCR-WORK-INT)
           MOVE HCR-WORK-DATE-X TO HCR-PRIOR-END
           MOVE HCR-CUR-YEAR TO HCR-WORK-YEAR
           MOVE HCR-CUR-MONTH TO HCR-WORK-MONTH
           MOVE 1 TO HCR-WORK-DAY
           IF HCR-WORK-MONTH = 12
               MOVE 1 TO HCR-WORK-MONTH
               ADD 1 TO HCR-WORK-YEAR
           ELSE
               ADD 1 TO HCR-WORK-MONTH
           END-IF
           COMPUTE HCR-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(HCR-WORK-DATE) - 1
           MOVE HCR-WORK-INT TO HCR-END-INT
           COMPUTE HCR-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(HCR-WORK-INT)
           MOVE HCR-WORK-DATE-X TO HCR-MONTH-END
           MOVE SPACES TO HCR-MONTH-LABEL
           STRING HCR-MONTH-START(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  HCR-MONTH-START(5:2) DELIMITED BY SIZE
               INTO HCR-MONTH-LABEL.

      *> Counts every employee into their department and the
      *> company totals for the month set by SET-MONTH-DATES.
       COUNT-MONTH.
           INITIALIZE HCR-TOTALS
           PERFORM VARYING HCR-DEPT-IDX FROM 1 BY 1
                   UNTIL HCR-DEPT-IDX > HCR-DEPT-COUNT
               MOVE ZERO TO HCR-DP-OPEN-T(HCR-DEPT-IDX)
                            HCR-DP-HIRES-T(HCR-DEPT-IDX)
                            HCR-DP-TERMS-T(HCR-DEPT-IDX)
                            HCR-DP-CLOSE-T(HCR-DEPT-IDX)
                            HCR-DP-SALARIED-T(HCR-DEPT-IDX)
                            HCR-DP-HOURLY-T(HCR-DEPT-IDX)
                            HCR-DP-TENURE-DAYS-T(HCR-DEPT-IDX)
                            HCR-DP-TENURE-COUNT-T(HCR-DEPT-IDX)
           END-PERFORM
           PERFORM VARYING HCR-EMP-IDX FROM 1 BY 1
                   UNTIL HCR-EMP-IDX > HCR-EMP-COUNT
               PERFORM COUNT-ONE-EMPLOYEE
           END-PERFORM.

       COUNT-ONE-EMPLOYEE.
           SET HCR-DEPT-IX TO 1
           SEARCH HCR-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN HCR-DP-DEPT-T(HCR-DEPT-IX) =
                    HCR-EM-DEPT-T(HCR-EMP-IDX)
                   CONTINUE
           END-SEARCH
           MOVE HCR-PRIOR-END TO HCR-AS-OF-DATE
           PERFORM CHECK-ON-ROLL
           IF HCR-ON-ROLL = 'Y'
               ADD 1 TO HCR-DP-OPEN-T(HCR-DEPT-IX) HCR-TOT-OPEN
           END-IF
           IF HCR-EM-HIRE-T(HCR-EMP-IDX) NOT = SPACES
              AND HCR-EM-HIRE-T(HCR-EMP-IDX) >= HCR-MONTH-START
              AND HCR-EM-HIRE-T(HCR-EMP-IDX) <= HCR-MONTH-END
               ADD 1 TO HCR-DP-HIRES-T(HCR-DEPT-IX) HCR-TOT-HIRES
           END-IF
           IF HCR-EM-TERM-T(HCR-EMP-IDX) NOT = SPACES
              AND HCR-EM-TERM-T(HCR-EMP-IDX) >= HCR-MONTH-START
              AND HCR-EM-TERM-T(HCR-EMP-IDX) <= HCR-MONTH-END
               ADD 1 TO HCR-DP-TERMS-T(HCR-DEPT-IX) HCR-TOT-TERMS
           END-IF
           MOVE HCR-MONTH-END TO HCR-AS-OF-DATE
           PERFORM CHECK-ON-ROLL
           IF HCR-ON-ROLL = 'Y'
               PERFORM COUNT-CLOSING-EMPLOYEE
           END-IF.

       COUNT-CLOSING-EMPLOYEE.
           ADD 1 TO HCR-DP-CLOSE-T(HCR-DEPT-IX) HCR-TOT-CLOSE
           IF HCR-EM-PAY-TYPE-T(HCR-EMP-IDX) = 'H'
               ADD 1 TO HCR-DP-HOURLY-T(HCR-DEPT-IX) HCR-TOT-HOURLY
           ELSE
               ADD 1 TO HCR-DP-SALARIED-T(HCR-DEPT-IX)
                        HCR-TOT-SALARIED
           END-IF
           IF HCR-EM-HIRE-T(HCR-EMP-IDX) NOT = SPACES
               MOVE HCR-EM-HIRE-T(HCR-EMP-IDX) TO HCR-WORK-DATE-X
               COMPUTE HCR-HIRE-INT =
                       FUNCTION INTEGER-OF-DATE(HCR-WORK-DATE)
               COMPUTE HCR-WORK-INT = HCR-END-INT - HCR-HIRE-INT
               ADD HCR-WORK-INT TO HCR-DP-TENURE-DAYS-T(HCR-DEPT-IX)
                                   HCR-TOT-TENURE-DAYS
               ADD 1 TO HCR-DP-TENURE-COUNT-T(HCR-DEPT-IX)
                        HCR-TOT-TENURE-COUNT
           END-IF.

      *> HCR-ON-ROLL = 'Y' when the employee was on the payroll at
      *> the close of HCR-AS-OF-DATE.
       CHECK-ON-ROLL.
           MOVE 'Y' TO HCR-ON-ROLL
           IF HCR-EM-STATUS-T(HCR-EMP-IDX) = 'T'
              AND HCR-EM-TERM-T(HCR-EMP-IDX) = SPACES
               MOVE 'N' TO HCR-ON-ROLL
           END-IF
           IF HCR-EM-HIRE-T(HCR-EMP-IDX) NOT = SPACES
              AND HCR-EM-HIRE-T(HCR-EMP-IDX) > HCR-AS-OF-DATE
               MOVE 'N' TO HCR-ON-ROLL
           END-IF
           IF HCR-EM-TERM-T(HCR-EMP-IDX) NOT = SPACES
              AND HCR-EM-TERM-T(HCR-EMP-IDX) <= HCR-AS-OF-DATE
               MOVE 'N' TO HCR-ON-ROLL
           END-IF.

      *> Turnover and tenure for the figures in HCR-LINE-FIGURES.
       COMPUTE-LINE-RATES.
           COMPUTE HCR-AVG-HEADCOUNT = (HCR-LN-OPEN + HCR-LN-CLOSE) / 2
           IF HCR-AVG-HEADCOUNT = ZERO
               MOVE ZERO TO HCR-TURNOVER-PCT
           ELSE
               COMPUTE HCR-TERMS-X1200 = HCR-LN-TERMS * 1200
               COMPUTE HCR-TURNOVER-PCT ROUNDED =
                       HCR-TERMS-X1200 / HCR-AVG-HEADCOUNT
           END-IF
           IF HCR-LN-TENURE-COUNT = ZERO
               MOVE ZERO TO HCR-AVG-TENURE-YEARS
           ELSE
               COMPUTE HCR-AVG-TENURE-DAYS ROUNDED =
                       HCR-LN-TENURE-DAYS / HCR-LN-TENURE-COUNT
               COMPUTE HCR-AVG-TENURE-YEARS ROUNDED =
                       HCR-AVG-TENURE-DAYS / 365.25
           END-IF
           MOVE HCR-TURNOVER-PCT TO HCR-EDIT-TURNOVER
           MOVE HCR-AVG-TENURE-YEARS TO HCR-EDIT-TENURE.

       WRITE-DEPARTMENT-SECTION.
           MOVE HCR-REPORT-YEAR TO HCR-CUR-YEAR
           MOVE HCR-REPORT-MM TO HCR-CUR-MONTH
           PERFORM SET-MONTH-DATES
           PERFORM COUNT-MONTH
           MOVE SPACES TO HCR-LINE-WORK
           STRING 'HEADCOUNT AND TURNOVER REPORT - MONTH '
                      DELIMITED BY SIZE
                  HCR-MONTH-LABEL DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  HCR-MONTH-START DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  HCR-MONTH-END DELIMITED BY SIZE
                  ')   RUN ' DELIMITED BY SIZE
                  HCR-TODAY DELIMITED BY SIZE
               INTO HCR-LINE-WORK
           MOVE HCR-LINE-WORK TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE SPACES TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE SPACES TO HCR-LINE-WORK
           STRING 'DEPT   OPENING  HIRES  TERMS CLOSING  TURNOVER%'
                      DELIMITED BY SIZE
                  '  SALARIED HOURLY  AVG TENURE YRS'
                      DELIMITED BY SIZE
               INTO HCR-LINE-WORK
           MOVE HCR-LINE-WORK TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           IF HCR-DEPT-COUNT = ZERO
               MOVE 'NO EMPLOYEES ON FILE' TO HEADCOUNT-REPORT-LINE
               WRITE HEADCOUNT-REPORT-LINE
           END-IF
           PERFORM VARYING HCR-DEPT-IDX FROM 1 BY 1
                   UNTIL HCR-DEPT-IDX > HCR-DEPT-COUNT
               PERFORM WRITE-ONE-DEPT-LINE
           END-PERFORM
           MOVE 'TOTAL' TO HCR-LINE-LABEL
           MOVE HCR-TOT-OPEN TO HCR-LN-OPEN HCR-EDIT-OPEN
           MOVE HCR-TOT-HIRES TO HCR-EDIT-HIRES
           MOVE HCR-TOT-TERMS TO HCR-LN-TERMS HCR-EDIT-TERMS
           MOVE HCR-TOT-CLOSE TO HCR-LN-CLOSE HCR-EDIT-CLOSE
           MOVE HCR-TOT-SALARIED TO HCR-EDIT-SALARIED
           MOVE HCR-TOT-HOURLY TO HCR-EDIT-HOURLY
           MOVE HCR-TOT-TENURE-DAYS TO HCR-LN-TENURE-DAYS
           MOVE HCR-TOT-TENURE-COUNT TO HCR-LN-TENURE-COUNT
           PERFORM COMPUTE-LINE-RATES
           MOVE SPACES TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           PERFORM WRITE-DEPT-LINE.

       WRITE-ONE-DEPT-LINE.
           MOVE HCR-DP-DEPT-T(HCR-DEPT-IDX) TO HCR-LINE-LABEL
           MOVE HCR-DP-OPEN-T(HCR-DEPT-IDX) TO HCR-LN-OPEN
                                               HCR-EDIT-OPEN
           MOVE HCR-DP-HIRES-T(HCR-DEPT-IDX) TO HCR-EDIT-HIRES
           MOVE HCR-DP-TERMS-T(HCR-DEPT-IDX) TO HCR-LN-TERMS
                                                HCR-EDIT-TERMS
           MOVE HCR-DP-CLOSE-T(HCR-DEPT-IDX) TO HCR-LN-CLOSE
                                                HCR-EDIT-CLOSE
           MOVE HCR-DP-SALARIED-T(HCR-DEPT-IDX) TO HCR-EDIT-SALARIED
           MOVE HCR-DP-HOURLY-T(HCR-DEPT-IDX) TO HCR-EDIT-HOURLY
           MOVE HCR-DP-TENURE-DAYS-T(HCR-DEPT-IDX)
             TO HCR-LN-TENURE-DAYS
           MOVE HCR-DP-TENURE-COUNT-T(HCR-DEPT-IDX)
             TO HCR-LN-TENURE-COUNT
           PERFORM COMPUTE-LINE-RATES
           PERFORM WRITE-DEPT-LINE.

       WRITE-DEPT-LINE.
           MOVE SPACES TO HCR-LINE-WORK
           STRING HCR-LINE-LABEL DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  HCR-EDIT-OPEN DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  HCR-EDIT-HIRES DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  HCR-EDIT-TERMS DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  HCR-EDIT-CLOSE DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  HCR-EDIT-TURNOVER DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  HCR-EDIT-SALARIED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  HCR-EDIT-HOURLY DELIMITED BY SIZE
                  '          ' DELIMITED BY SIZE
                  HCR-EDIT-TENURE DELIMITED BY SIZE
               INTO HCR-LINE-WORK
           MOVE HCR-LINE-WORK TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE.

      *> Company-wide, the eleven months before the report month
      *> and the report month itself, oldest first.
       WRITE-TREND-SECTION.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE 'TWELVE-MONTH TREND - ALL DEPARTMENTS'
             TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE SPACES TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE SPACES TO HCR-LINE-WORK
           STRING 'MONTH    OPENING  HIRES  TERMS CLOSING  TURNOVER%'
                      DELIMITED BY SIZE
               INTO HCR-LINE-WORK
           MOVE HCR-LINE-WORK TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE
           MOVE HCR-REPORT-YEAR TO HCR-CUR-YEAR
           MOVE HCR-REPORT-MM TO HCR-CUR-MONTH
           IF HCR-CUR-MONTH = 12
               MOVE 1 TO HCR-CUR-MONTH
           ELSE
               SUBTRACT 1 FROM HCR-CUR-YEAR
               ADD 1 TO HCR-CUR-MONTH
           END-IF
           PERFORM VARYING HCR-MONTH-NO FROM 1 BY 1
                   UNTIL HCR-MONTH-NO > 12
               PERFORM WRITE-ONE-TREND-LINE
               IF HCR-CUR-MONTH = 12
                   MOVE 1 TO HCR-CUR-MONTH
                   ADD 1 TO HCR-CUR-YEAR
               ELSE
                   ADD 1 TO HCR-CUR-MONTH
               END-IF
           END-PERFORM.

       WRITE-ONE-TREND-LINE.
           PERFORM SET-MONTH-DATES
           PERFORM COUNT-MONTH
           MOVE HCR-TOT-OPEN TO HCR-LN-OPEN HCR-EDIT-OPEN
           MOVE HCR-TOT-HIRES TO HCR-EDIT-HIRES
           MOVE HCR-TOT-TERMS TO HCR-LN-TERMS HCR-EDIT-TERMS
           MOVE HCR-TOT-CLOSE TO HCR-LN-CLOSE HCR-EDIT-CLOSE
           MOVE HCR-TOT-TENURE-DAYS TO HCR-LN-TENURE-DAYS
           MOVE HCR-TOT-TENURE-COUNT TO HCR-LN-TENURE-COUNT
           PERFORM COMPUTE-LINE-RATES
           MOVE SPACES TO HCR-LINE-WORK
           STRING HCR-MONTH-LABEL DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  HCR-EDIT-OPEN DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  HCR-EDIT-HIRES DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  HCR-EDIT-TERMS DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  HCR-EDIT-CLOSE DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  HCR-EDIT-TURNOVER DELIMITED BY SIZE
               INTO HCR-LINE-WORK
           MOVE HCR-LINE-WORK TO HEADCOUNT-REPORT-LINE
           WRITE HEADCOUNT-REPORT-LINE.
