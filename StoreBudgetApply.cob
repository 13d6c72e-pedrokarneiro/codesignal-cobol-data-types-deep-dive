       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoreBudgetApply.
      *> Moves an approved budget proposal onto the live store
      *> budget master. The seeding job (StoreBudgetBuilder) writes
      *> next year's proposal to STEBUD-PROP.DAT; finance signs the
      *> year on the approval file (STBUDAPR.DAT) with their
      *> initials once the review report is agreed. This job then
      *> rewrites STEBUD.DAT with every row for that year replaced
      *> by the proposal and every other year left as it was. No
      *> signed approval for the proposal's year, and the master
      *> is not touched -- it only moves on a named approval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-IN ASSIGN TO "data/STBUDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBA-APPR-STATUS.
           SELECT PROPOSAL-IN ASSIGN TO "data/STEBUD-PROP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBA-PROP-STATUS.
           SELECT BUDGET-MASTER-IN ASSIGN TO "data/STEBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBA-BUD-STATUS.
           SELECT BUDGET-MASTER-OUT ASSIGN TO "data/STEBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBA-BUD-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-IN.
       COPY STBUDAPR.

       FD  PROPOSAL-IN.
       01  PROPOSAL-RECORD.
           05 PRP-PERIOD-KEY             PIC X(6).
           05 PRP-CATEGORY               PIC X(4).
           05 PRP-AMOUNT                 PIC 9(8)V99.

       FD  BUDGET-MASTER-IN.
       COPY STEBUD.

       FD  BUDGET-MASTER-OUT.
       01  BUDGET-MASTER-OUT-RECORD      PIC X(20).

       WORKING-STORAGE SECTION.
       01 SBA-EOF-SWITCHES.
           05 SBA-APPR-EOF              PIC X VALUE 'N'.
           05 SBA-PROP-EOF              PIC X VALUE 'N'.
           05 SBA-BUD-EOF               PIC X VALUE 'N'.

       01 SBA-FILE-STATUSES.
           05 SBA-APPR-STATUS           PIC XX.
           05 SBA-PROP-STATUS           PIC XX.
           05 SBA-BUD-STATUS            PIC XX.
           05 SBA-BUD-OUT-STATUS        PIC XX.

       01 SBA-APPROVAL-FIELDS.
           05 SBA-PROPOSAL-YEAR         PIC X(4) VALUE SPACES.
           05 SBA-APPROVED              PIC X VALUE 'N'.
           05 SBA-APPROVED-BY           PIC X(3).
           05 SBA-APPROVED-DATE         PIC X(8).

      *> The rewritten master: the kept rows of other years, then
      *> the proposal rows.
       01 SBA-BUDGET-CONTROL.
           05 SBA-BUD-COUNT             PIC 9(4) VALUE ZERO.
           05 SBA-BUD-IDX               PIC 9(4).

       01 SBA-BUDGET-TABLE.
           05 SBA-BUD-ENTRY OCCURS 2000 TIMES.
               10 SBA-BUD-ROW-T         PIC X(20).

       01 SBA-COUNTERS.
           05 SBA-APPR-READ-COUNT       PIC 9(4) VALUE ZERO.
           05 SBA-APPR-UNSIGNED         PIC 9(4) VALUE ZERO.
           05 SBA-PROP-READ-COUNT       PIC 9(4) VALUE ZERO.
           05 SBA-PROP-WRONG-YEAR       PIC 9(4) VALUE ZERO.
           05 SBA-BUD-KEPT-COUNT        PIC 9(4) VALUE ZERO.
           05 SBA-BUD-REPLACED-COUNT    PIC 9(4) VALUE ZERO.

       01 SBA-TODAY                     PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO SBA-TODAY
           PERFORM FIND-PROPOSAL-YEAR
           PERFORM CHECK-APPROVAL
           IF SBA-APPROVED NOT = 'Y'
               DISPLAY 'BUDGET ' SBA-PROPOSAL-YEAR
                       ' NOT APPROVED -- BUDGET MASTER UNCHANGED'
               DISPLAY 'Approvals read       = ' SBA-APPR-READ-COUNT
               DISPLAY 'Rejected unsigned    = ' SBA-APPR-UNSIGNED
               STOP RUN
           END-IF
           PERFORM LOAD-KEPT-BUDGET-ROWS
           PERFORM LOAD-PROPOSAL-ROWS
           PERFORM WRITE-BUDGET-MASTER
           DISPLAY 'Business date        = ' SBA-TODAY
           DISPLAY 'Budget year applied  = ' SBA-PROPOSAL-YEAR
           DISPLAY 'Approved by          = ' SBA-APPROVED-BY
                   ' ON ' SBA-APPROVED-DATE
           DISPLAY 'Approvals read       = ' SBA-APPR-READ-COUNT
           DISPLAY 'Rejected unsigned    = ' SBA-APPR-UNSIGNED
           DISPLAY 'Master rows kept     = ' SBA-BUD-KEPT-COUNT
           DISPLAY 'Master rows replaced = ' SBA-BUD-REPLACED-COUNT
           DISPLAY 'Proposal rows applied= ' SBA-PROP-READ-COUNT
           DISPLAY 'Proposal wrong year  = ' SBA-PROP-WRONG-YEAR
           STOP RUN.

      *> The proposal covers one year; its first row says which.
       FIND-PROPOSAL-YEAR.
           OPEN INPUT PROPOSAL-IN
           IF SBA-PROP-STATUS NOT = '00'
               DISPLAY 'NO BUDGET PROPOSAL ON FILE: ' SBA-PROP-STATUS
               STOP RUN
           END-IF
           READ PROPOSAL-IN
               AT END
                   DISPLAY 'BUDGET PROPOSAL IS EMPTY'
                   CLOSE PROPOSAL-IN
                   STOP RUN
               NOT AT END
                   MOVE PRP-PERIOD-KEY(1:4) TO SBA-PROPOSAL-YEAR
           END-READ
           CLOSE PROPOSAL-IN.

       CHECK-APPROVAL.
           OPEN INPUT APPROVAL-IN
           IF SBA-APPR-STATUS = '00'
               PERFORM UNTIL SBA-APPR-EOF = 'Y'
                   READ APPROVAL-IN
                       AT END MOVE 'Y' TO SBA-APPR-EOF
                       NOT AT END PERFORM CHECK-ONE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-IN
           ELSE
               DISPLAY 'No budget approval file: ' SBA-APPR-STATUS
           END-IF.

       CHECK-ONE-APPROVAL.
           ADD 1 TO SBA-APPR-READ-COUNT
           IF BAP-BUDGET-YEAR = SBA-PROPOSAL-YEAR
               IF BAP-APPROVED-BY = SPACES
                   ADD 1 TO SBA-APPR-UNSIGNED
                   DISPLAY 'APPROVAL REJECTED -- NOT SIGNED: '
                           BAP-BUDGET-YEAR
               ELSE
                   MOVE 'Y' TO SBA-APPROVED
                   MOVE BAP-APPROVED-BY TO SBA-APPROVED-BY
                   MOVE BAP-APPROVED-DATE TO SBA-APPROVED-DATE
               END-IF
           END-IF.

       LOAD-KEPT-BUDGET-ROWS.
           OPEN INPUT BUDGET-MASTER-IN
           IF SBA-BUD-STATUS = '00'
               PERFORM UNTIL SBA-BUD-EOF = 'Y'
                   READ BUDGET-MASTER-IN
                       AT END MOVE 'Y' TO SBA-BUD-EOF
                       NOT AT END PERFORM KEEP-ONE-BUDGET-ROW
                   END-READ
               END-PERFORM
               CLOSE BUDGET-MASTER-IN
           ELSE
               DISPLAY 'Budget master not found: ' SBA-BUD-STATUS
                       ' -- STARTING A NEW ONE'
           END-IF.

       KEEP-ONE-BUDGET-ROW.
           IF BUD-PERIOD-KEY(1:4) = SBA-PROPOSAL-YEAR
               ADD 1 TO SBA-BUD-REPLACED-COUNT
           ELSE
               IF SBA-BUD-COUNT < 2000
                   ADD 1 TO SBA-BUD-COUNT
                   MOVE STORE-BUDGET-RECORD
                       TO SBA-BUD-ROW-T(SBA-BUD-COUNT)
                   ADD 1 TO SBA-BUD-KEPT-COUNT
               ELSE
                   DISPLAY 'BUDGET TABLE FULL -- RUN STOPPED, '
                           'MASTER UNCHANGED'
                   STOP RUN
               END-IF
           END-IF.

       LOAD-PROPOSAL-ROWS.
           OPEN INPUT PROPOSAL-IN
           PERFORM UNTIL SBA-PROP-EOF = 'Y'
               READ PROPOSAL-IN
                   AT END MOVE 'Y' TO SBA-PROP-EOF
                   NOT AT END PERFORM ADD-ONE-PROPOSAL-ROW
               END-READ
           END-PERFORM
           CLOSE PROPOSAL-IN.

       ADD-ONE-PROPOSAL-ROW.
           IF PRP-PERIOD-KEY(1:4) NOT = SBA-PROPOSAL-YEAR
               ADD 1 TO SBA-PROP-WRONG-YEAR
               DISPLAY 'PROPOSAL ROW OUTSIDE YEAR SKIPPED: '
                       PROPOSAL-RECORD
           ELSE
               IF SBA-BUD-COUNT < 2000
                   ADD 1 TO SBA-BUD-COUNT
                   MOVE PROPOSAL-RECORD TO SBA-BUD-ROW-T(SBA-BUD-COUNT)
                   ADD 1 TO SBA-PROP-READ-COUNT
               ELSE
                   DISPLAY 'BUDGET TABLE FULL -- RUN STOPPED, '
                           'MASTER UNCHANGED'
                   STOP RUN
               END-IF
           END-IF.

       WRITE-BUDGET-MASTER.
           OPEN OUTPUT BUDGET-MASTER-OUT
           PERFORM VARYING SBA-BUD-IDX FROM 1 BY 1
                   UNTIL SBA-BUD-IDX > SBA-BUD-COUNT
               MOVE SBA-BUD-ROW-T(SBA-BUD-IDX)
                   TO BUDGET-MASTER-OUT-RECORD
               WRITE BUDGET-MASTER-OUT-RECORD
           END-PERFORM
           CLOSE BUDGET-MASTER-OUT.
