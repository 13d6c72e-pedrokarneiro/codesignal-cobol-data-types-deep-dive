       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportMaskAudit.
      *> Nightly check that no bank account, routing number or tax
      *> id has got onto tonight's printed reports in the clear.
      *> Every report on the scan list (RPTSCAN.cpy) is read line by
      *> line and any unbroken run of 9 to 17 digits -- the shape of
      *> a routing number, a tax id or a bank account -- is listed
      *> with the report, line and column it sits at, so the program
      *> printing it can be put through AccountMask.cob. Edited
      *> amounts (commas, decimal point), dates and counts are all
      *> shorter runs and pass. The finding itself is printed masked:
      *> the audit report must not become the leak.
      *>
      *> A report whose printing job is named on the list and has no
      *> run-log line for the business date is skipped as not run
      *> tonight; a report not on disk is skipped and counted.
      *> Reports are opened through a DDname-style assignment
      *> redirected per report with SET ENVIRONMENT, as
      *> FileGenerationManager.cob copies files.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-SCAN-IN ASSIGN TO "data/RPTSCAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMA-SCAN-STATUS.
           SELECT BATCH-RUN-LOG-IN ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMA-LOG-STATUS.
           SELECT REPORT-IN ASSIGN TO MASKAUDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMA-REPORT-STATUS.
           SELECT AUDIT-REPORT-OUT ASSIGN TO "data/MASK-AUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-RUN-LOG-OUT ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMA-BRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-SCAN-IN.
       COPY RPTSCAN.

       FD  BATCH-RUN-LOG-IN.
       01  BATCH-RUN-LOG-IN-RECORD.
           05 RMA-LOG-JOB-NAME           PIC X(20).
           05 RMA-LOG-RUN-DATE           PIC X(8).
           05 FILLER                     PIC X(26).

       FD  REPORT-IN.
       01  REPORT-IN-LINE                PIC X(200).

       FD  AUDIT-REPORT-OUT.
       01  AUDIT-REPORT-LINE             PIC X(100).

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.

       WORKING-STORAGE SECTION.
       01 RMA-FILE-STATUSES.
           05 RMA-SCAN-STATUS            PIC XX.
           05 RMA-LOG-STATUS             PIC XX.
           05 RMA-REPORT-STATUS          PIC XX.
           05 RMA-BRL-STATUS             PIC XX.

       01 RMA-EOF-SWITCHES.
           05 RMA-SCAN-EOF               PIC X VALUE 'N'.
           05 RMA-LOG-EOF                PIC X VALUE 'N'.
           05 RMA-REPORT-EOF             PIC X.

       01 RMA-TODAY                      PIC X(8).

      *> Jobs with a run-log line for the business date.
       01 RMA-RAN-CONTROL.
           05 RMA-RAN-COUNT              PIC 9(3) VALUE ZERO.
           05 RMA-JOB-RAN                PIC X(1).

       01 RMA-RAN-TABLE.
           05 RMA-RAN-ENTRY OCCURS 200 TIMES
                            INDEXED BY RMA-RAN-IX.
               10 RMA-RAN-JOB-T          PIC X(20).

       01 RMA-SCAN-WORK.
           05 RMA-REPORT-PATH            PIC X(40).
           05 RMA-LINE-NUMBER            PIC 9(6).
           05 RMA-COL                    PIC 9(3).
           05 RMA-RUN-START              PIC 9(3).
           05 RMA-RUN-LEN                PIC 9(3).
           05 RMA-REPORT-FINDINGS        PIC 9(6).

       01 RMA-COUNTERS.
           05 RMA-LISTED-COUNT           PIC 9(4) VALUE ZERO.
           05 RMA-SCANNED-COUNT          PIC 9(4) VALUE ZERO.
           05 RMA-NOT-RUN-COUNT          PIC 9(4) VALUE ZERO.
           05 RMA-MISSING-COUNT          PIC 9(4) VALUE ZERO.
           05 RMA-LINES-SCANNED          PIC 9(8) VALUE ZERO.
           05 RMA-FINDING-COUNT          PIC 9(6) VALUE ZERO.
           05 RMA-DIRTY-REPORTS          PIC 9(4) VALUE ZERO.

       01 RMA-EDIT-FIELDS.
           05 RMA-EDIT-LINE              PIC ZZZZZ9.
           05 RMA-EDIT-COL               PIC ZZ9.
           05 RMA-EDIT-LEN               PIC Z9.
           05 RMA-EDIT-COUNT             PIC ZZZ,ZZ9.

       01 RMA-LINE-WORK                  PIC X(100).

       01 RMA-BRL-START-TIME             PIC X(6).
       01 RMA-BRL-END-TIME               PIC X(6).
       01 RMA-BRL-START-SECONDS          PIC 9(6).
       01 RMA-BRL-END-SECONDS            PIC 9(6).
       01 RMA-BRL-ELAPSED-SECONDS        PIC 9(6).
       01 RMA-BRL-TIME-PARTS.
           05 RMA-BRL-HH                 PIC 99.
           05 RMA-BRL-MM                 PIC 99.
           05 RMA-BRL-SS                 PIC 99.

       01 AM-CLEAR-VALUE                PIC X(17).
       01 AM-MASKED-VALUE               PIC X(17).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO RMA-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RMA-BRL-START-TIME
           PERFORM LOAD-TONIGHTS-RUNS
           OPEN OUTPUT AUDIT-REPORT-OUT
           MOVE SPACES TO RMA-LINE-WORK
           STRING 'PRINTED-REPORT MASK AUDIT - ' DELIMITED BY SIZE
                  RMA-TODAY DELIMITED BY SIZE
               INTO RMA-LINE-WORK
           MOVE RMA-LINE-WORK TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE 'UNMASKED 9-17 DIGIT RUNS (SHOWN MASKED):'
               TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           OPEN INPUT REPORT-SCAN-IN
           IF RMA-SCAN-STATUS = '00'
               PERFORM UNTIL RMA-SCAN-EOF = 'Y'
                   READ REPORT-SCAN-IN
                       AT END MOVE 'Y' TO RMA-SCAN-EOF
                       NOT AT END PERFORM AUDIT-ONE-REPORT
                   END-READ
               END-PERFORM
               CLOSE REPORT-SCAN-IN
           ELSE
               DISPLAY 'REPORT SCAN LIST NOT FOUND: ' RMA-SCAN-STATUS
           END-IF
           PERFORM WRITE-AUDIT-SUMMARY
           CLOSE AUDIT-REPORT-OUT
           PERFORM WRITE-BATCH-RUN-LOG
           DISPLAY 'Reports listed       = ' RMA-LISTED-COUNT
           DISPLAY 'Reports scanned      = ' RMA-SCANNED-COUNT
           DISPLAY 'Not run tonight      = ' RMA-NOT-RUN-COUNT
           DISPLAY 'Not on disk          = ' RMA-MISSING-COUNT
           DISPLAY 'Lines scanned        = ' RMA-LINES-SCANNED
           DISPLAY 'Unmasked numbers     = ' RMA-FINDING-COUNT
           IF RMA-FINDING-COUNT > ZERO
               DISPLAY 'UNMASKED ACCOUNT-LIKE NUMBERS ON '
                       RMA-DIRTY-REPORTS ' REPORT(S) -- SEE '
                       'MASK-AUDIT.RPT'
           END-IF
           STOP RUN.

       LOAD-TONIGHTS-RUNS.
           OPEN INPUT BATCH-RUN-LOG-IN
           IF RMA-LOG-STATUS = '00'
               PERFORM UNTIL RMA-LOG-EOF = 'Y'
                   READ BATCH-RUN-LOG-IN
                       AT END MOVE 'Y' TO RMA-LOG-EOF
                       NOT AT END
                           IF RMA-LOG-RUN-DATE = RMA-TODAY
                               PERFORM STORE-TONIGHTS-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-RUN-LOG-IN
           ELSE
               DISPLAY 'Run log not found: ' RMA-LOG-STATUS
           END-IF.

      *> A job that ran more than once tonight is held once.
       STORE-TONIGHTS-RUN.
           SET RMA-RAN-IX TO 1
           SEARCH RMA-RAN-ENTRY
               AT END
                   PERFORM ADD-TONIGHTS-RUN
               WHEN RMA-RAN-IX > RMA-RAN-COUNT
                   PERFORM ADD-TONIGHTS-RUN
               WHEN RMA-RAN-JOB-T(RMA-RAN-IX) = RMA-LOG-JOB-NAME
                   CONTINUE
           END-SEARCH.

       ADD-TONIGHTS-RUN.
           IF RMA-RAN-COUNT >= 200
               DISPLAY 'RUN-LOG JOB TABLE FULL AT 200 -- RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO RMA-RAN-COUNT
           MOVE RMA-LOG-JOB-NAME TO RMA-RAN-JOB-T(RMA-RAN-COUNT).

       AUDIT-ONE-REPORT.
           ADD 1 TO RMA-LISTED-COUNT
           MOVE 'Y' TO RMA-JOB-RAN
           IF RSC-JOB-NAME NOT = SPACES
               SET RMA-RAN-IX TO 1
               SEARCH RMA-RAN-ENTRY
                   AT END
                       MOVE 'N' TO RMA-JOB-RAN
                   WHEN RMA-RAN-IX > RMA-RAN-COUNT
                       MOVE 'N' TO RMA-JOB-RAN
                   WHEN RMA-RAN-JOB-T(RMA-RAN-IX) = RSC-JOB-NAME
                       CONTINUE
               END-SEARCH
           END-IF
           IF RMA-JOB-RAN = 'N'
               ADD 1 TO RMA-NOT-RUN-COUNT
           ELSE
               MOVE SPACES TO RMA-REPORT-PATH
               STRING 'data/' DELIMITED BY SIZE
                      RSC-REPORT-NAME DELIMITED BY SPACE
                   INTO RMA-REPORT-PATH
               SET ENVIRONMENT 'DD_MASKAUDIN' TO RMA-REPORT-PATH
               OPEN INPUT REPORT-IN
               IF RMA-REPORT-STATUS NOT = '00'
                   ADD 1 TO RMA-MISSING-COUNT
               ELSE
                   ADD 1 TO RMA-SCANNED-COUNT
                   PERFORM SCAN-ONE-REPORT
                   CLOSE REPORT-IN
               END-IF
           END-IF.

       SCAN-ONE-REPORT.
           MOVE 'N' TO RMA-REPORT-EOF
           MOVE ZERO TO RMA-LINE-NUMBER
           MOVE ZERO TO RMA-REPORT-FINDINGS
           PERFORM UNTIL RMA-REPORT-EOF = 'Y'
               READ REPORT-IN
                   AT END MOVE 'Y' TO RMA-REPORT-EOF
                   NOT AT END
                       ADD 1 TO RMA-LINE-NUMBER
                       ADD 1 TO RMA-LINES-SCANNED
                       PERFORM SCAN-ONE-LINE
               END-READ
           END-PERFORM
           IF RMA-REPORT-FINDINGS > ZERO
               ADD 1 TO RMA-DIRTY-REPORTS
           END-IF.

      *> Column 201 is a sentinel past the end of the line, so a run
      *> reaching the last column is measured like any other.
       SCAN-ONE-LINE.
           MOVE ZERO TO RMA-RUN-LEN
           PERFORM VARYING RMA-COL FROM 1 BY 1 UNTIL RMA-COL > 201
               IF RMA-COL < 201
                   IF REPORT-IN-LINE(RMA-COL:1) IS NUMERIC
                       IF RMA-RUN-LEN = ZERO
                           MOVE RMA-COL TO RMA-RUN-START
                       END-IF
                       ADD 1 TO RMA-RUN-LEN
                   ELSE
                       PERFORM CHECK-DIGIT-RUN
                   END-IF
               ELSE
                   PERFORM CHECK-DIGIT-RUN
               END-IF
           END-PERFORM.

       CHECK-DIGIT-RUN.
           IF RMA-RUN-LEN >= 9 AND RMA-RUN-LEN <= 17
               PERFORM WRITE-FINDING
           END-IF
           MOVE ZERO TO RMA-RUN-LEN.

       WRITE-FINDING.
           ADD 1 TO RMA-FINDING-COUNT
           ADD 1 TO RMA-REPORT-FINDINGS
           MOVE SPACES TO AM-CLEAR-VALUE
           MOVE REPORT-IN-LINE(RMA-RUN-START:RMA-RUN-LEN)
               TO AM-CLEAR-VALUE
           CALL 'AccountMask' USING AM-CLEAR-VALUE AM-MASKED-VALUE
           MOVE RMA-LINE-NUMBER TO RMA-EDIT-LINE
           MOVE RMA-RUN-START TO RMA-EDIT-COL
           MOVE RMA-RUN-LEN TO RMA-EDIT-LEN
           MOVE SPACES TO RMA-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  RSC-REPORT-NAME DELIMITED BY SIZE
                  ' LINE ' DELIMITED BY SIZE
                  RMA-EDIT-LINE DELIMITED BY SIZE
                  ' COL ' DELIMITED BY SIZE
                  RMA-EDIT-COL DELIMITED BY SIZE
                  ' DIGITS ' DELIMITED BY SIZE
                  RMA-EDIT-LEN DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AM-MASKED-VALUE DELIMITED BY SIZE
               INTO RMA-LINE-WORK
           MOVE RMA-LINE-WORK TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       WRITE-AUDIT-SUMMARY.
           IF RMA-FINDING-COUNT = ZERO
               MOVE '  NONE FOUND' TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE RMA-LISTED-COUNT TO RMA-EDIT-COUNT
           MOVE SPACES TO RMA-LINE-WORK
           STRING 'REPORTS ON SCAN LIST:    ' DELIMITED BY SIZE
                  RMA-EDIT-COUNT DELIMITED BY SIZE
               INTO RMA-LINE-WORK
           MOVE RMA-LINE-WORK TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE RMA-SCANNED-COUNT TO RMA-EDIT-COUNT
           MOVE SPACES TO RMA-LINE-WORK
           STRING 'REPORTS SCANNED:         ' DELIMITED BY SIZE
                  RMA-EDIT-COUNT DELIMITED BY SIZE
               INTO RMA-LINE-WORK
           MOVE RMA-LINE-WORK TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE RMA-NOT-RUN-COUNT TO RMA-EDIT-COUNT
           MOVE SPACES TO RMA-LINE-WORK
           STRING 'JOB NOT RUN TONIGHT:     ' DELIMITED BY SIZE
                  RMA-EDIT-COUNT DELIMITED BY SIZE
               INTO RMA-LINE-WORK
           MOVE RMA-LINE-WORK TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE RMA-MISSING-COUNT TO RMA-EDIT-COUNT
           MOVE SPACES TO RMA-LINE-WORK
           STRING 'NOT ON DISK:             ' DELIMITED BY SIZE
                  RMA-EDIT-COUNT DELIMITED BY SIZE
               INTO RMA-LINE-WORK
           MOVE RMA-LINE-WORK TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE RMA-FINDING-COUNT TO RMA-EDIT-COUNT
           MOVE SPACES TO RMA-LINE-WORK
           STRING 'UNMASKED NUMBERS FOUND:  ' DELIMITED BY SIZE
                  RMA-EDIT-COUNT DELIMITED BY SIZE
               INTO RMA-LINE-WORK
           MOVE RMA-LINE-WORK TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       WRITE-BATCH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RMA-BRL-END-TIME
           MOVE RMA-BRL-START-TIME TO RMA-BRL-TIME-PARTS
           COMPUTE RMA-BRL-START-SECONDS =
                   RMA-BRL-HH * 3600 + RMA-BRL-MM * 60
                   + RMA-BRL-SS
           MOVE RMA-BRL-END-TIME TO RMA-BRL-TIME-PARTS
           COMPUTE RMA-BRL-END-SECONDS =
                   RMA-BRL-HH * 3600 + RMA-BRL-MM * 60
                   + RMA-BRL-SS
           COMPUTE RMA-BRL-ELAPSED-SECONDS =
                   RMA-BRL-END-SECONDS - RMA-BRL-START-SECONDS
           OPEN EXTEND BATCH-RUN-LOG-OUT
           IF RMA-BRL-STATUS = '35'
               OPEN OUTPUT BATCH-RUN-LOG-OUT
           END-IF
           MOVE 'REPORTMASKAUDIT     ' TO BRL-JOB-NAME
           MOVE RMA-TODAY TO BRL-RUN-DATE
           MOVE RMA-BRL-START-TIME TO BRL-START-TIME
           MOVE RMA-BRL-END-TIME TO BRL-END-TIME
           MOVE RMA-BRL-ELAPSED-SECONDS TO BRL-ELAPSED-SECONDS
           MOVE RMA-LINES-SCANNED TO BRL-RECORD-COUNT
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-OUT.
