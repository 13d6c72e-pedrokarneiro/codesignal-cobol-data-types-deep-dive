       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportBurst.
      *> Post-stream report distribution. Runs after the night's
      *> jobs and, for every report on the report-definition file
      *> (RPTDEF.cpy), cuts one file per recipient on the
      *> distribution master (RPTDIST.cpy) holding only that
      *> recipient's part of the report:
      *>   - the report heading -- everything printed before its
      *>     first detail line -- goes to every recipient;
      *>   - a detail line goes to the recipients whose key it
      *>     carries (a region recipient also takes the lines of
      *>     the stores in the region);
      *>   - any other line (a section or page heading part way
      *>     down) is held and goes to a recipient only ahead of
      *>     that recipient's next detail line, so a store sees the
      *>     headings over its own lines and never another store's
      *>     totals;
      *>   - a '*ALL' recipient gets the report whole.
      *> Each burst file is data/DIST-<recipient>-<report>, and a
      *> distribution index (RPTDIDX.cpy) lists report, recipient,
      *> file, lines, pages and the time it was cut, for operations
      *> to send from. A recipient with nothing in tonight's report
      *> still gets the heading and a NOTHING line, so a quiet night
      *> is not mistaken for a lost report.
      *>
      *> A report flagged expected that is not on disk, is empty,
      *> or whose producing job has no run-log line for the business
      *> date (so what is on disk is an earlier night's) is NOT
      *> PRODUCED: it is listed, indexed against each recipient, and
      *> nothing is sent.
      *>
      *> Reports are read and burst files written through
      *> DDname-style assignments redirected per open with SET
      *> ENVIRONMENT, as FileGenerationManager.cob copies files.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-DEF-IN ASSIGN TO "data/RPTDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBU-DEF-STATUS.
           SELECT REPORT-DIST-IN ASSIGN TO "data/RPTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBU-DIST-STATUS.
           SELECT STORE-MASTER-IN ASSIGN TO "data/STMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBU-STORE-STATUS.
           SELECT BATCH-RUN-LOG-IN ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBU-LOG-STATUS.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBU-RUNPARM-STATUS.
           SELECT REPORT-IN ASSIGN TO RPTBURSTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBU-REPORT-STATUS.
           SELECT BURST-OUT ASSIGN TO RPTBURSTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBU-BURST-STATUS.
           SELECT DIST-INDEX-OUT ASSIGN TO "data/RPTDIST-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-RUN-LOG-OUT ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBU-BRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-DEF-IN.
       COPY RPTDEF.

       FD  REPORT-DIST-IN.
       COPY RPTDIST.

       FD  STORE-MASTER-IN.
       COPY STMAST.

       FD  BATCH-RUN-LOG-IN.
       01  BATCH-RUN-LOG-IN-RECORD.
           05 RBU-LOG-JOB-NAME           PIC X(20).
           05 RBU-LOG-RUN-DATE           PIC X(8).
           05 FILLER                     PIC X(26).

       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  REPORT-IN.
       01  REPORT-IN-LINE                PIC X(200).

       FD  BURST-OUT.
       01  BURST-OUT-LINE                PIC X(200).

       FD  DIST-INDEX-OUT.
       COPY RPTDIDX.

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.

       WORKING-STORAGE SECTION.
       01 RBU-FILE-STATUSES.
           05 RBU-DEF-STATUS             PIC XX.
           05 RBU-DIST-STATUS            PIC XX.
           05 RBU-STORE-STATUS           PIC XX.
           05 RBU-LOG-STATUS             PIC XX.
           05 RBU-RUNPARM-STATUS         PIC XX.
           05 RBU-REPORT-STATUS          PIC XX.
           05 RBU-BURST-STATUS           PIC XX.
           05 RBU-BRL-STATUS             PIC XX.

       01 RBU-EOF-SWITCHES.
           05 RBU-DEF-EOF                PIC X VALUE 'N'.
           05 RBU-DIST-EOF               PIC X VALUE 'N'.
           05 RBU-STORE-EOF              PIC X VALUE 'N'.
           05 RBU-LOG-EOF                PIC X VALUE 'N'.
           05 RBU-RUNPARM-EOF            PIC X VALUE 'N'.
           05 RBU-REPORT-EOF             PIC X.

       01 RBU-TODAY                      PIC X(8).
       01 RBU-NOW                        PIC X(6).

      *> Runtime parameter: lines to a printed page, for the page
      *> count on the index.
       01 RBU-PARMS.
           05 RBU-PAGE-LINES             PIC 9(3) VALUE 60.
           05 RBU-PARMS-FOUND            PIC 9(1) VALUE ZERO.

       01 RBU-DEF-CONTROL.
           05 RBU-DEF-COUNT              PIC 9(3) VALUE ZERO.
           05 RBU-DEF-IDX                PIC 9(3).
           05 RBU-DEF-IDX2               PIC 9(3).

       01 RBU-DEF-TABLE.
           05 RBU-DEF-ENTRY OCCURS 100 TIMES.
               10 RBU-D-REPORT-T         PIC X(20).
               10 RBU-D-JOB-T            PIC X(20).
               10 RBU-D-EXPECTED-T       PIC X(1).
               10 RBU-D-KEY-TYPE-T       PIC X(4).
               10 RBU-D-TAG-T            PIC X(12).
               10 RBU-D-TAG-COL-T        PIC 9(3).
               10 RBU-D-TAG-LEN-T        PIC 9(2).
               10 RBU-D-KEY-COL-T        PIC 9(3).
               10 RBU-D-KEY-LEN-T        PIC 9(2).

       01 RBU-DIST-CONTROL.
           05 RBU-DIST-COUNT             PIC 9(3) VALUE ZERO.
           05 RBU-DIST-IDX               PIC 9(3).
           05 RBU-RECIPIENTS-FOUND       PIC 9(3).

       01 RBU-DIST-TABLE.
           05 RBU-DIST-ENTRY OCCURS 300 TIMES.
               10 RBU-R-REPORT-T         PIC X(20).
               10 RBU-R-ID-T             PIC X(8).
               10 RBU-R-ADDRESS-T        PIC X(40).
               10 RBU-R-KEY-TYPE-T       PIC X(4).
               10 RBU-R-KEY-T            PIC X(8).

       01 RBU-STORE-CONTROL.
           05 RBU-STORE-COUNT            PIC 9(3) VALUE ZERO.

       01 RBU-STORE-TABLE.
           05 RBU-STORE-ENTRY OCCURS 200 TIMES
                              INDEXED BY RBU-STORE-IX.
               10 RBU-S-CODE-T           PIC X(3).
               10 RBU-S-REGION-T         PIC X(3).

      *> Jobs with a run-log line for the business date.
       01 RBU-RAN-CONTROL.
           05 RBU-RAN-COUNT              PIC 9(3) VALUE ZERO.

       01 RBU-RAN-TABLE.
           05 RBU-RAN-ENTRY OCCURS 200 TIMES
                            INDEXED BY RBU-RAN-IX.
               10 RBU-RAN-JOB-T          PIC X(20).

      *> Lines held since the last detail line, waiting to go out
      *> ahead of the recipient's next line of its own.
       01 RBU-PENDING-CONTROL.
           05 RBU-PENDING-COUNT          PIC 9(2).
           05 RBU-PENDING-IDX            PIC 9(2).
           05 RBU-PENDING-SENT           PIC X(1).

       01 RBU-PENDING-TABLE.
           05 RBU-PENDING-LINE-T OCCURS 30 TIMES
                                         PIC X(200).

       01 RBU-BURST-WORK.
           05 RBU-REPORT-NAME            PIC X(20).
           05 RBU-REPORT-PATH            PIC X(40).
           05 RBU-OUTPUT-NAME            PIC X(40).
           05 RBU-JOB-NAME               PIC X(20).
           05 RBU-EXPECTED               PIC X(1).
           05 RBU-PRODUCED               PIC X(1).
           05 RBU-NOT-PRODUCED-WHY       PIC X(30).
           05 RBU-SEEN-DETAIL            PIC X(1).
           05 RBU-PREV-DETAIL            PIC X(1).
           05 RBU-LINE-IS-DETAIL         PIC X(1).
           05 RBU-LINE-MATCHES           PIC X(1).
           05 RBU-SHAPE-FITS             PIC X(1).
           05 RBU-LINE-KEY               PIC X(8).
           05 RBU-STORE-REGION           PIC X(3).
           05 RBU-STORE-KNOWN            PIC X(1).
           05 RBU-LINES-OUT              PIC 9(6).
           05 RBU-OWN-LINES              PIC 9(6).
           05 RBU-TAG-SPACES             PIC 9(2).

       01 RBU-COUNTERS.
           05 RBU-REPORTS-DONE           PIC 9(4) VALUE ZERO.
           05 RBU-FILES-CUT              PIC 9(4) VALUE ZERO.
           05 RBU-EMPTY-CUTS             PIC 9(4) VALUE ZERO.
           05 RBU-NOT-PRODUCED           PIC 9(4) VALUE ZERO.
           05 RBU-NO-RECIPIENTS          PIC 9(4) VALUE ZERO.
           05 RBU-BAD-DEF                PIC 9(4) VALUE ZERO.

       01 RBU-BRL-START-TIME             PIC X(6).
       01 RBU-BRL-END-TIME               PIC X(6).
       01 RBU-BRL-START-SECONDS          PIC 9(6).
       01 RBU-BRL-END-SECONDS            PIC 9(6).
       01 RBU-BRL-ELAPSED-SECONDS        PIC 9(6).
       01 RBU-BRL-TIME-PARTS.
           05 RBU-BRL-HH                 PIC 99.
           05 RBU-BRL-MM                 PIC 99.
           05 RBU-BRL-SS                 PIC 99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO RBU-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO RBU-BRL-START-TIME
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-REPORT-DEFINITIONS
           PERFORM LOAD-DISTRIBUTION-MASTER
           PERFORM LOAD-STORE-MASTER
           PERFORM LOAD-TONIGHTS-RUNS
           OPEN OUTPUT DIST-INDEX-OUT
      *> Each report once, at its first definition row.
           PERFORM VARYING RBU-DEF-IDX FROM 1 BY 1
                   UNTIL RBU-DEF-IDX > RBU-DEF-COUNT
               MOVE 'N' TO RBU-PRODUCED
               PERFORM VARYING RBU-DEF-IDX2 FROM 1 BY 1
                       UNTIL RBU-DEF-IDX2 >= RBU-DEF-IDX
                   IF RBU-D-REPORT-T(RBU-DEF-IDX2)
                           = RBU-D-REPORT-T(RBU-DEF-IDX)
                       MOVE 'S' TO RBU-PRODUCED
                   END-IF
               END-PERFORM
               IF RBU-PRODUCED NOT = 'S'
                   PERFORM DISTRIBUTE-ONE-REPORT
               END-IF
           END-PERFORM
           CLOSE DIST-INDEX-OUT
           PERFORM WRITE-BATCH-RUN-LOG
           DISPLAY 'Reports defined         = ' RBU-REPORTS-DONE
           DISPLAY 'Burst files cut         = ' RBU-FILES-CUT
           DISPLAY 'Cuts with nothing to say= ' RBU-EMPTY-CUTS
           DISPLAY 'Reports not produced    = ' RBU-NOT-PRODUCED
           DISPLAY 'Reports with no one set = ' RBU-NO-RECIPIENTS
           DISPLAY 'Definitions rejected    = ' RBU-BAD-DEF
           STOP RUN.

      *> Runtime parameters, falling back loudly to the compiled
      *> default and echoing what the run actually used.
       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF RBU-RUNPARM-STATUS = '00'
               PERFORM UNTIL RBU-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO RBU-RUNPARM-EOF
                       NOT AT END
                           IF RP-JOB-NAME = 'REPORTBURST'
                              AND RP-PARM-NAME = 'PAGE-LINES'
                               MOVE RP-VALUE TO RBU-PAGE-LINES
                               ADD 1 TO RBU-PARMS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       RBU-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF RBU-PARMS-FOUND < 1
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           IF RBU-PAGE-LINES = ZERO
               MOVE 60 TO RBU-PAGE-LINES
           END-IF
           DISPLAY 'PARM IN EFFECT: PAGE-LINES = ' RBU-PAGE-LINES.

      *> A shape whose positions fall off the line, or a blank tag
      *> on anything but a store shape, could match every line of
      *> the report; it is refused rather than guessed at.
       LOAD-REPORT-DEFINITIONS.
           OPEN INPUT REPORT-DEF-IN
           IF RBU-DEF-STATUS NOT = '00'
               DISPLAY 'REPORT DEFINITIONS NOT FOUND: '
                       RBU-DEF-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL RBU-DEF-EOF = 'Y'
               READ REPORT-DEF-IN
                   AT END MOVE 'Y' TO RBU-DEF-EOF
                   NOT AT END PERFORM TAKE-ONE-DEFINITION
               END-READ
           END-PERFORM
           CLOSE REPORT-DEF-IN.

       TAKE-ONE-DEFINITION.
           MOVE ZERO TO RBU-TAG-SPACES
           INSPECT RDF-TAG-TEXT TALLYING RBU-TAG-SPACES
                   FOR TRAILING SPACES
           EVALUATE TRUE
               WHEN RDF-KEY-COL NOT NUMERIC
                    OR RDF-KEY-LEN NOT NUMERIC
                    OR RDF-TAG-COL NOT NUMERIC
                   DISPLAY 'REJECTED: definition ' RDF-REPORT-NAME
                           ' -- POSITIONS NOT NUMERIC'
                   ADD 1 TO RBU-BAD-DEF
               WHEN RDF-KEY-COL = ZERO OR RDF-KEY-LEN = ZERO
                    OR RDF-KEY-LEN > 8
                    OR RDF-KEY-COL + RDF-KEY-LEN > 201
                   DISPLAY 'REJECTED: definition ' RDF-REPORT-NAME
                           ' -- KEY POSITION OUTSIDE THE LINE'
                   ADD 1 TO RBU-BAD-DEF
               WHEN RDF-TAG-TEXT = SPACES AND RDF-KEY-TYPE NOT = 'STOR'
                   DISPLAY 'REJECTED: definition ' RDF-REPORT-NAME
                           ' -- BLANK TAG ONLY ALLOWED ON STOR'
                   ADD 1 TO RBU-BAD-DEF
               WHEN RDF-TAG-TEXT NOT = SPACES
                    AND (RDF-TAG-COL = ZERO
                         OR RDF-TAG-COL + 12 - RBU-TAG-SPACES > 201)
                   DISPLAY 'REJECTED: definition ' RDF-REPORT-NAME
                           ' -- TAG POSITION OUTSIDE THE LINE'
                   ADD 1 TO RBU-BAD-DEF
               WHEN RBU-DEF-COUNT >= 100
                   DISPLAY 'REJECTED: definition ' RDF-REPORT-NAME
                           ' -- DEFINITION TABLE FULL'
                   ADD 1 TO RBU-BAD-DEF
               WHEN OTHER
                   ADD 1 TO RBU-DEF-COUNT
                   MOVE RDF-REPORT-NAME TO RBU-D-REPORT-T(RBU-DEF-COUNT)
                   MOVE RDF-JOB-NAME TO RBU-D-JOB-T(RBU-DEF-COUNT)
                   MOVE RDF-EXPECTED TO RBU-D-EXPECTED-T(RBU-DEF-COUNT)
                   MOVE RDF-KEY-TYPE TO RBU-D-KEY-TYPE-T(RBU-DEF-COUNT)
                   MOVE RDF-TAG-TEXT TO RBU-D-TAG-T(RBU-DEF-COUNT)
                   MOVE RDF-TAG-COL TO RBU-D-TAG-COL-T(RBU-DEF-COUNT)
                   COMPUTE RBU-D-TAG-LEN-T(RBU-DEF-COUNT) =
                           12 - RBU-TAG-SPACES
                   MOVE RDF-KEY-COL TO RBU-D-KEY-COL-T(RBU-DEF-COUNT)
                   MOVE RDF-KEY-LEN TO RBU-D-KEY-LEN-T(RBU-DEF-COUNT)
           END-EVALUATE.

       LOAD-DISTRIBUTION-MASTER.
           OPEN INPUT REPORT-DIST-IN
           IF RBU-DIST-STATUS NOT = '00'
               DISPLAY 'DISTRIBUTION MASTER NOT FOUND: '
                       RBU-DIST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL RBU-DIST-EOF = 'Y'
               READ REPORT-DIST-IN
                   AT END MOVE 'Y' TO RBU-DIST-EOF
                   NOT AT END
                       IF RBU-DIST-COUNT < 300
                           ADD 1 TO RBU-DIST-COUNT
                           MOVE RDS-REPORT-NAME
                               TO RBU-R-REPORT-T(RBU-DIST-COUNT)
                           MOVE RDS-RECIPIENT-ID
                               TO RBU-R-ID-T(RBU-DIST-COUNT)
                           MOVE RDS-ADDRESS
                               TO RBU-R-ADDRESS-T(RBU-DIST-COUNT)
                           MOVE RDS-KEY-TYPE
                               TO RBU-R-KEY-TYPE-T(RBU-DIST-COUNT)
                           MOVE RDS-SELECT-KEY
                               TO RBU-R-KEY-T(RBU-DIST-COUNT)
                       ELSE
                           DISPLAY 'REJECTED: recipient '
                                   RDS-RECIPIENT-ID ' for '
                                   RDS-REPORT-NAME
                                   ' -- DISTRIBUTION TABLE FULL'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-DIST-IN.

      *> Store to region, for region recipients and for telling a
      *> store line from any other line under a blank tag.
       LOAD-STORE-MASTER.
           OPEN INPUT STORE-MASTER-IN
           IF RBU-STORE-STATUS = '00'
               PERFORM UNTIL RBU-STORE-EOF = 'Y'
                   READ STORE-MASTER-IN
                       AT END MOVE 'Y' TO RBU-STORE-EOF
                       NOT AT END
                           IF RBU-STORE-COUNT < 200
                               ADD 1 TO RBU-STORE-COUNT
                               MOVE SM-STORE-CODE
                                 TO RBU-S-CODE-T(RBU-STORE-COUNT)
                               MOVE SM-REGION
                                 TO RBU-S-REGION-T(RBU-STORE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-MASTER-IN
           ELSE
               DISPLAY 'STORE MASTER NOT FOUND: ' RBU-STORE-STATUS
                       ' -- NO REGION ROLL-UP, NO UNTAGGED STORE LINES'
           END-IF.

       LOAD-TONIGHTS-RUNS.
           OPEN INPUT BATCH-RUN-LOG-IN
           IF RBU-LOG-STATUS = '00'
               PERFORM UNTIL RBU-LOG-EOF = 'Y'
                   READ BATCH-RUN-LOG-IN
                       AT END MOVE 'Y' TO RBU-LOG-EOF
                       NOT AT END
                           IF RBU-LOG-RUN-DATE = RBU-TODAY
                               PERFORM STORE-TONIGHTS-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-RUN-LOG-IN
           ELSE
               DISPLAY 'Run log not found: ' RBU-LOG-STATUS
           END-IF.

      *> A job that ran more than once tonight is held once.
       STORE-TONIGHTS-RUN.
           SET RBU-RAN-IX TO 1
           SEARCH RBU-RAN-ENTRY
               AT END
                   PERFORM ADD-TONIGHTS-RUN
               WHEN RBU-RAN-IX > RBU-RAN-COUNT
                   PERFORM ADD-TONIGHTS-RUN
               WHEN RBU-RAN-JOB-T(RBU-RAN-IX) = RBU-LOG-JOB-NAME
                   CONTINUE
           END-SEARCH.

       ADD-TONIGHTS-RUN.
           IF RBU-RAN-COUNT >= 200
               DISPLAY 'RUN-LOG JOB TABLE FULL AT 200 -- RUN STOPPED'
               STOP RUN
           END-IF
           ADD 1 TO RBU-RAN-COUNT
           MOVE RBU-LOG-JOB-NAME TO RBU-RAN-JOB-T(RBU-RAN-COUNT).

       DISTRIBUTE-ONE-REPORT.
           ADD 1 TO RBU-REPORTS-DONE
           MOVE RBU-D-REPORT-T(RBU-DEF-IDX) TO RBU-REPORT-NAME
           MOVE RBU-D-JOB-T(RBU-DEF-IDX) TO RBU-JOB-NAME
           MOVE RBU-D-EXPECTED-T(RBU-DEF-IDX) TO RBU-EXPECTED
           MOVE SPACES TO RBU-REPORT-PATH
           STRING 'data/' DELIMITED BY SIZE
                  RBU-REPORT-NAME DELIMITED BY SPACE
               INTO RBU-REPORT-PATH
           PERFORM CHECK-REPORT-PRODUCED
           MOVE ZERO TO RBU-RECIPIENTS-FOUND
           PERFORM VARYING RBU-DIST-IDX FROM 1 BY 1
                   UNTIL RBU-DIST-IDX > RBU-DIST-COUNT
               IF RBU-R-REPORT-T(RBU-DIST-IDX) = RBU-REPORT-NAME
                   ADD 1 TO RBU-RECIPIENTS-FOUND
                   IF RBU-PRODUCED = 'Y'
                       PERFORM BURST-FOR-RECIPIENT
                   ELSE
                       PERFORM INDEX-NOT-PRODUCED
                   END-IF
               END-IF
           END-PERFORM
           IF RBU-RECIPIENTS-FOUND = ZERO
               ADD 1 TO RBU-NO-RECIPIENTS
               DISPLAY 'NO RECIPIENTS ON THE DISTRIBUTION MASTER: '
                       RBU-REPORT-NAME
               IF RBU-PRODUCED = 'N'
                   MOVE ZERO TO RBU-DIST-IDX
                   PERFORM INDEX-NOT-PRODUCED
               END-IF
           END-IF.

      *> Produced tonight = on disk, not empty, and -- when the
      *> definition names its job -- that job logged a run for the
      *> business date.
       CHECK-REPORT-PRODUCED.
           MOVE 'Y' TO RBU-PRODUCED
           MOVE SPACES TO RBU-NOT-PRODUCED-WHY
           SET ENVIRONMENT 'DD_RPTBURSTIN' TO RBU-REPORT-PATH
           OPEN INPUT REPORT-IN
           IF RBU-REPORT-STATUS NOT = '00'
               MOVE 'N' TO RBU-PRODUCED
               MOVE 'NOT ON DISK' TO RBU-NOT-PRODUCED-WHY
           ELSE
               READ REPORT-IN
                   AT END
                       MOVE 'N' TO RBU-PRODUCED
                       MOVE 'EMPTY' TO RBU-NOT-PRODUCED-WHY
               END-READ
               CLOSE REPORT-IN
           END-IF
           IF RBU-PRODUCED = 'Y' AND RBU-JOB-NAME NOT = SPACES
               SET RBU-RAN-IX TO 1
               SEARCH RBU-RAN-ENTRY
                   AT END
                       MOVE 'N' TO RBU-PRODUCED
                   WHEN RBU-RAN-IX > RBU-RAN-COUNT
                       MOVE 'N' TO RBU-PRODUCED
                   WHEN RBU-RAN-JOB-T(RBU-RAN-IX) = RBU-JOB-NAME
                       CONTINUE
               END-SEARCH
               IF RBU-PRODUCED = 'N'
                   MOVE 'JOB DID NOT RUN -- COPY IS OLD'
                       TO RBU-NOT-PRODUCED-WHY
               END-IF
           END-IF
           IF RBU-PRODUCED = 'N' AND RBU-EXPECTED = 'Y'
               ADD 1 TO RBU-NOT-PRODUCED
               DISPLAY 'EXPECTED REPORT NOT PRODUCED TONIGHT: '
                       RBU-REPORT-NAME ' -- ' RBU-NOT-PRODUCED-WHY
           END-IF.

       INDEX-NOT-PRODUCED.
           MOVE SPACES TO REPORT-DIST-INDEX-RECORD
           MOVE RBU-TODAY TO RDX-BUSINESS-DATE
           MOVE RBU-REPORT-NAME TO RDX-REPORT-NAME
           IF RBU-DIST-IDX NOT = ZERO
               MOVE RBU-R-ID-T(RBU-DIST-IDX) TO RDX-RECIPIENT-ID
               MOVE RBU-R-ADDRESS-T(RBU-DIST-IDX) TO RDX-ADDRESS
               MOVE RBU-R-KEY-T(RBU-DIST-IDX) TO RDX-SELECT-KEY
           END-IF
           MOVE ZERO TO RDX-LINES
           MOVE ZERO TO RDX-PAGES
           MOVE FUNCTION CURRENT-DATE(9:6) TO RDX-GEN-TIME
           IF RBU-EXPECTED = 'Y'
               MOVE 'M' TO RDX-STATUS
           ELSE
               MOVE 'N' TO RDX-STATUS
           END-IF
           WRITE REPORT-DIST-INDEX-RECORD.

      *> One pass of the report per recipient, writing that
      *> recipient's burst file.
       BURST-FOR-RECIPIENT.
           MOVE SPACES TO RBU-OUTPUT-NAME
           STRING 'data/DIST-' DELIMITED BY SIZE
                  RBU-R-ID-T(RBU-DIST-IDX) DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  RBU-REPORT-NAME DELIMITED BY SPACE
               INTO RBU-OUTPUT-NAME
           SET ENVIRONMENT 'DD_RPTBURSTIN' TO RBU-REPORT-PATH
           OPEN INPUT REPORT-IN
           SET ENVIRONMENT 'DD_RPTBURSTOUT' TO RBU-OUTPUT-NAME
           OPEN OUTPUT BURST-OUT
           MOVE 'N' TO RBU-REPORT-EOF
           MOVE 'N' TO RBU-SEEN-DETAIL
           MOVE 'N' TO RBU-PREV-DETAIL
           MOVE ZERO TO RBU-PENDING-COUNT
           MOVE 'N' TO RBU-PENDING-SENT
           MOVE ZERO TO RBU-LINES-OUT
           MOVE ZERO TO RBU-OWN-LINES
           PERFORM UNTIL RBU-REPORT-EOF = 'Y'
               READ REPORT-IN
                   AT END MOVE 'Y' TO RBU-REPORT-EOF
                   NOT AT END
                       IF RBU-R-KEY-T(RBU-DIST-IDX) = '*ALL'
                           MOVE REPORT-IN-LINE TO BURST-OUT-LINE
                           PERFORM WRITE-BURST-LINE
                           ADD 1 TO RBU-OWN-LINES
                       ELSE
                           PERFORM CLASSIFY-REPORT-LINE
                           PERFORM ROUTE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF RBU-OWN-LINES = ZERO
               MOVE SPACES TO BURST-OUT-LINE
               PERFORM WRITE-BURST-LINE
               STRING '*** NOTHING FOR ' DELIMITED BY SIZE
                      RBU-R-KEY-TYPE-T(RBU-DIST-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RBU-R-KEY-T(RBU-DIST-IDX) DELIMITED BY SPACE
                      ' IN THIS REPORT FOR ' DELIMITED BY SIZE
                      RBU-TODAY DELIMITED BY SIZE
                      ' ***' DELIMITED BY SIZE
                   INTO BURST-OUT-LINE
               PERFORM WRITE-BURST-LINE
               ADD 1 TO RBU-EMPTY-CUTS
           END-IF
           CLOSE REPORT-IN
           CLOSE BURST-OUT
           ADD 1 TO RBU-FILES-CUT
           MOVE SPACES TO REPORT-DIST-INDEX-RECORD
           MOVE RBU-TODAY TO RDX-BUSINESS-DATE
           MOVE RBU-REPORT-NAME TO RDX-REPORT-NAME
           MOVE RBU-R-ID-T(RBU-DIST-IDX) TO RDX-RECIPIENT-ID
           MOVE RBU-R-ADDRESS-T(RBU-DIST-IDX) TO RDX-ADDRESS
           MOVE RBU-R-KEY-T(RBU-DIST-IDX) TO RDX-SELECT-KEY
           MOVE RBU-OUTPUT-NAME TO RDX-OUTPUT-FILE
           MOVE RBU-LINES-OUT TO RDX-LINES
           COMPUTE RDX-PAGES =
                   (RBU-LINES-OUT + RBU-PAGE-LINES - 1) / RBU-PAGE-LINES
           MOVE FUNCTION CURRENT-DATE(9:6) TO RDX-GEN-TIME
           IF RBU-OWN-LINES = ZERO
               MOVE 'E' TO RDX-STATUS
           ELSE
               MOVE 'D' TO RDX-STATUS
           END-IF
           WRITE REPORT-DIST-INDEX-RECORD.

      *> Detail line = it fits one of the report's shapes; it is the
      *> recipient's when its key is theirs, or, for a region
      *> recipient, when it is a store line for a store in the
      *> region.
       CLASSIFY-REPORT-LINE.
           MOVE 'N' TO RBU-LINE-IS-DETAIL
           MOVE 'N' TO RBU-LINE-MATCHES
           PERFORM VARYING RBU-DEF-IDX2 FROM 1 BY 1
                   UNTIL RBU-DEF-IDX2 > RBU-DEF-COUNT
               IF RBU-D-REPORT-T(RBU-DEF-IDX2) = RBU-REPORT-NAME
                   PERFORM TRY-ONE-SHAPE
               END-IF
           END-PERFORM.

       TRY-ONE-SHAPE.
           MOVE SPACES TO RBU-LINE-KEY
           MOVE REPORT-IN-LINE(RBU-D-KEY-COL-T(RBU-DEF-IDX2):
                               RBU-D-KEY-LEN-T(RBU-DEF-IDX2))
               TO RBU-LINE-KEY
           MOVE 'N' TO RBU-STORE-KNOWN
           MOVE SPACES TO RBU-STORE-REGION
           IF RBU-D-KEY-TYPE-T(RBU-DEF-IDX2) = 'STOR'
               SET RBU-STORE-IX TO 1
               SEARCH RBU-STORE-ENTRY
                   AT END CONTINUE
                   WHEN RBU-STORE-IX > RBU-STORE-COUNT
                       CONTINUE
                   WHEN RBU-S-CODE-T(RBU-STORE-IX) = RBU-LINE-KEY
                       MOVE 'Y' TO RBU-STORE-KNOWN
                       MOVE RBU-S-REGION-T(RBU-STORE-IX)
                           TO RBU-STORE-REGION
               END-SEARCH
           END-IF
           MOVE 'Y' TO RBU-SHAPE-FITS
           IF RBU-D-TAG-T(RBU-DEF-IDX2) = SPACES
               IF RBU-STORE-KNOWN = 'N'
                   MOVE 'N' TO RBU-SHAPE-FITS
               END-IF
           ELSE
               IF REPORT-IN-LINE(RBU-D-TAG-COL-T(RBU-DEF-IDX2):
                                 RBU-D-TAG-LEN-T(RBU-DEF-IDX2))
                       NOT = RBU-D-TAG-T(RBU-DEF-IDX2)
                                (1:RBU-D-TAG-LEN-T(RBU-DEF-IDX2))
                   MOVE 'N' TO RBU-SHAPE-FITS
               END-IF
           END-IF
           IF RBU-SHAPE-FITS = 'Y'
               MOVE 'Y' TO RBU-LINE-IS-DETAIL
               IF RBU-R-KEY-TYPE-T(RBU-DIST-IDX)
                       = RBU-D-KEY-TYPE-T(RBU-DEF-IDX2)
                  AND RBU-R-KEY-T(RBU-DIST-IDX) = RBU-LINE-KEY
                   MOVE 'Y' TO RBU-LINE-MATCHES
               END-IF
               IF RBU-R-KEY-TYPE-T(RBU-DIST-IDX) = 'REGN'
                  AND RBU-D-KEY-TYPE-T(RBU-DEF-IDX2) = 'STOR'
                  AND RBU-STORE-KNOWN = 'Y'
                  AND RBU-R-KEY-T(RBU-DIST-IDX) = RBU-STORE-REGION
                   MOVE 'Y' TO RBU-LINE-MATCHES
               END-IF
           END-IF.

      *> Heading before the first detail line goes out as read;
      *> later non-detail lines are held until a line of the
      *> recipient's own comes along, and dropped if another
      *> detail line comes first and a new heading starts.
       ROUTE-REPORT-LINE.
           IF RBU-LINE-IS-DETAIL = 'N'
               IF RBU-SEEN-DETAIL = 'N'
                   MOVE REPORT-IN-LINE TO BURST-OUT-LINE
                   PERFORM WRITE-BURST-LINE
               ELSE
                   IF RBU-PREV-DETAIL = 'Y'
                       MOVE ZERO TO RBU-PENDING-COUNT
                       MOVE 'N' TO RBU-PENDING-SENT
                   END-IF
                   IF RBU-PENDING-COUNT < 30
                       ADD 1 TO RBU-PENDING-COUNT
                       MOVE REPORT-IN-LINE
                           TO RBU-PENDING-LINE-T(RBU-PENDING-COUNT)
                   END-IF
               END-IF
               MOVE 'N' TO RBU-PREV-DETAIL
           ELSE
               MOVE 'Y' TO RBU-SEEN-DETAIL
               MOVE 'Y' TO RBU-PREV-DETAIL
               IF RBU-LINE-MATCHES = 'Y'
                   IF RBU-PENDING-SENT = 'N'
                       PERFORM VARYING RBU-PENDING-IDX FROM 1 BY 1
                               UNTIL RBU-PENDING-IDX > RBU-PENDING-COUNT
                           MOVE RBU-PENDING-LINE-T(RBU-PENDING-IDX)
                               TO BURST-OUT-LINE
                           PERFORM WRITE-BURST-LINE
                       END-PERFORM
                       MOVE 'Y' TO RBU-PENDING-SENT
                   END-IF
                   MOVE REPORT-IN-LINE TO BURST-OUT-LINE
                   PERFORM WRITE-BURST-LINE
                   ADD 1 TO RBU-OWN-LINES
               END-IF
           END-IF.

       WRITE-BURST-LINE.
           WRITE BURST-OUT-LINE
           ADD 1 TO RBU-LINES-OUT
           MOVE SPACES TO BURST-OUT-LINE.

       WRITE-BATCH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RBU-BRL-END-TIME
           MOVE RBU-BRL-START-TIME TO RBU-BRL-TIME-PARTS
           COMPUTE RBU-BRL-START-SECONDS =
                   RBU-BRL-HH * 3600 + RBU-BRL-MM * 60
                   + RBU-BRL-SS
           MOVE RBU-BRL-END-TIME TO RBU-BRL-TIME-PARTS
           COMPUTE RBU-BRL-END-SECONDS =
                   RBU-BRL-HH * 3600 + RBU-BRL-MM * 60
                   + RBU-BRL-SS
           COMPUTE RBU-BRL-ELAPSED-SECONDS =
                   RBU-BRL-END-SECONDS - RBU-BRL-START-SECONDS
           OPEN EXTEND BATCH-RUN-LOG-OUT
           IF RBU-BRL-STATUS = '35'
               OPEN OUTPUT BATCH-RUN-LOG-OUT
           END-IF
           MOVE 'REPORTBURST         ' TO BRL-JOB-NAME
           MOVE RBU-TODAY TO BRL-RUN-DATE
           MOVE RBU-BRL-START-TIME TO BRL-START-TIME
           MOVE RBU-BRL-END-TIME TO BRL-END-TIME
           MOVE RBU-BRL-ELAPSED-SECONDS TO BRL-ELAPSED-SECONDS
           MOVE RBU-FILES-CUT TO BRL-RECORD-COUNT
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-OUT.
