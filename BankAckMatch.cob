       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankAckMatch.
      *> Outbound bank-file acknowledgment matching. Every job that
      *> builds a file for the bank -- the payroll, payroll tax,
      *> garnishment, benefit provider, loan autopay and vendor ACH
      *> files and the positive-pay issue list -- enters it on the
      *> transmission register (XMITREG.cpy) with its entry count,
      *> debit and credit totals and hash. This job reads the bank's
      *> acknowledgment file (BANKACK.cpy) and matches each
      *> acknowledgment back to its register row on file name,
      *> creation date and HHMM:
      *>
      *>   - accepted with the same count and totals: matched;
      *>   - accepted with a different count or totals, or rejected
      *>     outright: flagged for the exception digest;
      *>   - an acknowledgment for a file not on the register:
      *>     flagged for the exception digest;
      *>   - a register row already settled on an earlier run (the
      *>     bank re-sending an acknowledgment): counted, ignored.
      *>
      *> Any file still unacknowledged ACK-CUTOFF-HOURS after it was
      *> built is flagged for the digest every run until the bank
      *> answers for it. The register is rewritten with each row's
      *> outcome, so a file is matched once and only once.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XMIT-REGISTER-IN ASSIGN TO "data/XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAM-REG-STATUS.
           SELECT XMIT-REGISTER-OUT ASSIGN TO "data/XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-ACK-IN ASSIGN TO "data/BANKACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAM-ACK-STATUS.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAM-RUNPARM-STATUS.
      *> Rebuilt every run: what the morning digest lists is what
      *> is wrong as of this run.
           SELECT XMIT-EXCEPTION-OUT ASSIGN TO "data/XMITEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-REPORT-OUT ASSIGN TO "data/BANK-ACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-RUN-LOG-OUT ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAM-BRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-REGISTER-IN.
       01  XMIT-REGISTER-IN-LINE         PIC X(129).

       FD  XMIT-REGISTER-OUT.
       01  XMIT-REGISTER-OUT-LINE        PIC X(129).

       FD  BANK-ACK-IN.
       COPY BANKACK.

       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  XMIT-EXCEPTION-OUT.
       COPY XMITEXC.

       FD  ACK-REPORT-OUT.
       01  ACK-REPORT-LINE               PIC X(100).

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.

       WORKING-STORAGE SECTION.
      *> The register row being worked on, moved in and out of the
      *> table below.
       COPY XMITREG.

       01 BAM-FILE-STATUSES.
           05 BAM-REG-STATUS             PIC XX.
           05 BAM-ACK-STATUS             PIC XX.
           05 BAM-RUNPARM-STATUS         PIC XX.
           05 BAM-BRL-STATUS             PIC XX.

       01 BAM-EOF-SWITCHES.
           05 BAM-REG-EOF                PIC X VALUE 'N'.
           05 BAM-ACK-EOF                PIC X VALUE 'N'.
           05 BAM-RUNPARM-EOF            PIC X VALUE 'N'.

       01 BAM-TODAY                      PIC X(8).
       01 BAM-TODAY-NUM REDEFINES BAM-TODAY
                                         PIC 9(8).

      *> Hours the bank has to acknowledge a file before it goes on
      *> the digest, from the runtime-parameter master with a loud
      *> compiled fallback.
       01 BAM-ACK-CUTOFF-HOURS           PIC 9(3) VALUE 4.
       01 BAM-CUTOFF-FROM-MASTER         PIC X VALUE 'N'.

      *> The whole register, held for the rewrite. A register too
      *> big for the table is left exactly as it was rather than
      *> rewritten short.
       01 BAM-REG-CONTROL.
           05 BAM-REG-COUNT              PIC 9(5) VALUE ZERO.
           05 BAM-REG-IDX                PIC 9(5).
           05 BAM-REG-MATCH              PIC 9(5).
           05 BAM-REG-LOADED             PIC X VALUE 'N'.
           05 BAM-REG-OVERFLOW           PIC X VALUE 'N'.

       01 BAM-REG-TABLE.
           05 BAM-REG-ROW-T              PIC X(129)
                                         OCCURS 5000 TIMES.

       01 BAM-MATCH-FIELDS.
           05 BAM-OUTCOME                PIC X(16).
           05 BAM-ACK-FOUND              PIC X.
           05 BAM-KEY-SEEN               PIC X.
           05 BAM-CREATE-NUM             PIC 9(8).
           05 BAM-CREATE-HH              PIC 9(2).
           05 BAM-NOW-HH                 PIC 9(2).
           05 BAM-HOURS-OUT              PIC S9(6).

       01 BAM-COUNTERS.
           05 BAM-ACKS-READ              PIC 9(6) VALUE ZERO.
           05 BAM-MATCHED-COUNT          PIC 9(6) VALUE ZERO.
           05 BAM-DIFFER-COUNT           PIC 9(6) VALUE ZERO.
           05 BAM-REJECTED-COUNT         PIC 9(6) VALUE ZERO.
           05 BAM-UNKNOWN-COUNT          PIC 9(6) VALUE ZERO.
           05 BAM-REPEAT-COUNT           PIC 9(6) VALUE ZERO.
           05 BAM-OVERDUE-COUNT          PIC 9(6) VALUE ZERO.
           05 BAM-AWAITING-COUNT         PIC 9(6) VALUE ZERO.
           05 BAM-EXCEPTION-COUNT        PIC 9(6) VALUE ZERO.

       01 BAM-EDIT-FIELDS.
           05 BAM-EDIT-COUNT             PIC ZZZ,ZZ9.
           05 BAM-EDIT-ENTRIES           PIC ZZ,ZZZ,ZZ9.
           05 BAM-EDIT-HOURS             PIC Z,ZZ9.
           05 BAM-EDIT-DEBIT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 BAM-EDIT-CREDIT            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 BAM-LINE-WORK                  PIC X(100).

       01 BAM-BRL-START-TIME             PIC X(6).
       01 BAM-BRL-END-TIME               PIC X(6).
       01 BAM-BRL-START-SECONDS          PIC 9(6).
       01 BAM-BRL-END-SECONDS            PIC 9(6).
       01 BAM-BRL-ELAPSED-SECONDS        PIC 9(6).
       01 BAM-BRL-TIME-PARTS.
           05 BAM-BRL-HH                 PIC 99.
           05 BAM-BRL-MM                 PIC 99.
           05 BAM-BRL-SS                 PIC 99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO BAM-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO BAM-BRL-START-TIME
           MOVE BAM-BRL-START-TIME(1:2) TO BAM-NOW-HH
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-TRANSMISSION-REGISTER
           OPEN OUTPUT XMIT-EXCEPTION-OUT
           OPEN OUTPUT ACK-REPORT-OUT
           MOVE SPACES TO BAM-LINE-WORK
           STRING 'BANK FILE ACKNOWLEDGMENT MATCH - ' DELIMITED BY SIZE
                  BAM-TODAY DELIMITED BY SIZE
               INTO BAM-LINE-WORK
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE 'ACKNOWLEDGMENTS RECEIVED' TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM MATCH-ACKNOWLEDGMENTS
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE 'FILES AWAITING ACKNOWLEDGMENT' TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           PERFORM VARYING BAM-REG-IDX FROM 1 BY 1
                   UNTIL BAM-REG-IDX > BAM-REG-COUNT
               MOVE BAM-REG-ROW-T(BAM-REG-IDX)
                   TO TRANSMISSION-REGISTER-RECORD
               IF XMT-ACK-PENDING
                   PERFORM CHECK-ONE-OUTSTANDING
               END-IF
           END-PERFORM
           PERFORM WRITE-MATCH-SUMMARY
           CLOSE XMIT-EXCEPTION-OUT
           CLOSE ACK-REPORT-OUT
           IF BAM-REG-LOADED = 'Y' AND BAM-REG-OVERFLOW = 'N'
               PERFORM REWRITE-TRANSMISSION-REGISTER
           END-IF
           PERFORM WRITE-BATCH-RUN-LOG
           DISPLAY 'Files on register    = ' BAM-REG-COUNT
           DISPLAY 'Acknowledgments read = ' BAM-ACKS-READ
           DISPLAY 'Matched              = ' BAM-MATCHED-COUNT
           DISPLAY 'Totals differ        = ' BAM-DIFFER-COUNT
           DISPLAY 'Rejected by bank     = ' BAM-REJECTED-COUNT
           DISPLAY 'Not on register      = ' BAM-UNKNOWN-COUNT
           DISPLAY 'Already settled      = ' BAM-REPEAT-COUNT
           DISPLAY 'Past ack cutoff      = ' BAM-OVERDUE-COUNT
           DISPLAY 'Awaiting, in time    = ' BAM-AWAITING-COUNT
           IF BAM-EXCEPTION-COUNT > ZERO
               DISPLAY 'BANK FILE TRANSMISSION EXCEPTIONS: '
                       BAM-EXCEPTION-COUNT ' -- SEE BANK-ACK.RPT'
           END-IF
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF BAM-RUNPARM-STATUS = '00'
               PERFORM UNTIL BAM-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO BAM-RUNPARM-EOF
                       NOT AT END PERFORM TAKE-ONE-RUN-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       BAM-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF BAM-CUTOFF-FROM-MASTER = 'N'
               DISPLAY 'PARM ACK-CUTOFF-HOURS MISSING -- USING '
                       'COMPILED DEFAULT'
           END-IF
           DISPLAY 'PARM IN EFFECT: ACK-CUTOFF-HOURS = '
                   BAM-ACK-CUTOFF-HOURS.

       TAKE-ONE-RUN-PARM.
           IF RP-JOB-NAME = 'BANKACKMATCH'
               EVALUATE RP-PARM-NAME
                   WHEN 'ACK-CUTOFF-HOURS'
                       MOVE RP-VALUE TO BAM-ACK-CUTOFF-HOURS
                       MOVE 'Y' TO BAM-CUTOFF-FROM-MASTER
               END-EVALUATE
           END-IF.

       LOAD-TRANSMISSION-REGISTER.
           OPEN INPUT XMIT-REGISTER-IN
           IF BAM-REG-STATUS = '00'
               MOVE 'Y' TO BAM-REG-LOADED
               PERFORM UNTIL BAM-REG-EOF = 'Y'
                   READ XMIT-REGISTER-IN
                       AT END MOVE 'Y' TO BAM-REG-EOF
                       NOT AT END
                           IF BAM-REG-COUNT < 5000
                               ADD 1 TO BAM-REG-COUNT
                               MOVE XMIT-REGISTER-IN-LINE
                                   TO BAM-REG-ROW-T(BAM-REG-COUNT)
                           ELSE
                               MOVE 'Y' TO BAM-REG-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XMIT-REGISTER-IN
           ELSE
               DISPLAY 'TRANSMISSION REGISTER NOT FOUND: '
                       BAM-REG-STATUS
           END-IF
      *> The register is kept down by the retention archive
      *> (RETPOL.DAT); a register near the table's size means that
      *> policy is not running or is set too long.
           IF BAM-REG-OVERFLOW = 'Y'
               DISPLAY 'TRANSMISSION REGISTER OVER 5000 ROWS -- '
                       'REGISTER NOT REWRITTEN, OUTCOMES NOT SAVED'
           ELSE
               IF BAM-REG-COUNT >= 4500
                   DISPLAY 'TRANSMISSION REGISTER AT ' BAM-REG-COUNT
                           ' OF 5000 ROWS -- CHECK ITS RETENTION'
               END-IF
           END-IF.

       MATCH-ACKNOWLEDGMENTS.
           OPEN INPUT BANK-ACK-IN
           IF BAM-ACK-STATUS = '00'
               PERFORM UNTIL BAM-ACK-EOF = 'Y'
                   READ BANK-ACK-IN
                       AT END MOVE 'Y' TO BAM-ACK-EOF
                       NOT AT END PERFORM MATCH-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE BANK-ACK-IN
           ELSE
               DISPLAY 'No acknowledgment file from the bank: '
                       BAM-ACK-STATUS
           END-IF
           IF BAM-ACKS-READ = ZERO
               MOVE '  NONE' TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.

      *> The first still-pending row with the acknowledgment's key
      *> takes it; the key on a row settled earlier is only a
      *> repeat of an acknowledgment already matched.
       MATCH-ONE-ACK.
           ADD 1 TO BAM-ACKS-READ
           MOVE 'N' TO BAM-ACK-FOUND
           MOVE 'N' TO BAM-KEY-SEEN
           PERFORM VARYING BAM-REG-IDX FROM 1 BY 1
                   UNTIL BAM-REG-IDX > BAM-REG-COUNT
                      OR BAM-ACK-FOUND = 'Y'
               MOVE BAM-REG-ROW-T(BAM-REG-IDX)
                   TO TRANSMISSION-REGISTER-RECORD
               IF XMT-FILE-NAME = BAK-FILE-NAME
                  AND XMT-CREATE-DATE = BAK-CREATE-DATE
                  AND XMT-CREATE-TIME(1:4) = BAK-CREATE-TIME
                   MOVE 'Y' TO BAM-KEY-SEEN
                   IF XMT-ACK-PENDING
                       MOVE 'Y' TO BAM-ACK-FOUND
                       MOVE BAM-REG-IDX TO BAM-REG-MATCH
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN BAM-ACK-FOUND = 'Y'
                   MOVE BAM-REG-ROW-T(BAM-REG-MATCH)
                       TO TRANSMISSION-REGISTER-RECORD
                   PERFORM JUDGE-ACKNOWLEDGMENT
                   MOVE TRANSMISSION-REGISTER-RECORD
                       TO BAM-REG-ROW-T(BAM-REG-MATCH)
               WHEN BAM-KEY-SEEN = 'Y'
                   ADD 1 TO BAM-REPEAT-COUNT
                   MOVE 'ALREADY SETTLED' TO BAM-OUTCOME
                   PERFORM WRITE-ACK-LINE
               WHEN OTHER
                   ADD 1 TO BAM-UNKNOWN-COUNT
                   MOVE 'NOT ON REGISTER' TO BAM-OUTCOME
                   PERFORM WRITE-ACK-LINE
                   MOVE SPACES TO XMIT-EXCEPTION-RECORD
                   MOVE 'U' TO XME-REASON
                   MOVE BAK-FILE-NAME TO XME-FILE-NAME
                   MOVE BAK-CREATE-DATE TO XME-CREATE-DATE
                   MOVE BAK-CREATE-TIME TO XME-CREATE-TIME
                   MOVE ZERO TO XME-HOURS-OUT
                   MOVE ZERO TO XME-REG-COUNT
                   MOVE ZERO TO XME-REG-DEBIT
                   MOVE ZERO TO XME-REG-CREDIT
                   PERFORM WRITE-TRANSMISSION-EXCEPTION
           END-EVALUATE.

       JUDGE-ACKNOWLEDGMENT.
           MOVE ZERO TO BAM-HOURS-OUT
           MOVE BAK-RECEIVED-DATE TO XMT-ACK-DATE
           MOVE BAK-RECEIVED-TIME TO XMT-ACK-TIME
           EVALUATE TRUE
               WHEN BAK-REJECTED
                   MOVE 'R' TO XMT-ACK-STATUS
                   ADD 1 TO BAM-REJECTED-COUNT
                   MOVE 'REJECTED BY BANK' TO BAM-OUTCOME
                   PERFORM WRITE-ACK-LINE
                   MOVE SPACES TO XMIT-EXCEPTION-RECORD
                   MOVE 'R' TO XME-REASON
                   PERFORM WRITE-REGISTER-EXCEPTION
               WHEN BAK-ENTRY-COUNT = XMT-ENTRY-COUNT
                AND BAK-DEBIT-TOTAL = XMT-DEBIT-TOTAL
                AND BAK-CREDIT-TOTAL = XMT-CREDIT-TOTAL
                   MOVE 'A' TO XMT-ACK-STATUS
                   ADD 1 TO BAM-MATCHED-COUNT
                   MOVE 'MATCHED' TO BAM-OUTCOME
                   PERFORM WRITE-ACK-LINE
               WHEN OTHER
                   MOVE 'M' TO XMT-ACK-STATUS
                   ADD 1 TO BAM-DIFFER-COUNT
                   MOVE 'TOTALS DIFFER' TO BAM-OUTCOME
                   PERFORM WRITE-ACK-LINE
                   PERFORM WRITE-TOTALS-COMPARISON
                   MOVE SPACES TO XMIT-EXCEPTION-RECORD
                   MOVE 'M' TO XME-REASON
                   PERFORM WRITE-REGISTER-EXCEPTION
           END-EVALUATE.

      *> The acknowledgment's key and totals after its outcome.
       WRITE-ACK-LINE.
           MOVE BAK-ENTRY-COUNT TO BAM-EDIT-ENTRIES
           MOVE BAK-DEBIT-TOTAL TO BAM-EDIT-DEBIT
           MOVE BAK-CREDIT-TOTAL TO BAM-EDIT-CREDIT
           MOVE SPACES TO BAM-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  BAM-OUTCOME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAK-FILE-NAME(1:20) DELIMITED BY SIZE
                  BAK-CREATE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BAK-CREATE-TIME DELIMITED BY SIZE
                  BAM-EDIT-ENTRIES DELIMITED BY SIZE
                  ' DR' DELIMITED BY SIZE
                  BAM-EDIT-DEBIT DELIMITED BY SIZE
                  ' CR' DELIMITED BY SIZE
                  BAM-EDIT-CREDIT DELIMITED BY SIZE
               INTO BAM-LINE-WORK
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE.

       WRITE-TOTALS-COMPARISON.
           MOVE XMT-ENTRY-COUNT TO BAM-EDIT-ENTRIES
           MOVE XMT-DEBIT-TOTAL TO BAM-EDIT-DEBIT
           MOVE XMT-CREDIT-TOTAL TO BAM-EDIT-CREDIT
           MOVE SPACES TO BAM-LINE-WORK
           STRING '      AS SENT PER REGISTER' DELIMITED BY SIZE
                  '                   ' DELIMITED BY SIZE
                  BAM-EDIT-ENTRIES DELIMITED BY SIZE
                  ' DR' DELIMITED BY SIZE
                  BAM-EDIT-DEBIT DELIMITED BY SIZE
                  ' CR' DELIMITED BY SIZE
                  BAM-EDIT-CREDIT DELIMITED BY SIZE
               INTO BAM-LINE-WORK
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE.

      *> A register row still pending: past the cutoff it goes on the
      *> digest, inside it the bank still has time.
       CHECK-ONE-OUTSTANDING.
           MOVE ZERO TO BAM-HOURS-OUT
           IF XMT-CREATE-DATE IS NUMERIC
              AND XMT-CREATE-TIME(1:2) IS NUMERIC
               MOVE XMT-CREATE-DATE TO BAM-CREATE-NUM
               MOVE XMT-CREATE-TIME(1:2) TO BAM-CREATE-HH
               COMPUTE BAM-HOURS-OUT =
                   (FUNCTION INTEGER-OF-DATE(BAM-TODAY-NUM)
                    - FUNCTION INTEGER-OF-DATE(BAM-CREATE-NUM)) * 24
                   + BAM-NOW-HH - BAM-CREATE-HH
           END-IF
           IF BAM-HOURS-OUT < ZERO
               MOVE ZERO TO BAM-HOURS-OUT
           END-IF
           IF BAM-HOURS-OUT > 9999
               MOVE 9999 TO BAM-HOURS-OUT
           END-IF
           MOVE BAM-HOURS-OUT TO BAM-EDIT-HOURS
           MOVE XMT-ENTRY-COUNT TO BAM-EDIT-ENTRIES
           MOVE SPACES TO BAM-LINE-WORK
           IF BAM-HOURS-OUT >= BAM-ACK-CUTOFF-HOURS
               ADD 1 TO BAM-OVERDUE-COUNT
               STRING '  *** PAST CUTOFF ' DELIMITED BY SIZE
                      XMT-FILE-NAME(1:20) DELIMITED BY SIZE
                      XMT-CREATE-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      XMT-CREATE-TIME(1:4) DELIMITED BY SIZE
                      BAM-EDIT-ENTRIES DELIMITED BY SIZE
                      ' ENTRIES, ' DELIMITED BY SIZE
                      BAM-EDIT-HOURS DELIMITED BY SIZE
                      ' HOURS OUT ***' DELIMITED BY SIZE
                   INTO BAM-LINE-WORK
               MOVE SPACES TO XMIT-EXCEPTION-RECORD
               MOVE 'L' TO XME-REASON
               PERFORM WRITE-REGISTER-EXCEPTION
           ELSE
               ADD 1 TO BAM-AWAITING-COUNT
               STRING '  AWAITING        ' DELIMITED BY SIZE
                      XMT-FILE-NAME(1:20) DELIMITED BY SIZE
                      XMT-CREATE-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      XMT-CREATE-TIME(1:4) DELIMITED BY SIZE
                      BAM-EDIT-ENTRIES DELIMITED BY SIZE
                      ' ENTRIES, ' DELIMITED BY SIZE
                      BAM-EDIT-HOURS DELIMITED BY SIZE
                      ' HOURS OUT' DELIMITED BY SIZE
                   INTO BAM-LINE-WORK
           END-IF
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE.

      *> Exception for the register row in TRANSMISSION-REGISTER-
      *> RECORD, reason already set; the acknowledgment's figures go
      *> with it when there is one.
       WRITE-REGISTER-EXCEPTION.
           MOVE XMT-FILE-NAME TO XME-FILE-NAME
           MOVE XMT-FILE-TYPE TO XME-FILE-TYPE
           MOVE XMT-CREATE-DATE TO XME-CREATE-DATE
           MOVE XMT-CREATE-TIME TO XME-CREATE-TIME
           MOVE BAM-HOURS-OUT TO XME-HOURS-OUT
           MOVE XMT-ENTRY-COUNT TO XME-REG-COUNT
           MOVE XMT-DEBIT-TOTAL TO XME-REG-DEBIT
           MOVE XMT-CREDIT-TOTAL TO XME-REG-CREDIT
           MOVE ZERO TO XME-ACK-COUNT
           MOVE ZERO TO XME-ACK-DEBIT
           MOVE ZERO TO XME-ACK-CREDIT
           PERFORM WRITE-TRANSMISSION-EXCEPTION.

       WRITE-TRANSMISSION-EXCEPTION.
           IF XME-REASON NOT = 'L'
               MOVE BAK-ENTRY-COUNT TO XME-ACK-COUNT
               MOVE BAK-DEBIT-TOTAL TO XME-ACK-DEBIT
               MOVE BAK-CREDIT-TOTAL TO XME-ACK-CREDIT
           END-IF
           ADD 1 TO BAM-EXCEPTION-COUNT
           WRITE XMIT-EXCEPTION-RECORD.

       WRITE-MATCH-SUMMARY.
           IF BAM-OVERDUE-COUNT + BAM-AWAITING-COUNT = ZERO
               MOVE '  NONE' TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE BAM-ACKS-READ TO BAM-EDIT-COUNT
           MOVE SPACES TO BAM-LINE-WORK
           STRING 'ACKNOWLEDGMENTS READ:    ' DELIMITED BY SIZE
                  BAM-EDIT-COUNT DELIMITED BY SIZE
               INTO BAM-LINE-WORK
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE BAM-MATCHED-COUNT TO BAM-EDIT-COUNT
           MOVE SPACES TO BAM-LINE-WORK
           STRING 'MATCHED:                 ' DELIMITED BY SIZE
                  BAM-EDIT-COUNT DELIMITED BY SIZE
               INTO BAM-LINE-WORK
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE BAM-DIFFER-COUNT TO BAM-EDIT-COUNT
           MOVE SPACES TO BAM-LINE-WORK
           STRING 'TOTALS DIFFER:           ' DELIMITED BY SIZE
                  BAM-EDIT-COUNT DELIMITED BY SIZE
               INTO BAM-LINE-WORK
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE BAM-REJECTED-COUNT TO BAM-EDIT-COUNT
           MOVE SPACES TO BAM-LINE-WORK
           STRING 'REJECTED BY BANK:        ' DELIMITED BY SIZE
                  BAM-EDIT-COUNT DELIMITED BY SIZE
               INTO BAM-LINE-WORK
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE BAM-UNKNOWN-COUNT TO BAM-EDIT-COUNT
           MOVE SPACES TO BAM-LINE-WORK
           STRING 'NOT ON REGISTER:         ' DELIMITED BY SIZE
                  BAM-EDIT-COUNT DELIMITED BY SIZE
               INTO BAM-LINE-WORK
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE BAM-OVERDUE-COUNT TO BAM-EDIT-COUNT
           MOVE SPACES TO BAM-LINE-WORK
           STRING 'PAST ACK CUTOFF:         ' DELIMITED BY SIZE
                  BAM-EDIT-COUNT DELIMITED BY SIZE
               INTO BAM-LINE-WORK
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE BAM-AWAITING-COUNT TO BAM-EDIT-COUNT
           MOVE SPACES TO BAM-LINE-WORK
           STRING 'AWAITING, WITHIN CUTOFF: ' DELIMITED BY SIZE
                  BAM-EDIT-COUNT DELIMITED BY SIZE
               INTO BAM-LINE-WORK
           MOVE BAM-LINE-WORK TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE.

       REWRITE-TRANSMISSION-REGISTER.
           OPEN OUTPUT XMIT-REGISTER-OUT
           PERFORM VARYING BAM-REG-IDX FROM 1 BY 1
                   UNTIL BAM-REG-IDX > BAM-REG-COUNT
               MOVE BAM-REG-ROW-T(BAM-REG-IDX)
                   TO XMIT-REGISTER-OUT-LINE
               WRITE XMIT-REGISTER-OUT-LINE
           END-PERFORM
           CLOSE XMIT-REGISTER-OUT.

       WRITE-BATCH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BAM-BRL-END-TIME
           MOVE BAM-BRL-START-TIME TO BAM-BRL-TIME-PARTS
           COMPUTE BAM-BRL-START-SECONDS =
                   BAM-BRL-HH * 3600 + BAM-BRL-MM * 60
                   + BAM-BRL-SS
           MOVE BAM-BRL-END-TIME TO BAM-BRL-TIME-PARTS
           COMPUTE BAM-BRL-END-SECONDS =
                   BAM-BRL-HH * 3600 + BAM-BRL-MM * 60
                   + BAM-BRL-SS
           COMPUTE BAM-BRL-ELAPSED-SECONDS =
                   BAM-BRL-END-SECONDS - BAM-BRL-START-SECONDS
           OPEN EXTEND BATCH-RUN-LOG-OUT
           IF BAM-BRL-STATUS = '35'
               OPEN OUTPUT BATCH-RUN-LOG-OUT
           END-IF
           MOVE 'BANKACKMATCH        ' TO BRL-JOB-NAME
           MOVE BAM-TODAY TO BRL-RUN-DATE
           MOVE BAM-BRL-START-TIME TO BRL-START-TIME
           MOVE BAM-BRL-END-TIME TO BRL-END-TIME
           MOVE BAM-BRL-ELAPSED-SECONDS TO BRL-ELAPSED-SECONDS
           MOVE BAM-ACKS-READ TO BRL-RECORD-COUNT
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-OUT.
