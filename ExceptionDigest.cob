           SELECT BATCH-HOLD-IN ASSIGN TO "data/BATCHHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-HOLD-STATUS.
      *> Bank files unacknowledged past the cutoff, acknowledged
      *> with different totals, or rejected (BankAckMatch.cob).
           SELECT XMIT-EXCEPTION-IN ASSIGN TO "data/XMITEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-EXC-STATUS.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ED-RUNPARM-STATUS.
           05 EDH-BLOCKED-BY             PIC X(20).
           05 EDH-HOLD-DATE              PIC X(8).

       FD  XMIT-EXCEPTION-IN.
       COPY XMITEXC.

       FD  RUN-PARM-IN.
       COPY RUNPARM.

           05 ED-LOAN-ORIG-EOF           PIC X VALUE 'N'.
           05 ED-PAY-EMP-ERR-EOF         PIC X VALUE 'N'.
           05 ED-BATCH-HOLD-EOF          PIC X VALUE 'N'.
           05 ED-XMIT-EXC-EOF            PIC X VALUE 'N'.

       01 ED-FILE-STATUSES.
           05 WH-SUSP-STATUS             PIC XX.
           05 LOAN-ORIG-STATUS           PIC XX.
           05 PAY-EMP-ERR-STATUS         PIC XX.
           05 BATCH-HOLD-STATUS          PIC XX.
           05 XMIT-EXC-STATUS            PIC XX.

       01 ED-COUNTS.
           05 ED-WH-SUSP-COUNT           PIC 9(6) VALUE ZERO.
           05 ED-LOAN-ORIG-COUNT         PIC 9(6) VALUE ZERO.
           05 ED-PAY-EMP-ERR-COUNT       PIC 9(6) VALUE ZERO.
           05 ED-BATCH-HOLD-COUNT        PIC 9(6) VALUE ZERO.
           05 ED-XMIT-EXC-COUNT          PIC 9(6) VALUE ZERO.
           05 ED-GRAND-TOTAL             PIC 9(6) VALUE ZERO.

      *> Failed pay-stub-inquiry credential checks start mattering
           05 ED-TODAY-NUM               PIC 9(8).
           05 ED-EDIT-TEMP               PIC -ZZ9.

      *> Early warnings ride the same alert file but get their own
      *> section: open ones listed (escalated past the same
      *> unacknowledged threshold), and the counts that show how
      *> many breaches the warnings saw coming.
       01 ED-EARLY-WARNING-CONTROL.
           05 ED-EW-ON-FILE              PIC 9(6) VALUE ZERO.
           05 ED-EW-FOLLOWED             PIC 9(6) VALUE ZERO.
           05 ED-BREACH-ON-FILE          PIC 9(6) VALUE ZERO.
           05 ED-BREACH-WARNED           PIC 9(6) VALUE ZERO.
           05 ED-EW-OPEN-COUNT           PIC 9(4) VALUE ZERO.
           05 ED-EW-IDX                  PIC 9(4).
           05 ED-EDIT-MINUTES            PIC ZZ,ZZ9.
           05 ED-EDIT-TALLY              PIC ZZZ,ZZ9.
           05 ED-EDIT-TALLY2             PIC ZZZ,ZZ9.

       01 ED-EARLY-WARNING-TABLE.
           05 ED-EW-ENTRY OCCURS 200 TIMES.
               10 ED-EW-SENSOR-T         PIC X(6).
               10 ED-EW-DATE-T           PIC X(8).
               10 ED-EW-TYPE-T           PIC X(1).
               10 ED-EW-TEMP-T           PIC S9(3).
               10 ED-EW-MINUTES-T        PIC 9(5).
               10 ED-EW-AGED-T           PIC X(1).

       01 ED-SENSOR-HITS-CONTROL.
           05 ED-SENSOR-HITS-COUNT       PIC 9(4) VALUE ZERO.

       01 ED-EDIT-COUNT                  PIC ZZZ9.
       01 ED-REPORT-LINE-WORK            PIC X(80).

       01 ED-XMIT-EDIT-FIELDS.
           05 ED-EDIT-XMIT-HOURS         PIC Z,ZZ9.
           05 ED-EDIT-XMIT-COUNT         PIC ZZ,ZZZ,ZZ9.
           05 ED-EDIT-XMIT-DEBIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 ED-EDIT-XMIT-CREDIT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO ED-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           OPEN OUTPUT DIGEST-REPORT-OUT
           PERFORM WRITE-DIGEST-HEADER
           PERFORM PROCESS-OPER-ACCESS-LOG
           PERFORM PROCESS-TEMP-ALERTS
           PERFORM PROCESS-BATCH-HOLDS
           PERFORM PROCESS-XMIT-EXCEPTIONS
           PERFORM WRITE-DIGEST-SUMMARY
           CLOSE DIGEST-REPORT-OUT
           DISPLAY 'Warehouse suspense records = ' ED-WH-SUSP-COUNT
           MOVE ED-REPORT-LINE-WORK TO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE.

       PROCESS-XMIT-EXCEPTIONS.
           OPEN INPUT XMIT-EXCEPTION-IN
           IF XMIT-EXC-STATUS = '00'
               MOVE SPACES TO DIGEST-REPORT-LINE
               MOVE 'BANK FILE TRANSMISSION EXCEPTIONS'
                   TO DIGEST-REPORT-LINE
               WRITE DIGEST-REPORT-LINE
               PERFORM UNTIL ED-XMIT-EXC-EOF = 'Y'
                   READ XMIT-EXCEPTION-IN
                       AT END MOVE 'Y' TO ED-XMIT-EXC-EOF
                       NOT AT END PERFORM WRITE-XMIT-EXCEPTION-LINE
                   END-READ
               END-PERFORM
               CLOSE XMIT-EXCEPTION-IN
               IF ED-XMIT-EXC-COUNT = ZERO
                   MOVE '  NONE' TO DIGEST-REPORT-LINE
                   WRITE DIGEST-REPORT-LINE
               END-IF
               MOVE SPACES TO DIGEST-REPORT-LINE
               WRITE DIGEST-REPORT-LINE
           END-IF.

       WRITE-XMIT-EXCEPTION-LINE.
           ADD 1 TO ED-XMIT-EXC-COUNT
           ADD 1 TO ED-GRAND-TOTAL
           MOVE SPACES TO ED-REPORT-LINE-WORK
           EVALUATE XME-REASON
               WHEN 'L'
                   MOVE XME-HOURS-OUT TO ED-EDIT-XMIT-HOURS
                   STRING '  NO BANK ACK  ' DELIMITED BY SIZE
                          XME-FILE-NAME DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          XME-CREATE-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          XME-CREATE-TIME(1:4) DELIMITED BY SIZE
                          ' -- ' DELIMITED BY SIZE
                          ED-EDIT-XMIT-HOURS DELIMITED BY SIZE
                          ' HOURS OUT' DELIMITED BY SIZE
                       INTO ED-REPORT-LINE-WORK
               WHEN 'M'
                   STRING '  TOTALS DIFFER ' DELIMITED BY SIZE
                          XME-FILE-NAME DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          XME-CREATE-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          XME-CREATE-TIME(1:4) DELIMITED BY SIZE
                       INTO ED-REPORT-LINE-WORK
               WHEN 'R'
                   STRING '  REJECTED     ' DELIMITED BY SIZE
                          XME-FILE-NAME DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          XME-CREATE-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          XME-CREATE-TIME(1:4) DELIMITED BY SIZE
                          ' -- REJECTED BY THE BANK' DELIMITED BY SIZE
                       INTO ED-REPORT-LINE-WORK
               WHEN OTHER
                   STRING '  UNKNOWN ACK  ' DELIMITED BY SIZE
                          XME-FILE-NAME DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          XME-CREATE-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          XME-CREATE-TIME(1:4) DELIMITED BY SIZE
                          ' -- NOT ON REGISTER' DELIMITED BY SIZE
                       INTO ED-REPORT-LINE-WORK
           END-EVALUATE
           MOVE ED-REPORT-LINE-WORK TO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE
           IF XME-REASON = 'M'
               MOVE XME-REG-COUNT TO ED-EDIT-XMIT-COUNT
               MOVE XME-REG-DEBIT TO ED-EDIT-XMIT-DEBIT
               MOVE XME-REG-CREDIT TO ED-EDIT-XMIT-CREDIT
               MOVE SPACES TO ED-REPORT-LINE-WORK
               STRING '      SENT ' DELIMITED BY SIZE
                      ED-EDIT-XMIT-COUNT DELIMITED BY SIZE
                      ' DR ' DELIMITED BY SIZE
                      ED-EDIT-XMIT-DEBIT DELIMITED BY SIZE
                      ' CR ' DELIMITED BY SIZE
                      ED-EDIT-XMIT-CREDIT DELIMITED BY SIZE
                   INTO ED-REPORT-LINE-WORK
               MOVE ED-REPORT-LINE-WORK TO DIGEST-REPORT-LINE
               WRITE DIGEST-REPORT-LINE
               MOVE XME-ACK-COUNT TO ED-EDIT-XMIT-COUNT
               MOVE XME-ACK-DEBIT TO ED-EDIT-XMIT-DEBIT
               MOVE XME-ACK-CREDIT TO ED-EDIT-XMIT-CREDIT
               MOVE SPACES TO ED-REPORT-LINE-WORK
               STRING '      ACK  ' DELIMITED BY SIZE
                      ED-EDIT-XMIT-COUNT DELIMITED BY SIZE
                      ' DR ' DELIMITED BY SIZE
                      ED-EDIT-XMIT-DEBIT DELIMITED BY SIZE
                      ' CR ' DELIMITED BY SIZE
                      ED-EDIT-XMIT-CREDIT DELIMITED BY SIZE
                   INTO ED-REPORT-LINE-WORK
               MOVE ED-REPORT-LINE-WORK TO DIGEST-REPORT-LINE
               WRITE DIGEST-REPORT-LINE
           END-IF.

       PROCESS-PAY-EMP-ERRORS.
           OPEN INPUT PAY-EMP-ERR-IN
           IF PAY-EMP-ERR-STATUS = '00'
      *> unacknowledged threshold, and any sensor breaching
      *> repeatedly across the open-alerts file.
       PROCESS-TEMP-ALERTS.
           MOVE ED-TODAY TO ED-TODAY-NUM
           OPEN INPUT TEMP-ALERT-IN
           IF TEMP-ALERT-STATUS = '00'
               MOVE SPACES TO DIGEST-REPORT-LINE
               END-PERFORM
               CLOSE TEMP-ALERT-IN
               PERFORM REPORT-REPEAT-BREACHERS
               PERFORM REPORT-EARLY-WARNINGS
               MOVE SPACES TO DIGEST-REPORT-LINE
               WRITE DIGEST-REPORT-LINE
           END-IF.

       CONSIDER-ONE-ALERT.
           ADD 1 TO ED-TEMP-ALERT-COUNT
           IF TAL-ALERT-KIND = 'E'
               PERFORM TALLY-EARLY-WARNING
           ELSE
               PERFORM CONSIDER-ONE-BREACH
           END-IF.

       CONSIDER-ONE-BREACH.
           ADD 1 TO ED-BREACH-ON-FILE
           IF TAL-WARN-MATCH = 'Y'
               ADD 1 TO ED-BREACH-WARNED
           END-IF
           PERFORM TALLY-SENSOR-HIT
           IF TAL-ACK-STATUS = 'O'
               MOVE TAL-RAISED-DATE TO ED-ALERT-RAISED-NUM
               END-IF
           END-IF.

       TALLY-EARLY-WARNING.
           ADD 1 TO ED-EW-ON-FILE
           IF TAL-WARN-MATCH = 'Y'
               ADD 1 TO ED-EW-FOLLOWED
           END-IF
           IF TAL-ACK-STATUS = 'O' AND ED-EW-OPEN-COUNT < 200
               ADD 1 TO ED-EW-OPEN-COUNT
               MOVE TAL-SENSOR-ID TO ED-EW-SENSOR-T(ED-EW-OPEN-COUNT)
               MOVE TAL-RAISED-DATE TO ED-EW-DATE-T(ED-EW-OPEN-COUNT)
               MOVE TAL-MEASURE-TYPE TO ED-EW-TYPE-T(ED-EW-OPEN-COUNT)
               MOVE TAL-TEMPERATURE TO ED-EW-TEMP-T(ED-EW-OPEN-COUNT)
               IF TAL-PROJECTED-MIN NUMERIC
                   MOVE TAL-PROJECTED-MIN
                       TO ED-EW-MINUTES-T(ED-EW-OPEN-COUNT)
               ELSE
                   MOVE ZERO TO ED-EW-MINUTES-T(ED-EW-OPEN-COUNT)
               END-IF
               MOVE TAL-RAISED-DATE TO ED-ALERT-RAISED-NUM
               COMPUTE ED-ALERT-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(ED-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(ED-ALERT-RAISED-NUM)
               IF ED-ALERT-AGE-DAYS >= ED-ALERT-UNACK-DAYS
                   MOVE 'Y' TO ED-EW-AGED-T(ED-EW-OPEN-COUNT)
               ELSE
                   MOVE 'N' TO ED-EW-AGED-T(ED-EW-OPEN-COUNT)
               END-IF
           END-IF.

       REPORT-EARLY-WARNINGS.
           MOVE SPACES TO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE
           MOVE 'TEMPERATURE EARLY WARNINGS -- TRENDING TOWARD A LIMIT'
               TO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE
           PERFORM VARYING ED-EW-IDX FROM 1 BY 1
                   UNTIL ED-EW-IDX > ED-EW-OPEN-COUNT
               PERFORM WRITE-EARLY-WARNING-LINE
           END-PERFORM
           IF ED-EW-OPEN-COUNT = ZERO
               MOVE '  (NO OPEN EARLY WARNINGS)' TO DIGEST-REPORT-LINE
               WRITE DIGEST-REPORT-LINE
           END-IF
           MOVE ED-EW-ON-FILE TO ED-EDIT-TALLY
           MOVE ED-EW-FOLLOWED TO ED-EDIT-TALLY2
           MOVE SPACES TO ED-REPORT-LINE-WORK
           STRING '  WARNINGS ON FILE ' DELIMITED BY SIZE
                  ED-EDIT-TALLY DELIMITED BY SIZE
                  '   FOLLOWED BY A BREACH ' DELIMITED BY SIZE
                  ED-EDIT-TALLY2 DELIMITED BY SIZE
               INTO ED-REPORT-LINE-WORK
           MOVE ED-REPORT-LINE-WORK TO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE
           MOVE ED-BREACH-ON-FILE TO ED-EDIT-TALLY
           MOVE ED-BREACH-WARNED TO ED-EDIT-TALLY2
           MOVE SPACES TO ED-REPORT-LINE-WORK
           STRING '  BREACHES ON FILE ' DELIMITED BY SIZE
                  ED-EDIT-TALLY DELIMITED BY SIZE
                  '   WARNED IN ADVANCE    ' DELIMITED BY SIZE
                  ED-EDIT-TALLY2 DELIMITED BY SIZE
               INTO ED-REPORT-LINE-WORK
           MOVE ED-REPORT-LINE-WORK TO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE.

       WRITE-EARLY-WARNING-LINE.
           MOVE ED-EW-TEMP-T(ED-EW-IDX) TO ED-EDIT-TEMP
           MOVE ED-EW-MINUTES-T(ED-EW-IDX) TO ED-EDIT-MINUTES
           MOVE SPACES TO ED-REPORT-LINE-WORK
           IF ED-EW-AGED-T(ED-EW-IDX) = 'Y'
               ADD 1 TO ED-ESCALATED-COUNT
               ADD 1 TO ED-GRAND-TOTAL
               STRING '  *** SENSOR ' DELIMITED BY SIZE
                      ED-EW-SENSOR-T(ED-EW-IDX) DELIMITED BY SIZE
                      ' WARNING OF ' DELIMITED BY SIZE
                      ED-EW-DATE-T(ED-EW-IDX) DELIMITED BY SIZE
                      ' (READING ' DELIMITED BY SIZE
                      ED-EDIT-TEMP DELIMITED BY SIZE
                      ') STILL UNACKNOWLEDGED ***' DELIMITED BY SIZE
                   INTO ED-REPORT-LINE-WORK
           ELSE
               STRING '  SENSOR ' DELIMITED BY SIZE
                      ED-EW-SENSOR-T(ED-EW-IDX) DELIMITED BY SIZE
                      ' TYPE=' DELIMITED BY SIZE
                      ED-EW-TYPE-T(ED-EW-IDX) DELIMITED BY SIZE
                      ' WARNED ' DELIMITED BY SIZE
                      ED-EW-DATE-T(ED-EW-IDX) DELIMITED BY SIZE
                      ' READING ' DELIMITED BY SIZE
                      ED-EDIT-TEMP DELIMITED BY SIZE
                      ' LIMIT IN ' DELIMITED BY SIZE
                      ED-EDIT-MINUTES DELIMITED BY SIZE
                      ' MIN' DELIMITED BY SIZE
                   INTO ED-REPORT-LINE-WORK
           END-IF
           MOVE ED-REPORT-LINE-WORK TO DIGEST-REPORT-LINE
           WRITE DIGEST-REPORT-LINE.

       TALLY-SENSOR-HIT.
           SET ED-HITS-IX TO 1
           SEARCH ED-SENSOR-HITS-ENTRY
