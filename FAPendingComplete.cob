       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAPendingComplete.
      *> Capitalization completion. Invoices booked to a capital
      *> asset account arrive on FAPEND.DAT pending, with cost, date
      *> and vendor reference from AP; the fixed-asset clerk keys
      *> the rest (description, location, life, method) on
      *> FACOMP.DAT. Each good completion adds an active asset to
      *> the asset master under the next asset number, in service
      *> today -- depreciation starts next month -- and closes the
      *> pending row, which leaves FAPEND.DAT for the completed-row
      *> history on FAPEND-HIST.DAT when the pending file is
      *> rewritten. Bad completions reject with a reason. Every
      *> run lists what is still pending; run at month end it is
      *> the exception report of asset-account invoices the
      *> register does not yet carry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-IN ASSIGN TO "data/FAPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPC-PEND-STATUS.
           SELECT PENDING-OUT ASSIGN TO "data/FAPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPC-PEND-OUT-STATUS.
           SELECT PENDING-HIST-OUT ASSIGN TO "data/FAPEND-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPC-HIST-STATUS.
           SELECT COMPLETION-IN ASSIGN TO "data/FACOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPC-COMP-STATUS.
           SELECT COMPLETION-ERROR-OUT ASSIGN TO "data/FACOMPERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPC-ERR-STATUS.
           SELECT ASSET-IN ASSIGN TO "data/FAMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPC-ASSET-STATUS.
           SELECT ASSET-OUT ASSIGN TO "data/FAMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPC-ASSET-OUT-STATUS.
           SELECT PENDING-REPORT-OUT ASSIGN TO "data/FA-PENDING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-IN.
       COPY FAPEND.

       FD  PENDING-OUT.
       01  PENDING-OUT-RECORD            PIC X(62).

       FD  PENDING-HIST-OUT.
       01  PENDING-HIST-RECORD           PIC X(62).

       FD  COMPLETION-IN.
       COPY FACOMP.

       FD  COMPLETION-ERROR-OUT.
       01  COMPLETION-ERROR-RECORD.
           05 FCE-VEND-ID                PIC X(6).
           05 FCE-INV-NUMBER             PIC X(10).
           05 FCE-REASON                 PIC X(30).
           05 FCE-REJECT-DATE            PIC X(8).

       FD  ASSET-IN.
       COPY FAMAST.

       FD  ASSET-OUT.
       01  ASSET-OUT-RECORD              PIC X(84).

       FD  PENDING-REPORT-OUT.
       01  PENDING-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 FPC-EOF-SWITCHES.
           05 FPC-PEND-EOF               PIC X VALUE 'N'.
           05 FPC-COMP-EOF               PIC X VALUE 'N'.
           05 FPC-ASSET-EOF              PIC X VALUE 'N'.

       01 FPC-FILE-STATUSES.
           05 FPC-PEND-STATUS            PIC XX.
           05 FPC-PEND-OUT-STATUS        PIC XX.
           05 FPC-HIST-STATUS            PIC XX.
           05 FPC-COMP-STATUS            PIC XX.
           05 FPC-ERR-STATUS             PIC XX.
           05 FPC-ASSET-STATUS           PIC XX.
           05 FPC-ASSET-OUT-STATUS       PIC XX.

       01 FPC-TODAY                      PIC X(8).

      *> Pending rows held whole for the rewrite.
       01 FPC-PEND-CONTROL.
           05 FPC-PEND-COUNT             PIC 9(4) VALUE ZERO.
           05 FPC-PEND-IDX               PIC 9(4).
           05 FPC-PEND-MATCH             PIC 9(4).

       01 FPC-PEND-TABLE.
           05 FPC-PEND-ENTRY OCCURS 1000 TIMES
                             INDEXED BY FPC-PEND-IX.
               10 FPC-PEND-RECORD-T      PIC X(62).
               10 FPC-PEND-KEY-T REDEFINES FPC-PEND-RECORD-T.
                   15 FPC-PEND-VEND-T    PIC X(6).
                   15 FPC-PEND-INVNO-T   PIC X(10).
                   15 FILLER             PIC X(46).
               10 FPC-PEND-DONE-T        PIC X(1).

      *> Asset numbers run FA0001 upward; a completion takes the
      *> next one above the highest on the master.
       01 FPC-ASSET-NUMBERING.
           05 FPC-HIGH-ASSET-NO          PIC 9(4) VALUE ZERO.
           05 FPC-NEW-ASSET-ID.
               10 FILLER                 PIC X(2) VALUE 'FA'.
               10 FPC-NEW-ASSET-NO       PIC 9(4).

       01 FPC-WORK-FIELDS.
           05 FPC-REASON                 PIC X(30).
           05 FPC-READ-COUNT             PIC 9(4) VALUE ZERO.
           05 FPC-COMPLETED-COUNT        PIC 9(4) VALUE ZERO.
           05 FPC-REJECT-COUNT           PIC 9(4) VALUE ZERO.
           05 FPC-STILL-PENDING-COUNT    PIC 9(4) VALUE ZERO.
           05 FPC-STILL-PENDING-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 FPC-ARCHIVED-COUNT         PIC 9(4) VALUE ZERO.
           05 FPC-DAYS-PENDING           PIC S9(5).

       01 FPC-EDIT-FIELDS.
           05 FPC-EDIT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FPC-EDIT-DAYS              PIC ZZZZ9.
           05 FPC-EDIT-COUNT             PIC ZZZ9.

       01 FPC-LINE-WORK                  PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO FPC-TODAY
           PERFORM FIND-HIGH-ASSET-NUMBER
           PERFORM LOAD-PENDING
           OPEN EXTEND COMPLETION-ERROR-OUT
           IF FPC-ERR-STATUS = '35'
               OPEN OUTPUT COMPLETION-ERROR-OUT
           END-IF
           OPEN EXTEND ASSET-OUT
           IF FPC-ASSET-OUT-STATUS = '35'
               OPEN OUTPUT ASSET-OUT
           END-IF
           PERFORM PROCESS-COMPLETIONS
           CLOSE ASSET-OUT
           CLOSE COMPLETION-ERROR-OUT
           PERFORM WRITE-PENDING
           PERFORM WRITE-PENDING-REPORT
           DISPLAY 'Completions read     = ' FPC-READ-COUNT
           DISPLAY 'Assets capitalized   = ' FPC-COMPLETED-COUNT
           DISPLAY 'Completions rejected = ' FPC-REJECT-COUNT
           DISPLAY 'Still pending        = ' FPC-STILL-PENDING-COUNT
           DISPLAY 'Completed archived   = ' FPC-ARCHIVED-COUNT
           STOP RUN.

       FIND-HIGH-ASSET-NUMBER.
           OPEN INPUT ASSET-IN
           IF FPC-ASSET-STATUS = '00'
               PERFORM UNTIL FPC-ASSET-EOF = 'Y'
                   READ ASSET-IN
                       AT END MOVE 'Y' TO FPC-ASSET-EOF
                       NOT AT END
                           IF FA-ASSET-ID(3:4) NUMERIC
                               AND FA-ASSET-ID(3:4) > FPC-HIGH-ASSET-NO
                               MOVE FA-ASSET-ID(3:4)
                                   TO FPC-HIGH-ASSET-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-IN
           ELSE
               DISPLAY 'ASSET MASTER NOT FOUND: ' FPC-ASSET-STATUS
                       ' -- NO ASSET NUMBERS ISSUED'
               STOP RUN
           END-IF.

       LOAD-PENDING.
           OPEN INPUT PENDING-IN
           IF FPC-PEND-STATUS = '00'
               PERFORM UNTIL FPC-PEND-EOF = 'Y'
                   READ PENDING-IN
                       AT END MOVE 'Y' TO FPC-PEND-EOF
                       NOT AT END
                           IF FPC-PEND-COUNT >= 1000
                               DISPLAY 'PENDING TABLE FULL AT 1000 -- '
                                       'FILE NOT REWRITTEN'
                               STOP RUN
                           END-IF
                           ADD 1 TO FPC-PEND-COUNT
                           MOVE FA-PENDING-RECORD
                               TO FPC-PEND-RECORD-T(FPC-PEND-COUNT)
                           MOVE 'N' TO FPC-PEND-DONE-T(FPC-PEND-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN
           ELSE
               DISPLAY 'No pending capitalizations: ' FPC-PEND-STATUS
           END-IF.

       PROCESS-COMPLETIONS.
           OPEN INPUT COMPLETION-IN
           IF FPC-COMP-STATUS = '00'
               PERFORM UNTIL FPC-COMP-EOF = 'Y'
                   READ COMPLETION-IN
                       AT END MOVE 'Y' TO FPC-COMP-EOF
                       NOT AT END PERFORM EDIT-ONE-COMPLETION
                   END-READ
               END-PERFORM
               CLOSE COMPLETION-IN
           ELSE
               DISPLAY 'No completion file: ' FPC-COMP-STATUS
           END-IF.

       EDIT-ONE-COMPLETION.
           ADD 1 TO FPC-READ-COUNT
           MOVE SPACES TO FPC-REASON
           MOVE ZERO TO FPC-PEND-MATCH
           SET FPC-PEND-IX TO 1
           SEARCH FPC-PEND-ENTRY
               AT END
                   CONTINUE
               WHEN FPC-PEND-IX > FPC-PEND-COUNT
                   CONTINUE
               WHEN FPC-PEND-VEND-T(FPC-PEND-IX) = FCM-VEND-ID
                   AND FPC-PEND-INVNO-T(FPC-PEND-IX) = FCM-INV-NUMBER
                   SET FPC-PEND-MATCH TO FPC-PEND-IX
           END-SEARCH
           IF FPC-PEND-MATCH = ZERO
               MOVE 'NO PENDING CAPITALIZATION' TO FPC-REASON
           ELSE
               MOVE FPC-PEND-RECORD-T(FPC-PEND-MATCH)
                   TO FA-PENDING-RECORD
               IF FPN-STATUS NOT = 'P'
                   MOVE 'ALREADY CAPITALIZED' TO FPC-REASON
               END-IF
           END-IF
           IF FPC-REASON = SPACES
               AND FCM-DESCRIPTION = SPACES
               MOVE 'DESCRIPTION MISSING' TO FPC-REASON
           END-IF
           IF FPC-REASON = SPACES
               AND FCM-LOCATION = SPACES
               MOVE 'LOCATION MISSING' TO FPC-REASON
           END-IF
           IF FPC-REASON = SPACES
               IF FCM-LIFE-MONTHS NOT NUMERIC
                   MOVE 'LIFE NOT NUMERIC' TO FPC-REASON
               ELSE IF FCM-LIFE-MONTHS = ZERO
                   MOVE 'LIFE IS ZERO' TO FPC-REASON
               END-IF
               END-IF
           END-IF
           IF FPC-REASON = SPACES
               AND FCM-METHOD NOT = 'S'
               MOVE 'METHOD NOT S (STRAIGHT-LINE)' TO FPC-REASON
           END-IF
           IF FPC-REASON = SPACES
               PERFORM CAPITALIZE-ASSET
           ELSE
               ADD 1 TO FPC-REJECT-COUNT
               MOVE FCM-VEND-ID    TO FCE-VEND-ID
               MOVE FCM-INV-NUMBER TO FCE-INV-NUMBER
               MOVE FPC-REASON     TO FCE-REASON
               MOVE FPC-TODAY      TO FCE-REJECT-DATE
               WRITE COMPLETION-ERROR-RECORD
           END-IF.

      *> Cost and acquisition date come from the invoice, never
      *> from the clerk; in service today, so the first charge is
      *> next month's.
       CAPITALIZE-ASSET.
           ADD 1 TO FPC-HIGH-ASSET-NO
           MOVE FPC-HIGH-ASSET-NO TO FPC-NEW-ASSET-NO
           MOVE SPACES TO FIXED-ASSET-RECORD
           MOVE FPC-NEW-ASSET-ID TO FA-ASSET-ID
           MOVE FCM-DESCRIPTION  TO FA-DESCRIPTION
           MOVE FCM-LOCATION     TO FA-LOCATION
           MOVE FPN-COST         TO FA-COST
           MOVE FPN-ACQ-DATE     TO FA-ACQ-DATE
           MOVE FCM-LIFE-MONTHS  TO FA-LIFE-MONTHS
           MOVE FCM-METHOD       TO FA-METHOD
           MOVE ZERO             TO FA-ACCUM-DEPR
           MOVE 'A'              TO FA-STATUS
           MOVE FPC-TODAY        TO FA-IN-SERVICE-DATE
           MOVE FPN-VEND-ID      TO FA-VEND-ID
           MOVE FPN-INV-NUMBER   TO FA-INV-NUMBER
           MOVE FIXED-ASSET-RECORD TO ASSET-OUT-RECORD
           WRITE ASSET-OUT-RECORD
           MOVE 'C'              TO FPN-STATUS
           MOVE FPC-NEW-ASSET-ID TO FPN-ASSET-ID
           MOVE FPC-TODAY        TO FPN-COMPLETED-DATE
           MOVE FA-PENDING-RECORD
               TO FPC-PEND-RECORD-T(FPC-PEND-MATCH)
           MOVE 'Y' TO FPC-PEND-DONE-T(FPC-PEND-MATCH)
           ADD 1 TO FPC-COMPLETED-COUNT
           DISPLAY 'ASSET ' FPC-NEW-ASSET-ID ' CAPITALIZED FROM '
                   FPN-VEND-ID ' ' FPN-INV-NUMBER.

      *> Only rows still pending stay on FAPEND.DAT; completed rows
      *> move to the history, so the pending file does not grow
      *> with every asset ever capitalized.
       WRITE-PENDING.
           OPEN OUTPUT PENDING-OUT
           OPEN EXTEND PENDING-HIST-OUT
           IF FPC-HIST-STATUS = '35'
               OPEN OUTPUT PENDING-HIST-OUT
           END-IF
           PERFORM VARYING FPC-PEND-IDX FROM 1 BY 1
                   UNTIL FPC-PEND-IDX > FPC-PEND-COUNT
               MOVE FPC-PEND-RECORD-T(FPC-PEND-IDX)
                   TO FA-PENDING-RECORD
               IF FPN-STATUS = 'C'
                   MOVE FA-PENDING-RECORD TO PENDING-HIST-RECORD
                   WRITE PENDING-HIST-RECORD
                   ADD 1 TO FPC-ARCHIVED-COUNT
               ELSE
                   MOVE FA-PENDING-RECORD TO PENDING-OUT-RECORD
                   WRITE PENDING-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-HIST-OUT
           CLOSE PENDING-OUT.

       WRITE-PENDING-REPORT.
           OPEN OUTPUT PENDING-REPORT-OUT
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING 'ASSET-ACCOUNT INVOICES PENDING CAPITALIZATION - '
                   DELIMITED BY SIZE
                  FPC-TODAY DELIMITED BY SIZE
               INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE SPACES TO FPC-LINE-WORK
           STRING '  VENDOR INVOICE    ACCOUNT           COST'
                      DELIMITED BY SIZE
                  ' INV DATE BOOKED    DAYS' DELIMITED BY SIZE
               INTO FPC-LINE-WORK
           MOVE FPC-LINE-WORK TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           PERFORM VARYING FPC-PEND-IDX FROM 1 BY 1
                   UNTIL FPC-PEND-IDX > FPC-PEND-COUNT
               MOVE FPC-PEND-RECORD-T(FPC-PEND-IDX)
                   TO FA-PENDING-RECORD
               IF FPN-STATUS = 'P'
                   PERFORM WRITE-PENDING-LINE
               END-IF
           END-PERFORM
           MOVE FPC-STILL-PENDING-COUNT TO FPC-EDIT-COUNT
           MOVE FPC-STILL-PENDING-TOTAL TO FPC-EDIT-AMOUNT
           MOVE SPACES TO FPC-LINE-WORK
           STRING '  STILL PENDING: ' DELIMITED BY SIZE
                  FPC-EDIT-COUNT DELIMITED BY SIZE
                  ' INVOICES, COST NOT ON THE REGISTER '
                      DELIMITED BY SIZE
                  FPC-EDIT-AMOUNT DELIMITED BY SIZE
               INTO FPC-LINE-WORK
           MOVE FPC-LINE-WORK TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE FPC-COMPLETED-COUNT TO FPC-EDIT-COUNT
           MOVE SPACES TO FPC-LINE-WORK
           STRING '  CAPITALIZED THIS RUN: ' DELIMITED BY SIZE
                  FPC-EDIT-COUNT DELIMITED BY SIZE
               INTO FPC-LINE-WORK
           MOVE FPC-LINE-WORK TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           CLOSE PENDING-REPORT-OUT.

       WRITE-PENDING-LINE.
           ADD 1 TO FPC-STILL-PENDING-COUNT
           ADD FPN-COST TO FPC-STILL-PENDING-TOTAL
           MOVE ZERO TO FPC-DAYS-PENDING
           IF FPN-BOOKED-DATE NUMERIC
               COMPUTE FPC-DAYS-PENDING =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(FPC-TODAY))
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(FPN-BOOKED-DATE))
           END-IF
           MOVE FPC-DAYS-PENDING TO FPC-EDIT-DAYS
           MOVE FPN-COST TO FPC-EDIT-AMOUNT
           MOVE SPACES TO FPC-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  FPN-VEND-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FPN-INV-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FPN-ACCT-ID DELIMITED BY SIZE
                  FPC-EDIT-AMOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FPN-ACQ-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FPN-BOOKED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FPC-EDIT-DAYS DELIMITED BY SIZE
               INTO FPC-LINE-WORK
           MOVE FPC-LINE-WORK TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE.
