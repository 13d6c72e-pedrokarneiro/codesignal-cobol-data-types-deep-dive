       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoreSalesTaxReturn.
      *> Monthly sales-tax return by taxing jurisdiction. The store
      *> days the register close-out import kept on the sales-tax
      *> history are grouped by each store's jurisdiction
      *> (SM-TAX-JURIS on STMAST.DAT) and the tax the registers
      *> actually collected is proved against the tax computed from
      *> the taxable sales at the rate in force on each business day
      *> (STTAXRT.DAT). Collected is what was booked to sales-tax
      *> payable, so collected is what is remitted; a jurisdiction
      *> whose collected and computed differ by more than the
      *> tolerance is flagged for review before the return is
      *> filed. Once the month has ended, the remittance for each
      *> jurisdiction is booked open ('O') on the open-payables
      *> ledger against the jurisdiction's authority vendor, and a
      *> framed GL feed (source STTAXAP) moves the month's total
      *> out of sales-tax payable into accounts payable, so paying
      *> the invoices clears the liability.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STX-RUNPARM-STATUS.
           SELECT TAX-RATE-IN ASSIGN TO "data/STTAXRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STX-RATE-STATUS.
           SELECT STORE-MASTER-IN ASSIGN TO "data/STMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STX-STMAST-STATUS.
           SELECT SALES-TAX-HIST-IN ASSIGN TO "data/STTAXHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STX-HIST-STATUS.
           SELECT INVOICE-IN ASSIGN TO "data/APINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STX-INV-IN-STATUS.
           SELECT OPEN-LEDGER-IN ASSIGN TO "data/APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STX-OPEN-STATUS.
           SELECT OPEN-LEDGER-OUT ASSIGN TO "data/APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STX-OPEN-OUT-STATUS.
           SELECT GL-FEED-OUT ASSIGN TO "data/STTAXAP-GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-REPORT-OUT ASSIGN TO "data/STTAX-RETURN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  TAX-RATE-IN.
       COPY STTAXRT.

       FD  STORE-MASTER-IN.
       COPY STMAST.

       FD  SALES-TAX-HIST-IN.
       COPY STTAXHST.

       FD  INVOICE-IN.
       COPY APINV.

       FD  OPEN-LEDGER-IN.
       COPY APOPEN.

       FD  OPEN-LEDGER-OUT.
       01  OPEN-LEDGER-OUT-RECORD.
           05 APO-VEND-ID                PIC X(6).
           05 APO-INV-NUMBER             PIC X(10).
           05 APO-INV-DATE               PIC X(8).
           05 APO-DUE-DATE               PIC X(8).
           05 APO-AMOUNT                 PIC 9(7)V99.
           05 APO-EXPENSE-ACCT           PIC X(6).
           05 APO-STATUS                 PIC X(1).
           05 APO-PAID-DATE              PIC X(8).
           05 APO-PO-NUMBER              PIC X(8).
           05 APO-QUANTITY               PIC 9(6)V999.
           05 APO-UNIT-PRICE             PIC 9(5)V99.

       FD  GL-FEED-OUT.
       COPY GLTRANS.

       FD  RETURN-REPORT-OUT.
       01  RETURN-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY BATCHCTL.

       01 STX-EOF-SWITCHES.
           05 STX-RUNPARM-EOF           PIC X VALUE 'N'.
           05 STX-RATE-EOF              PIC X VALUE 'N'.
           05 STX-STMAST-EOF            PIC X VALUE 'N'.
           05 STX-HIST-EOF              PIC X VALUE 'N'.
           05 STX-INV-EOF               PIC X VALUE 'N'.
           05 STX-OPEN-EOF              PIC X VALUE 'N'.

       01 STX-FILE-STATUSES.
           05 STX-RUNPARM-STATUS        PIC XX.
           05 STX-RATE-STATUS           PIC XX.
           05 STX-STMAST-STATUS         PIC XX.
           05 STX-HIST-STATUS           PIC XX.
           05 STX-INV-IN-STATUS         PIC XX.
           05 STX-OPEN-STATUS           PIC XX.
           05 STX-OPEN-OUT-STATUS       PIC XX.

       01 STX-TODAY                     PIC X(8).

      *> Tunables: the month returned (YYYYMM; zero returns the
      *> month before the run date) and how far collected may
      *> stray from computed, per jurisdiction, before it is flagged.
       01 STX-PARM-FIELDS.
           05 STX-RETURN-MONTH          PIC 9(6) VALUE ZERO.
           05 STX-TOLERANCE             PIC 9(5)V99 VALUE 1.00.
           05 STX-PARMS-FOUND           PIC 9(1) VALUE ZERO.

       01 STX-MONTH-FIELDS.
           05 STX-RETURN-YYYYMM.
               10 STX-RETURN-YYYY       PIC 9(4).
               10 STX-RETURN-MM         PIC 9(2).
           05 STX-MONTH-ENDED           PIC X VALUE 'N'.

      *> Sales-tax payable -- the account the close-out import
      *> credits with every day's tax collected -- and accounts
      *> payable, where the booked remittances wait for payment.
       01 STX-TAX-PAYABLE-ACCT          PIC X(6) VALUE 'ACCT11'.
       01 STX-AP-PAYABLE-ACCT           PIC X(6) VALUE 'ACCT02'.

      *> Rate master rows, every effective date kept so each store
      *> day can be taxed at the rate in force that day.
       01 STX-RATE-CONTROL.
           05 STX-RATE-COUNT            PIC 9(3) VALUE ZERO.
           05 STX-RATE-IDX              PIC 9(3).
           05 STX-RATE-BEST             PIC 9(3).

       01 STX-RATE-TABLE.
           05 STX-RATE-ENTRY OCCURS 300 TIMES
                             INDEXED BY STX-RATE-IX.
               10 STX-RT-JURIS-T        PIC X(5).
               10 STX-RT-NAME-T         PIC X(20).
               10 STX-RT-RATE-T         PIC 9V9(5).
               10 STX-RT-EFFECTIVE-T    PIC X(8).
               10 STX-RT-VENDOR-T       PIC X(6).

      *> One row per jurisdiction on the rate master, accumulating
      *> the month.
       01 STX-JURIS-CONTROL.
           05 STX-JURIS-COUNT           PIC 9(3) VALUE ZERO.
           05 STX-JURIS-IDX             PIC 9(3).
           05 STX-JURIS-MATCH-IX        PIC 9(3).
           05 STX-JURIS-KEY             PIC X(5).

       01 STX-JURIS-TABLE.
           05 STX-JURIS-ENTRY OCCURS 200 TIMES
                              INDEXED BY STX-JURIS-IX.
               10 STX-JR-CODE-T         PIC X(5).
               10 STX-JR-NAME-T         PIC X(20).
               10 STX-JR-VENDOR-T       PIC X(6).
               10 STX-JR-TAXABLE-T      PIC 9(9)V99.
               10 STX-JR-EXEMPT-T       PIC 9(9)V99.
               10 STX-JR-COLLECTED-T    PIC 9(9)V99.
               10 STX-JR-COMPUTED-T     PIC 9(9)V99.

      *> Stores from the master with their month's figures.
       01 STX-STORE-CONTROL.
           05 STX-STORE-COUNT           PIC 9(3) VALUE ZERO.
           05 STX-STORE-IDX             PIC 9(3).
           05 STX-STORE-MATCH-IX        PIC 9(3).

       01 STX-STORE-TABLE.
           05 STX-STORE-ENTRY OCCURS 100 TIMES
                              INDEXED BY STX-STORE-IX.
               10 STX-SM-CODE-T         PIC X(3).
               10 STX-SM-NAME-T         PIC X(20).
               10 STX-SM-JURIS-T        PIC X(5).
               10 STX-SM-DAYS-T         PIC 9(3).
               10 STX-SM-TAXABLE-T      PIC 9(9)V99.
               10 STX-SM-EXEMPT-T       PIC 9(9)V99.
               10 STX-SM-COLLECTED-T    PIC 9(9)V99.
               10 STX-SM-COMPUTED-T     PIC 9(9)V99.

      *> The month's store days. A night imported twice appears
      *> twice on the history; the later import replaces the
      *> earlier, so the day counts once.
       01 STX-DAY-CONTROL.
           05 STX-DAY-COUNT             PIC 9(4) VALUE ZERO.
           05 STX-DAY-IDX               PIC 9(4).

       01 STX-DAY-TABLE.
           05 STX-DAY-ENTRY OCCURS 3100 TIMES
                            INDEXED BY STX-DAY-IX.
               10 STX-DY-STORE-T        PIC X(3).
               10 STX-DY-DATE-T         PIC X(8).
               10 STX-DY-TAXABLE-T      PIC 9(8)V99.
               10 STX-DY-EXEMPT-T       PIC 9(8)V99.
               10 STX-DY-COLLECTED-T    PIC 9(8)V99.

      *> Invoice keys already on the entry file or the open ledger,
      *> so a rerun does not bill a month's remittance twice.
       01 STX-INVKEY-CONTROL.
           05 STX-INVKEY-COUNT          PIC 9(4) VALUE ZERO.
           05 STX-INVKEY-FOUND          PIC X VALUE 'N'.
           05 STX-INVKEY-SEEK           PIC X(16).

       01 STX-INVKEY-TABLE.
           05 STX-INVKEY-ENTRY OCCURS 2000 TIMES
                               INDEXED BY STX-INVKEY-IX.
               10 STX-INVKEY-T          PIC X(16).

       01 STX-CALC-FIELDS.
           05 STX-HIST-READ-COUNT       PIC 9(6) VALUE ZERO.
           05 STX-DAYS-IN-MONTH         PIC 9(4) VALUE ZERO.
           05 STX-DAYS-REPLACED         PIC 9(4) VALUE ZERO.
           05 STX-DAYS-NO-STORE         PIC 9(4) VALUE ZERO.
           05 STX-DAYS-NO-RATE          PIC 9(4) VALUE ZERO.
           05 STX-DAY-RATE              PIC 9V9(5).
           05 STX-DAY-COMPUTED          PIC 9(8)V99.
           05 STX-DIFFERENCE            PIC S9(9)V99.
           05 STX-ABS-DIFFERENCE        PIC 9(9)V99.
           05 STX-TOT-TAXABLE           PIC 9(9)V99 VALUE ZERO.
           05 STX-TOT-EXEMPT            PIC 9(9)V99 VALUE ZERO.
           05 STX-TOT-COLLECTED         PIC 9(9)V99 VALUE ZERO.
           05 STX-TOT-COMPUTED          PIC 9(9)V99 VALUE ZERO.
           05 STX-JURIS-FLAGGED         PIC 9(3) VALUE ZERO.
           05 STX-REMIT-WRITTEN         PIC 9(3) VALUE ZERO.
           05 STX-REMIT-SKIPPED         PIC 9(3) VALUE ZERO.
           05 STX-REMIT-TOTAL           PIC 9(9)V99 VALUE ZERO.
           05 STX-INVOICE-NUMBER        PIC X(10).
           05 STX-FEED-COUNT            PIC 9(8) VALUE ZERO.
           05 STX-FEED-HASH             PIC S9(10)V999 VALUE ZERO.

       01 STX-EDIT-FIELDS.
           05 STX-EDIT-DAYS             PIC ZZ9.
           05 STX-EDIT-TAXABLE          PIC ZZZ,ZZZ,ZZ9.99.
           05 STX-EDIT-EXEMPT           PIC ZZZ,ZZZ,ZZ9.99.
           05 STX-EDIT-COLLECTED        PIC ZZZ,ZZZ,ZZ9.99.
           05 STX-EDIT-COMPUTED         PIC ZZZ,ZZZ,ZZ9.99.
           05 STX-EDIT-DIFF             PIC -ZZ,ZZZ,ZZ9.99.
           05 STX-EDIT-RATE             PIC 9.99999.

       01 STX-LINE-WORK                 PIC X(132).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO STX-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SET-RETURN-MONTH
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-STORE-TABLE
           PERFORM LOAD-MONTH-STORE-DAYS
           PERFORM ACCUMULATE-STORE-DAYS
           OPEN OUTPUT RETURN-REPORT-OUT
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-JURISDICTION-SECTIONS
           PERFORM WRITE-UNASSIGNED-STORES
           PERFORM WRITE-RETURN-TOTALS
           CLOSE RETURN-REPORT-OUT
           IF STX-MONTH-ENDED = 'Y'
               PERFORM DRAFT-REMITTANCES
           ELSE
               DISPLAY 'MONTH NOT ENDED -- NO REMITTANCE DRAFTED'
           END-IF
           DISPLAY 'Month returned       = ' STX-RETURN-YYYYMM
           DISPLAY 'History rows read    = ' STX-HIST-READ-COUNT
           DISPLAY 'Store days in month  = ' STX-DAYS-IN-MONTH
           DISPLAY 'Days re-imported     = ' STX-DAYS-REPLACED
           DISPLAY 'Days no store/juris  = ' STX-DAYS-NO-STORE
           DISPLAY 'Days no rate in force= ' STX-DAYS-NO-RATE
           DISPLAY 'Jurisdictions flagged= ' STX-JURIS-FLAGGED
           DISPLAY 'Remittances drafted  = ' STX-REMIT-WRITTEN
           DISPLAY 'Remittances on file  = ' STX-REMIT-SKIPPED
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF STX-RUNPARM-STATUS = '00'
               PERFORM UNTIL STX-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO STX-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       STX-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF STX-PARMS-FOUND < 2
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           DISPLAY 'PARM IN EFFECT: RETURN-MONTH = ' STX-RETURN-MONTH
           DISPLAY 'PARM IN EFFECT: TOLERANCE = ' STX-TOLERANCE.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'STORESALESTAXRETURN'
               EVALUATE RP-PARM-NAME
                   WHEN 'RETURN-MONTH'
                       MOVE RP-VALUE TO STX-RETURN-MONTH
                       ADD 1 TO STX-PARMS-FOUND
                   WHEN 'TOLERANCE'
                       MOVE RP-VALUE TO STX-TOLERANCE
                       ADD 1 TO STX-PARMS-FOUND
               END-EVALUATE
           END-IF.

      *> No month on the parameter master returns last month -- the
      *> return is filed early in the month for the month just
      *> ended. Only an ended month may draft a remittance.
       SET-RETURN-MONTH.
           IF STX-RETURN-MONTH = ZERO
               MOVE STX-TODAY(1:6) TO STX-RETURN-YYYYMM
               IF STX-RETURN-MM = 1
                   MOVE 12 TO STX-RETURN-MM
                   SUBTRACT 1 FROM STX-RETURN-YYYY
               ELSE
                   SUBTRACT 1 FROM STX-RETURN-MM
               END-IF
           ELSE
               MOVE STX-RETURN-MONTH TO STX-RETURN-YYYYMM
           END-IF
           IF STX-RETURN-YYYYMM < STX-TODAY(1:6)
               MOVE 'Y' TO STX-MONTH-ENDED
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT TAX-RATE-IN
           IF STX-RATE-STATUS NOT = '00'
               DISPLAY 'SALES-TAX RATE MASTER NOT FOUND: '
                       STX-RATE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL STX-RATE-EOF = 'Y'
               READ TAX-RATE-IN
                   AT END MOVE 'Y' TO STX-RATE-EOF
                   NOT AT END PERFORM STORE-RATE-ENTRY
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-IN.

      *> The jurisdiction row takes its name and authority vendor
      *> from the latest-effective rate row.
       STORE-RATE-ENTRY.
           IF STX-RATE-COUNT < 300
               ADD 1 TO STX-RATE-COUNT
               MOVE STR-JURIS-CODE TO STX-RT-JURIS-T(STX-RATE-COUNT)
               MOVE STR-JURIS-NAME TO STX-RT-NAME-T(STX-RATE-COUNT)
               MOVE STR-RATE TO STX-RT-RATE-T(STX-RATE-COUNT)
               MOVE STR-EFFECTIVE-DATE
                   TO STX-RT-EFFECTIVE-T(STX-RATE-COUNT)
               MOVE STR-AUTHORITY-VENDOR
                   TO STX-RT-VENDOR-T(STX-RATE-COUNT)
           END-IF
           MOVE STR-JURIS-CODE TO STX-JURIS-KEY
           PERFORM FIND-JURISDICTION
           IF STX-JURIS-MATCH-IX = ZERO
               AND STX-JURIS-COUNT < 200
               ADD 1 TO STX-JURIS-COUNT
               MOVE STX-JURIS-COUNT TO STX-JURIS-MATCH-IX
               MOVE STR-JURIS-CODE TO STX-JR-CODE-T(STX-JURIS-COUNT)
               MOVE ZERO TO STX-JR-TAXABLE-T(STX-JURIS-COUNT)
               MOVE ZERO TO STX-JR-EXEMPT-T(STX-JURIS-COUNT)
               MOVE ZERO TO STX-JR-COLLECTED-T(STX-JURIS-COUNT)
               MOVE ZERO TO STX-JR-COMPUTED-T(STX-JURIS-COUNT)
           END-IF
           IF STX-JURIS-MATCH-IX > ZERO
               MOVE STR-JURIS-NAME
                   TO STX-JR-NAME-T(STX-JURIS-MATCH-IX)
               MOVE STR-AUTHORITY-VENDOR
                   TO STX-JR-VENDOR-T(STX-JURIS-MATCH-IX)
           END-IF.

       FIND-JURISDICTION.
           MOVE ZERO TO STX-JURIS-MATCH-IX
           SET STX-JURIS-IX TO 1
           SEARCH STX-JURIS-ENTRY
               AT END
                   CONTINUE
               WHEN STX-JURIS-IX > STX-JURIS-COUNT
                   CONTINUE
               WHEN STX-JR-CODE-T(STX-JURIS-IX) = STX-JURIS-KEY
                   SET STX-JURIS-MATCH-IX TO STX-JURIS-IX
           END-SEARCH.

       LOAD-STORE-TABLE.
           OPEN INPUT STORE-MASTER-IN
           IF STX-STMAST-STATUS NOT = '00'
               DISPLAY 'STORE MASTER NOT FOUND: ' STX-STMAST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL STX-STMAST-EOF = 'Y'
               READ STORE-MASTER-IN
                   AT END MOVE 'Y' TO STX-STMAST-EOF
                   NOT AT END
                       IF STX-STORE-COUNT < 100
                           ADD 1 TO STX-STORE-COUNT
                           MOVE SM-STORE-CODE
                               TO STX-SM-CODE-T(STX-STORE-COUNT)
                           MOVE SM-NAME
                               TO STX-SM-NAME-T(STX-STORE-COUNT)
                           MOVE SM-TAX-JURIS
                               TO STX-SM-JURIS-T(STX-STORE-COUNT)
                           MOVE ZERO TO STX-SM-DAYS-T(STX-STORE-COUNT)
                           MOVE ZERO
                               TO STX-SM-TAXABLE-T(STX-STORE-COUNT)
                           MOVE ZERO
                               TO STX-SM-EXEMPT-T(STX-STORE-COUNT)
                           MOVE ZERO
                               TO STX-SM-COLLECTED-T(STX-STORE-COUNT)
                           MOVE ZERO
                               TO STX-SM-COMPUTED-T(STX-STORE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STORE-MASTER-IN.

       LOAD-MONTH-STORE-DAYS.
           OPEN INPUT SALES-TAX-HIST-IN
           IF STX-HIST-STATUS NOT = '00'
               DISPLAY 'SALES-TAX HISTORY NOT FOUND: ' STX-HIST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL STX-HIST-EOF = 'Y'
               READ SALES-TAX-HIST-IN
                   AT END MOVE 'Y' TO STX-HIST-EOF
                   NOT AT END
                       ADD 1 TO STX-HIST-READ-COUNT
                       IF STH-BUSINESS-DATE(1:6) = STX-RETURN-YYYYMM
                           PERFORM STORE-DAY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-TAX-HIST-IN.

       STORE-DAY-ENTRY.
           SET STX-DAY-IX TO 1
           SEARCH STX-DAY-ENTRY
               AT END
                   DISPLAY 'STORE-DAY TABLE FULL, DAY NOT RETURNED: '
                           STH-STORE-CODE ' ' STH-BUSINESS-DATE
               WHEN STX-DAY-IX > STX-DAY-COUNT
                   ADD 1 TO STX-DAY-COUNT
                   MOVE STH-STORE-CODE TO STX-DY-STORE-T(STX-DAY-IX)
                   MOVE STH-BUSINESS-DATE TO STX-DY-DATE-T(STX-DAY-IX)
                   PERFORM MOVE-DAY-FIGURES
               WHEN STX-DY-STORE-T(STX-DAY-IX) = STH-STORE-CODE
                   AND STX-DY-DATE-T(STX-DAY-IX) = STH-BUSINESS-DATE
                   ADD 1 TO STX-DAYS-REPLACED
                   PERFORM MOVE-DAY-FIGURES
           END-SEARCH.

       MOVE-DAY-FIGURES.
           MOVE STH-TAXABLE-SALES TO STX-DY-TAXABLE-T(STX-DAY-IX)
           MOVE STH-EXEMPT-SALES TO STX-DY-EXEMPT-T(STX-DAY-IX)
           MOVE STH-TAX-COLLECTED TO STX-DY-COLLECTED-T(STX-DAY-IX).

      *> Each day goes to its store and, through the store's
      *> jurisdiction, to the return. A store missing from the
      *> master, or with no jurisdiction on the rate master, is
      *> still reported -- as unassigned -- so its tax is not lost.
       ACCUMULATE-STORE-DAYS.
           PERFORM VARYING STX-DAY-IDX FROM 1 BY 1
                   UNTIL STX-DAY-IDX > STX-DAY-COUNT
               ADD 1 TO STX-DAYS-IN-MONTH
               PERFORM ACCUMULATE-ONE-DAY
           END-PERFORM.

       ACCUMULATE-ONE-DAY.
           MOVE ZERO TO STX-STORE-MATCH-IX
           SET STX-STORE-IX TO 1
           SEARCH STX-STORE-ENTRY
               AT END
                   CONTINUE
               WHEN STX-STORE-IX > STX-STORE-COUNT
                   CONTINUE
               WHEN STX-SM-CODE-T(STX-STORE-IX)
                    = STX-DY-STORE-T(STX-DAY-IDX)
                   SET STX-STORE-MATCH-IX TO STX-STORE-IX
           END-SEARCH
           IF STX-STORE-MATCH-IX = ZERO
               ADD 1 TO STX-DAYS-NO-STORE
               DISPLAY 'STORE NOT ON MASTER: '
                       STX-DY-STORE-T(STX-DAY-IDX) ' '
                       STX-DY-DATE-T(STX-DAY-IDX)
           ELSE
               MOVE STX-SM-JURIS-T(STX-STORE-MATCH-IX)
                   TO STX-JURIS-KEY
               PERFORM FIND-JURISDICTION
               PERFORM FIND-RATE-IN-FORCE
               COMPUTE STX-DAY-COMPUTED ROUNDED =
                       STX-DY-TAXABLE-T(STX-DAY-IDX) * STX-DAY-RATE
               ADD 1 TO STX-SM-DAYS-T(STX-STORE-MATCH-IX)
               ADD STX-DY-TAXABLE-T(STX-DAY-IDX)
                   TO STX-SM-TAXABLE-T(STX-STORE-MATCH-IX)
               ADD STX-DY-EXEMPT-T(STX-DAY-IDX)
                   TO STX-SM-EXEMPT-T(STX-STORE-MATCH-IX)
               ADD STX-DY-COLLECTED-T(STX-DAY-IDX)
                   TO STX-SM-COLLECTED-T(STX-STORE-MATCH-IX)
               ADD STX-DAY-COMPUTED
                   TO STX-SM-COMPUTED-T(STX-STORE-MATCH-IX)
               IF STX-JURIS-MATCH-IX > ZERO
                   ADD STX-DY-TAXABLE-T(STX-DAY-IDX)
                       TO STX-JR-TAXABLE-T(STX-JURIS-MATCH-IX)
                   ADD STX-DY-EXEMPT-T(STX-DAY-IDX)
                       TO STX-JR-EXEMPT-T(STX-JURIS-MATCH-IX)
                   ADD STX-DY-COLLECTED-T(STX-DAY-IDX)
                       TO STX-JR-COLLECTED-T(STX-JURIS-MATCH-IX)
                   ADD STX-DAY-COMPUTED
                       TO STX-JR-COMPUTED-T(STX-JURIS-MATCH-IX)
               ELSE
                   ADD 1 TO STX-DAYS-NO-STORE
               END-IF
           END-IF.

      *> The latest rate row for the jurisdiction effective on or
      *> before the business day. None in force computes zero and
      *> is counted, so the difference shows on the return.
       FIND-RATE-IN-FORCE.
           MOVE ZERO TO STX-RATE-BEST
           MOVE ZERO TO STX-DAY-RATE
           PERFORM VARYING STX-RATE-IDX FROM 1 BY 1
                   UNTIL STX-RATE-IDX > STX-RATE-COUNT
               IF STX-RT-JURIS-T(STX-RATE-IDX) = STX-JURIS-KEY
                   AND STX-RT-EFFECTIVE-T(STX-RATE-IDX)
                       NOT > STX-DY-DATE-T(STX-DAY-IDX)
                   IF STX-RATE-BEST = ZERO
                       MOVE STX-RATE-IDX TO STX-RATE-BEST
                   ELSE
                       IF STX-RT-EFFECTIVE-T(STX-RATE-IDX)
                          > STX-RT-EFFECTIVE-T(STX-RATE-BEST)
                           MOVE STX-RATE-IDX TO STX-RATE-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF STX-RATE-BEST = ZERO
               IF STX-JURIS-MATCH-IX > ZERO
                   ADD 1 TO STX-DAYS-NO-RATE
               END-IF
           ELSE
               MOVE STX-RT-RATE-T(STX-RATE-BEST) TO STX-DAY-RATE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO STX-LINE-WORK
           STRING 'SALES-TAX RETURN BY JURISDICTION - MONTH '
                      DELIMITED BY SIZE
                  STX-RETURN-YYYYMM DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  STX-TODAY DELIMITED BY SIZE
               INTO STX-LINE-WORK
           MOVE STX-LINE-WORK TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           MOVE SPACES TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           MOVE SPACES TO STX-LINE-WORK
           STRING '  STORE NAME                 DAYS'
                      DELIMITED BY SIZE
                  '   TAXABLE SALES    EXEMPT SALES'
                      DELIMITED BY SIZE
                  '   TAX COLLECTED    TAX COMPUTED'
                      DELIMITED BY SIZE
                  '      DIFFERENCE' DELIMITED BY SIZE
               INTO STX-LINE-WORK
           MOVE STX-LINE-WORK TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE.

       WRITE-JURISDICTION-SECTIONS.
           PERFORM VARYING STX-JURIS-IDX FROM 1 BY 1
                   UNTIL STX-JURIS-IDX > STX-JURIS-COUNT
               PERFORM WRITE-ONE-JURISDICTION
           END-PERFORM.

       WRITE-ONE-JURISDICTION.
           MOVE SPACES TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           MOVE SPACES TO STX-LINE-WORK
           STRING 'JURISDICTION ' DELIMITED BY SIZE
                  STX-JR-CODE-T(STX-JURIS-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STX-JR-NAME-T(STX-JURIS-IDX) DELIMITED BY SIZE
                  ' REMIT TO ' DELIMITED BY SIZE
                  STX-JR-VENDOR-T(STX-JURIS-IDX) DELIMITED BY SIZE
               INTO STX-LINE-WORK
           MOVE STX-LINE-WORK TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           PERFORM WRITE-JURISDICTION-RATES
           PERFORM VARYING STX-STORE-IDX FROM 1 BY 1
                   UNTIL STX-STORE-IDX > STX-STORE-COUNT
               IF STX-SM-JURIS-T(STX-STORE-IDX)
                  = STX-JR-CODE-T(STX-JURIS-IDX)
                   AND STX-SM-DAYS-T(STX-STORE-IDX) > ZERO
                   PERFORM WRITE-STORE-LINE
               END-IF
           END-PERFORM
           MOVE STX-JR-TAXABLE-T(STX-JURIS-IDX) TO STX-EDIT-TAXABLE
           MOVE STX-JR-EXEMPT-T(STX-JURIS-IDX) TO STX-EDIT-EXEMPT
           MOVE STX-JR-COLLECTED-T(STX-JURIS-IDX)
               TO STX-EDIT-COLLECTED
           MOVE STX-JR-COMPUTED-T(STX-JURIS-IDX) TO STX-EDIT-COMPUTED
           COMPUTE STX-DIFFERENCE =
                   STX-JR-COLLECTED-T(STX-JURIS-IDX)
                   - STX-JR-COMPUTED-T(STX-JURIS-IDX)
           MOVE STX-DIFFERENCE TO STX-EDIT-DIFF
           MOVE SPACES TO STX-LINE-WORK
           STRING '  JURISDICTION TOTAL            '
                      DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-TAXABLE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-EXEMPT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-COLLECTED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-COMPUTED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-DIFF DELIMITED BY SIZE
               INTO STX-LINE-WORK
           MOVE STX-LINE-WORK TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           MOVE SPACES TO STX-LINE-WORK
           STRING '  AMOUNT TO REMIT (TAX COLLECTED) '
                      DELIMITED BY SIZE
                  STX-EDIT-COLLECTED DELIMITED BY SIZE
               INTO STX-LINE-WORK
           IF STX-DIFFERENCE < ZERO
               COMPUTE STX-ABS-DIFFERENCE = ZERO - STX-DIFFERENCE
           ELSE
               MOVE STX-DIFFERENCE TO STX-ABS-DIFFERENCE
           END-IF
           IF STX-ABS-DIFFERENCE > STX-TOLERANCE
               ADD 1 TO STX-JURIS-FLAGGED
               IF STX-DIFFERENCE < ZERO
                   MOVE '** UNDER-COLLECTED - REVIEW BEFORE FILING **'
                       TO STX-LINE-WORK(55:44)
               ELSE
                   MOVE '** OVER-COLLECTED - REVIEW BEFORE FILING **'
                       TO STX-LINE-WORK(55:43)
               END-IF
           END-IF
           MOVE STX-LINE-WORK TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           ADD STX-JR-TAXABLE-T(STX-JURIS-IDX) TO STX-TOT-TAXABLE
           ADD STX-JR-EXEMPT-T(STX-JURIS-IDX) TO STX-TOT-EXEMPT
           ADD STX-JR-COLLECTED-T(STX-JURIS-IDX) TO STX-TOT-COLLECTED
           ADD STX-JR-COMPUTED-T(STX-JURIS-IDX) TO STX-TOT-COMPUTED.

      *> Every rate row for the jurisdiction that was in force at
      *> some point in the month, so a mid-month change is visible.
       WRITE-JURISDICTION-RATES.
           PERFORM VARYING STX-RATE-IDX FROM 1 BY 1
                   UNTIL STX-RATE-IDX > STX-RATE-COUNT
               IF STX-RT-JURIS-T(STX-RATE-IDX)
                  = STX-JR-CODE-T(STX-JURIS-IDX)
                   AND STX-RT-EFFECTIVE-T(STX-RATE-IDX)(1:6)
                       NOT > STX-RETURN-YYYYMM
                   MOVE STX-RT-RATE-T(STX-RATE-IDX) TO STX-EDIT-RATE
                   MOVE SPACES TO STX-LINE-WORK
                   STRING '  RATE ' DELIMITED BY SIZE
                          STX-EDIT-RATE DELIMITED BY SIZE
                          ' EFFECTIVE ' DELIMITED BY SIZE
                          STX-RT-EFFECTIVE-T(STX-RATE-IDX)
                              DELIMITED BY SIZE
                       INTO STX-LINE-WORK
                   MOVE STX-LINE-WORK TO RETURN-REPORT-LINE
                   WRITE RETURN-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-STORE-LINE.
           MOVE STX-SM-DAYS-T(STX-STORE-IDX) TO STX-EDIT-DAYS
           MOVE STX-SM-TAXABLE-T(STX-STORE-IDX) TO STX-EDIT-TAXABLE
           MOVE STX-SM-EXEMPT-T(STX-STORE-IDX) TO STX-EDIT-EXEMPT
           MOVE STX-SM-COLLECTED-T(STX-STORE-IDX)
               TO STX-EDIT-COLLECTED
           MOVE STX-SM-COMPUTED-T(STX-STORE-IDX) TO STX-EDIT-COMPUTED
           COMPUTE STX-DIFFERENCE =
                   STX-SM-COLLECTED-T(STX-STORE-IDX)
                   - STX-SM-COMPUTED-T(STX-STORE-IDX)
           MOVE STX-DIFFERENCE TO STX-EDIT-DIFF
           MOVE SPACES TO STX-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  STX-SM-CODE-T(STX-STORE-IDX) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  STX-SM-NAME-T(STX-STORE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STX-EDIT-DAYS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-TAXABLE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-EXEMPT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-COLLECTED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-COMPUTED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-DIFF DELIMITED BY SIZE
               INTO STX-LINE-WORK
           MOVE STX-LINE-WORK TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE.

      *> Stores that traded in the month with no jurisdiction on the
      *> rate master: their tax is on the payable account but on
      *> no return until the store master is corrected.
       WRITE-UNASSIGNED-STORES.
           MOVE SPACES TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           MOVE 'STORES WITH NO JURISDICTION ON THE RATE MASTER'
               TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           PERFORM VARYING STX-STORE-IDX FROM 1 BY 1
                   UNTIL STX-STORE-IDX > STX-STORE-COUNT
               MOVE STX-SM-JURIS-T(STX-STORE-IDX) TO STX-JURIS-KEY
               PERFORM FIND-JURISDICTION
               IF STX-JURIS-MATCH-IX = ZERO
                   AND STX-SM-DAYS-T(STX-STORE-IDX) > ZERO
                   PERFORM WRITE-STORE-LINE
               END-IF
           END-PERFORM.

       WRITE-RETURN-TOTALS.
           MOVE SPACES TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE
           MOVE STX-TOT-TAXABLE TO STX-EDIT-TAXABLE
           MOVE STX-TOT-EXEMPT TO STX-EDIT-EXEMPT
           MOVE STX-TOT-COLLECTED TO STX-EDIT-COLLECTED
           MOVE STX-TOT-COMPUTED TO STX-EDIT-COMPUTED
           COMPUTE STX-DIFFERENCE =
                   STX-TOT-COLLECTED - STX-TOT-COMPUTED
           MOVE STX-DIFFERENCE TO STX-EDIT-DIFF
           MOVE SPACES TO STX-LINE-WORK
           STRING 'ALL JURISDICTIONS               '
                      DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-TAXABLE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-EXEMPT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-COLLECTED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-COMPUTED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  STX-EDIT-DIFF DELIMITED BY SIZE
               INTO STX-LINE-WORK
           MOVE STX-LINE-WORK TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE.

      *> One open AP invoice per jurisdiction with tax collected,
      *> to its authority vendor, numbered T + YYMM + jurisdiction,
      *> charged to sales-tax payable and due the day it is booked.
      *> Keys already on the entry file or the open ledger are not
      *> billed again.
       DRAFT-REMITTANCES.
           PERFORM LOAD-INVOICE-KEYS
           OPEN EXTEND OPEN-LEDGER-OUT
           IF STX-OPEN-OUT-STATUS = '35'
               OPEN OUTPUT OPEN-LEDGER-OUT
           END-IF
           PERFORM VARYING STX-JURIS-IDX FROM 1 BY 1
                   UNTIL STX-JURIS-IDX > STX-JURIS-COUNT
               IF STX-JR-COLLECTED-T(STX-JURIS-IDX) > ZERO
                   PERFORM DRAFT-ONE-REMITTANCE
               END-IF
           END-PERFORM
           CLOSE OPEN-LEDGER-OUT
           PERFORM WRITE-REMITTANCE-GL-FEED.

       DRAFT-ONE-REMITTANCE.
           MOVE SPACES TO STX-INVOICE-NUMBER
           STRING 'T' DELIMITED BY SIZE
                  STX-RETURN-YYYYMM(3:4) DELIMITED BY SIZE
                  STX-JR-CODE-T(STX-JURIS-IDX) DELIMITED BY SIZE
               INTO STX-INVOICE-NUMBER
           MOVE SPACES TO STX-INVKEY-SEEK
           STRING STX-JR-VENDOR-T(STX-JURIS-IDX) DELIMITED BY SIZE
                  STX-INVOICE-NUMBER DELIMITED BY SIZE
               INTO STX-INVKEY-SEEK
           PERFORM FIND-INVOICE-KEY
           IF STX-INVKEY-FOUND = 'Y'
               ADD 1 TO STX-REMIT-SKIPPED
               DISPLAY 'REMITTANCE ALREADY ON FILE: ' STX-INVKEY-SEEK
           ELSE
               MOVE SPACES TO OPEN-LEDGER-OUT-RECORD
               MOVE STX-JR-VENDOR-T(STX-JURIS-IDX) TO APO-VEND-ID
               MOVE STX-INVOICE-NUMBER TO APO-INV-NUMBER
               MOVE STX-TODAY TO APO-INV-DATE
               MOVE STX-TODAY TO APO-DUE-DATE
               MOVE STX-JR-COLLECTED-T(STX-JURIS-IDX) TO APO-AMOUNT
               MOVE STX-TAX-PAYABLE-ACCT TO APO-EXPENSE-ACCT
               MOVE 'O' TO APO-STATUS
               MOVE ZERO TO APO-QUANTITY
               MOVE ZERO TO APO-UNIT-PRICE
               WRITE OPEN-LEDGER-OUT-RECORD
               ADD 1 TO STX-REMIT-WRITTEN
               ADD STX-JR-COLLECTED-T(STX-JURIS-IDX)
                   TO STX-REMIT-TOTAL
           END-IF.

      *> The booked remittances move from sales-tax payable to
      *> accounts payable: sales-tax payable shrinks ('D'), the
      *> payable grows ('C'). The payment run then takes both the
      *> payable and cash down for the same amount.
       WRITE-REMITTANCE-GL-FEED.
           IF STX-REMIT-TOTAL > ZERO
               OPEN OUTPUT GL-FEED-OUT
               MOVE '*HDR*'  TO BCH-RECORD-TYPE
               MOVE 'STTAXAP ' TO BCH-SOURCE
               MOVE STX-TODAY TO BCH-BUSINESS-DATE
               MOVE SPACES TO GL-TRANS-RECORD
               MOVE BATCH-HEADER-RECORD TO GL-TRANS-RECORD(1:21)
               WRITE GL-TRANS-RECORD
               MOVE STX-TAX-PAYABLE-ACCT TO GL-TRANS-ACCT-ID
               MOVE 'D' TO GL-TRANS-OP-CODE
               PERFORM WRITE-REMITTANCE-FEED-LEG
               MOVE STX-AP-PAYABLE-ACCT TO GL-TRANS-ACCT-ID
               MOVE 'C' TO GL-TRANS-OP-CODE
               PERFORM WRITE-REMITTANCE-FEED-LEG
               MOVE '*TRL*' TO BCT-RECORD-TYPE
               MOVE STX-FEED-COUNT TO BCT-RECORD-COUNT
               MOVE STX-FEED-HASH  TO BCT-HASH-TOTAL
               MOVE SPACES TO GL-TRANS-RECORD
               MOVE BATCH-TRAILER-RECORD TO GL-TRANS-RECORD(1:27)
               WRITE GL-TRANS-RECORD
               CLOSE GL-FEED-OUT
           END-IF.

       WRITE-REMITTANCE-FEED-LEG.
           MOVE STX-REMIT-TOTAL TO GL-TRANS-AMOUNT
           MOVE SPACES TO GL-TRANS-REF
           STRING 'TX' DELIMITED BY SIZE
                  STX-RETURN-YYYYMM DELIMITED BY SIZE
               INTO GL-TRANS-REF
           MOVE STX-TODAY TO GL-TRANS-DATE
           WRITE GL-TRANS-RECORD
           ADD 1 TO STX-FEED-COUNT
           ADD GL-TRANS-AMOUNT TO STX-FEED-HASH
           MOVE SPACES TO GL-TRANS-RECORD.

       LOAD-INVOICE-KEYS.
           OPEN INPUT INVOICE-IN
           IF STX-INV-IN-STATUS = '00'
               PERFORM UNTIL STX-INV-EOF = 'Y'
                   READ INVOICE-IN
                       AT END MOVE 'Y' TO STX-INV-EOF
                       NOT AT END
                           PERFORM CHECK-INVOICE-KEY-ROOM
                           ADD 1 TO STX-INVKEY-COUNT
                           MOVE AP-INVOICE-RECORD(1:16)
                             TO STX-INVKEY-T(STX-INVKEY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE INVOICE-IN
           END-IF
           OPEN INPUT OPEN-LEDGER-IN
           IF STX-OPEN-STATUS = '00'
               PERFORM UNTIL STX-OPEN-EOF = 'Y'
                   READ OPEN-LEDGER-IN
                       AT END MOVE 'Y' TO STX-OPEN-EOF
                       NOT AT END
                           PERFORM CHECK-INVOICE-KEY-ROOM
                           ADD 1 TO STX-INVKEY-COUNT
                           MOVE AP-OPEN-RECORD(1:16)
                             TO STX-INVKEY-T(STX-INVKEY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OPEN-LEDGER-IN
           END-IF.

      *> A key dropped here could bill a remittance twice.
       CHECK-INVOICE-KEY-ROOM.
           IF STX-INVKEY-COUNT >= 2000
               DISPLAY 'INVOICE KEY TABLE FULL AT 2000 -- '
                       'NO REMITTANCE DRAFTED'
               STOP RUN
           END-IF.

       FIND-INVOICE-KEY.
           MOVE 'N' TO STX-INVKEY-FOUND
           SET STX-INVKEY-IX TO 1
           SEARCH STX-INVKEY-ENTRY
               AT END
                   CONTINUE
               WHEN STX-INVKEY-IX > STX-INVKEY-COUNT
                   CONTINUE
               WHEN STX-INVKEY-T(STX-INVKEY-IX) = STX-INVKEY-SEEK
                   MOVE 'Y' TO STX-INVKEY-FOUND
           END-SEARCH.
