       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExecutiveFlash.
      *> Daily executive flash. The owners get a dozen reports and
      *> still ask each morning how yesterday went; this puts the
      *> headline figure of every business area on one page, taken
      *> from the files the night has already produced:
      *>   - stores: revenue and NetRevenue month to date off the
      *>     P&L history (store 'ALL'), against the month's budget
      *>     prorated to the day;
      *>   - warehouse: stock value off the ledger and the items at
      *>     or below their reorder point;
      *>   - loans: active book balance in base currency, the share
      *>     of it 30+ days behind (measured the way the delinquency
      *>     aging measures it, on its look-back window), and the
      *>     day's collections off the payment journal;
      *>   - payroll: gross pay plus employer taxes month to date;
      *>   - cash: the GL balances the cash-flow classification
      *>     calls cash;
      *>   - cold chain: temperature alerts still open;
      *>   - batch stream: jobs held tonight, and jobs released
      *>     tonight that have not logged a clean completion.
      *> Every figure stands beside the same day last month from
      *> the flash history (the nearest earlier flash that month
      *> when that day had none), and the page is also written as a
      *> comma-delimited extract for the office spreadsheet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STE-HIST-IN ASSIGN TO "data/STEXP-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-STHIST-STATUS.
           SELECT STE-BUDGET-IN ASSIGN TO "data/STEBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-STBUD-STATUS.
           SELECT WH-ITEM-IN ASSIGN TO "data/WHITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-ITEM-STATUS.
           SELECT WH-LEDGER-IN ASSIGN TO "data/WHLEDGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-LEDGER-STATUS.
           SELECT LOAN-ACCOUNT-IN ASSIGN TO "data/LOANACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-LOAN-STATUS.
           SELECT FX-RATE-IN ASSIGN TO "data/FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-FX-STATUS.
           SELECT LOAN-JOURNAL-IN ASSIGN TO "data/LOANPAY-JRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-JRNL-STATUS.
           SELECT PAYROLL-REGISTER-IN ASSIGN TO "data/PAYROLL-REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-PAYREG-STATUS.
           SELECT EMPLOYER-TAX-IN ASSIGN TO "data/PAYETAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-ETAX-STATUS.
           SELECT CASHFLOW-CLASS-IN ASSIGN TO "data/GLCFCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-CFCLS-STATUS.
           SELECT GL-ACCOUNT-IN ASSIGN TO "data/GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-GLACCT-STATUS.
           SELECT TEMP-ALERT-IN ASSIGN TO "data/TEMPALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-ALERT-STATUS.
           SELECT BATCH-HOLD-IN ASSIGN TO "data/BATCHHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-HOLD-STATUS.
           SELECT BATCH-RELEASE-IN ASSIGN TO "data/BATCH-RELEASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-RELEASE-STATUS.
           SELECT BATCH-RUN-LOG-IN ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-LOG-STATUS.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-RUNPARM-STATUS.
      *> Flash history, read whole and written back with tonight's
      *> row in place.
           SELECT FLASH-HISTORY-IN ASSIGN TO "data/FLASHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-FLH-STATUS.
           SELECT FLASH-HISTORY-OUT ASSIGN TO "data/FLASHHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLASH-REPORT-OUT ASSIGN TO "data/EXEC-FLASH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLASH-EXTRACT-OUT ASSIGN TO "data/EXEC-FLASH.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-RUN-LOG-OUT ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXF-BRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STE-HIST-IN.
       COPY STEHIST.

       FD  STE-BUDGET-IN.
       COPY STEBUD.

       FD  WH-ITEM-IN.
       COPY WHITEM.

       FD  WH-LEDGER-IN.
       COPY WHLEDGR.

       FD  LOAN-ACCOUNT-IN.
       COPY LOANACCT.

       FD  FX-RATE-IN.
       COPY FXRATE.

       FD  LOAN-JOURNAL-IN.
       COPY LNPAYJ.

       FD  PAYROLL-REGISTER-IN.
       COPY PAYREG.

       FD  EMPLOYER-TAX-IN.
       COPY PAYETAX.

       FD  CASHFLOW-CLASS-IN.
       COPY GLCFCLS.

       FD  GL-ACCOUNT-IN.
       COPY GLACCT.

       FD  TEMP-ALERT-IN.
       COPY TEMPALRT.

       FD  BATCH-HOLD-IN.
       01  BATCH-HOLD-RECORD.
           05 EXH-JOB-NAME               PIC X(20).
           05 EXH-BLOCKED-BY             PIC X(20).
           05 EXH-HOLD-DATE              PIC X(8).

       FD  BATCH-RELEASE-IN.
       01  BATCH-RELEASE-RECORD.
           05 EXR-JOB-NAME               PIC X(20).
           05 EXR-RELEASE-DATE           PIC X(8).

       FD  BATCH-RUN-LOG-IN.
       01  RUN-LOG-IN-RECORD.
           05 EXL-JOB-NAME               PIC X(20).
           05 EXL-RUN-DATE               PIC X(8).
           05 FILLER                     PIC X(26).

       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  FLASH-HISTORY-IN.
       COPY FLASHHST.

       FD  FLASH-HISTORY-OUT.
       01  FLASH-HISTORY-OUT-RECORD      PIC X(232).

       FD  FLASH-REPORT-OUT.
       01  FLASH-REPORT-LINE             PIC X(100).

       FD  FLASH-EXTRACT-OUT.
       01  FLASH-EXTRACT-LINE            PIC X(120).

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.

       WORKING-STORAGE SECTION.
       01 EXF-EOF-SWITCHES.
           05 EXF-STHIST-EOF             PIC X VALUE 'N'.
           05 EXF-STBUD-EOF              PIC X VALUE 'N'.
           05 EXF-ITEM-EOF               PIC X VALUE 'N'.
           05 EXF-LEDGER-EOF             PIC X VALUE 'N'.
           05 EXF-LOAN-EOF               PIC X VALUE 'N'.
           05 EXF-FX-EOF                 PIC X VALUE 'N'.
           05 EXF-JRNL-EOF               PIC X VALUE 'N'.
           05 EXF-PAYREG-EOF             PIC X VALUE 'N'.
           05 EXF-ETAX-EOF               PIC X VALUE 'N'.
           05 EXF-CFCLS-EOF              PIC X VALUE 'N'.
           05 EXF-GLACCT-EOF             PIC X VALUE 'N'.
           05 EXF-ALERT-EOF              PIC X VALUE 'N'.
           05 EXF-HOLD-EOF               PIC X VALUE 'N'.
           05 EXF-RELEASE-EOF            PIC X VALUE 'N'.
           05 EXF-LOG-EOF                PIC X VALUE 'N'.
           05 EXF-RUNPARM-EOF            PIC X VALUE 'N'.
           05 EXF-FLH-EOF                PIC X VALUE 'N'.

       01 EXF-FILE-STATUSES.
           05 EXF-STHIST-STATUS          PIC XX.
           05 EXF-STBUD-STATUS           PIC XX.
           05 EXF-ITEM-STATUS            PIC XX.
           05 EXF-LEDGER-STATUS          PIC XX.
           05 EXF-LOAN-STATUS            PIC XX.
           05 EXF-FX-STATUS              PIC XX.
           05 EXF-JRNL-STATUS            PIC XX.
           05 EXF-PAYREG-STATUS          PIC XX.
           05 EXF-ETAX-STATUS            PIC XX.
           05 EXF-CFCLS-STATUS           PIC XX.
           05 EXF-GLACCT-STATUS          PIC XX.
           05 EXF-ALERT-STATUS           PIC XX.
           05 EXF-HOLD-STATUS            PIC XX.
           05 EXF-RELEASE-STATUS         PIC XX.
           05 EXF-LOG-STATUS             PIC XX.
           05 EXF-RUNPARM-STATUS         PIC XX.
           05 EXF-FLH-STATUS             PIC XX.
           05 EXF-BRL-STATUS             PIC XX.

      *> Business date and the month arithmetic around it: how far
      *> into the month we are, and the same day last month (the
      *> month's last day when last month is shorter).
       01 EXF-DATE-FIELDS.
           05 EXF-TODAY                  PIC X(8).
           05 EXF-TODAY-9 REDEFINES EXF-TODAY.
               10 EXF-TODAY-YYYY         PIC 9(4).
               10 EXF-TODAY-MM           PIC 9(2).
               10 EXF-TODAY-DD           PIC 9(2).
           05 EXF-TODAY-NUM REDEFINES EXF-TODAY
                                         PIC 9(8).
           05 EXF-MONTH-START            PIC 9(8).
           05 EXF-NEXT-MONTH-START       PIC 9(8).
           05 EXF-PRIOR-MONTH-START      PIC 9(8).
           05 EXF-WORK-DATE              PIC 9(8).
           05 EXF-WORK-DATE-X REDEFINES EXF-WORK-DATE.
               10 EXF-WORK-YYYY          PIC 9(4).
               10 EXF-WORK-MM            PIC 9(2).
               10 EXF-WORK-DD            PIC 9(2).
           05 EXF-DAYS-IN-MONTH          PIC 9(2).
           05 EXF-DAYS-IN-PRIOR          PIC 9(2).
           05 EXF-TARGET-DATE            PIC X(8).
           05 EXF-TODAY-INT              PIC 9(8).
           05 EXF-WINDOW-START-INT       PIC 9(8).
           05 EXF-WINDOW-START           PIC 9(8).
           05 EXF-KEEP-FROM-INT          PIC 9(8).
           05 EXF-KEEP-FROM              PIC 9(8).

      *> Delinquency look-back: the aging job's own parameter, so
      *> the flash and the month-end aging agree on who is behind.
       01 EXF-LOOKBACK-DAYS              PIC 9(3) VALUE 180.
       01 EXF-LOOKBACK-FROM-MASTER       PIC X VALUE 'N'.
       01 EXF-WINDOW-MONTHS              PIC 9(2).

      *> Tonight's figures and the comparison row, in the history
      *> layout (FLASHHST.cpy).
       01 EXF-TONIGHT-ROW.
           05 EXF-TONIGHT-DATE           PIC X(8).
           05 EXF-FIG                    PIC S9(11)V99
                                          SIGN IS TRAILING SEPARATE
                                          OCCURS 16 TIMES.
       01 EXF-PRIOR-ROW.
           05 EXF-PRIOR-DATE             PIC X(8).
           05 EXF-PRIOR-FIG              PIC S9(11)V99
                                          SIGN IS TRAILING SEPARATE
                                          OCCURS 16 TIMES.
       01 EXF-PRIOR-FOUND                PIC X VALUE 'N'.

      *> What each figure is called, the section it opens (blank
      *> when it continues the one above) and how it prints: 'A'
      *> amount, 'C' count, 'P' percentage.
       01 EXF-FIGURE-VALUES.
           05 FILLER                     PIC X(42)
               VALUE 'STORES     REVENUE MONTH TO DATE         A'.
           05 FILLER                     PIC X(42)
               VALUE '             BUDGET MONTH TO DATE        A'.
           05 FILLER                     PIC X(42)
               VALUE '             VARIANCE TO BUDGET          A'.
           05 FILLER                     PIC X(42)
               VALUE '           NETREVENUE MONTH TO DATE      A'.
           05 FILLER                     PIC X(42)
               VALUE '             BUDGET MONTH TO DATE        A'.
           05 FILLER                     PIC X(42)
               VALUE '             VARIANCE TO BUDGET          A'.
           05 FILLER                     PIC X(42)
               VALUE 'WAREHOUSE  INVENTORY VALUE               A'.
           05 FILLER                     PIC X(42)
               VALUE '           ITEMS AT/BELOW REORDER POINT  C'.
           05 FILLER                     PIC X(42)
               VALUE 'LOANS      LOAN BOOK BALANCE             A'.
           05 FILLER                     PIC X(42)
               VALUE '           30+ DAYS DELINQUENT PCT       P'.
           05 FILLER                     PIC X(42)
               VALUE '           COLLECTIONS FOR THE DAY       A'.
           05 FILLER                     PIC X(42)
               VALUE 'PAYROLL    PAYROLL COST MONTH TO DATE    A'.
           05 FILLER                     PIC X(42)
               VALUE 'CASH       CASH POSITION                 A'.
           05 FILLER                     PIC X(42)
               VALUE 'COLD CHAIN OPEN TEMPERATURE ALERTS       C'.
           05 FILLER                     PIC X(42)
               VALUE 'BATCH      JOBS HELD                     C'.
           05 FILLER                     PIC X(42)
               VALUE '           JOBS RELEASED NOT COMPLETED   C'.
       01 EXF-FIGURE-TABLE REDEFINES EXF-FIGURE-VALUES.
           05 EXF-FIGURE-ENTRY OCCURS 16 TIMES.
               10 EXF-FG-SECTION-T       PIC X(11).
               10 EXF-FG-LABEL-T         PIC X(30).
               10 EXF-FG-KIND-T          PIC X(1).

      *> The same figures as the spreadsheet knows them, whole
      *> names with no indenting to lean on.
       01 EXF-EXTRACT-NAME-VALUES.
           05 FILLER                     PIC X(30)
               VALUE 'STORE REVENUE MTD'.
           05 FILLER                     PIC X(30)
               VALUE 'STORE REVENUE BUDGET MTD'.
           05 FILLER                     PIC X(30)
               VALUE 'STORE REVENUE VARIANCE'.
           05 FILLER                     PIC X(30)
               VALUE 'NETREVENUE MTD'.
           05 FILLER                     PIC X(30)
               VALUE 'NETREVENUE BUDGET MTD'.
           05 FILLER                     PIC X(30)
               VALUE 'NETREVENUE VARIANCE'.
           05 FILLER                     PIC X(30)
               VALUE 'INVENTORY VALUE'.
           05 FILLER                     PIC X(30)
               VALUE 'ITEMS AT/BELOW REORDER POINT'.
           05 FILLER                     PIC X(30)
               VALUE 'LOAN BOOK BALANCE'.
           05 FILLER                     PIC X(30)
               VALUE '30+ DAYS DELINQUENT PCT'.
           05 FILLER                     PIC X(30)
               VALUE 'COLLECTIONS FOR THE DAY'.
           05 FILLER                     PIC X(30)
               VALUE 'PAYROLL COST MTD'.
           05 FILLER                     PIC X(30)
               VALUE 'CASH POSITION'.
           05 FILLER                     PIC X(30)
               VALUE 'OPEN TEMPERATURE ALERTS'.
           05 FILLER                     PIC X(30)
               VALUE 'JOBS HELD'.
           05 FILLER                     PIC X(30)
               VALUE 'JOBS RELEASED NOT COMPLETED'.
       01 EXF-EXTRACT-NAME-TABLE REDEFINES EXF-EXTRACT-NAME-VALUES.
           05 EXF-XN-NAME-T              PIC X(30) OCCURS 16 TIMES.

       01 EXF-FIG-IDX                    PIC 9(2).
       01 EXF-SECTION                    PIC X(12).

      *> Stores: the period's budget by category, then prorated.
       01 EXF-STORE-FIELDS.
           05 EXF-PERIOD-KEY             PIC X(6).
           05 EXF-BUD-REVENUE            PIC 9(9)V99 VALUE ZERO.
           05 EXF-BUD-COSTS              PIC 9(9)V99 VALUE ZERO.
           05 EXF-HIST-FOUND             PIC X VALUE 'N'.

      *> Warehouse: each item's reorder point and the stock summed
      *> across its locations.
       01 EXF-ITEM-CONTROL.
           05 EXF-ITEM-COUNT             PIC 9(4) VALUE ZERO.
           05 EXF-ITEM-IDX               PIC 9(4).

       01 EXF-ITEM-TABLE.
           05 EXF-ITEM-ENTRY OCCURS 500 TIMES
                             INDEXED BY EXF-ITEM-IX.
               10 EXF-IT-CODE-T          PIC X(6).
               10 EXF-IT-REORDER-T       PIC 9(6)V999.
               10 EXF-IT-ON-HAND-T       PIC S9(8)V999.

      *> Loans: active accounts, their base-currency rate, and the
      *> look-back window's borrower money summed on.
       01 EXF-FX-CONTROL.
           05 EXF-FX-COUNT               PIC 9(2) VALUE ZERO.

       01 EXF-FX-TABLE.
           05 EXF-FX-ENTRY OCCURS 20 TIMES
                           INDEXED BY EXF-FX-IX.
               10 EXF-FX-CCY-T           PIC X(3).
               10 EXF-FX-RATE-T          PIC 9(3)V9(6).

       01 EXF-LOAN-CONTROL.
           05 EXF-LOAN-COUNT             PIC 9(4) VALUE ZERO.
           05 EXF-LOAN-IDX               PIC 9(4).

       01 EXF-LOAN-TABLE.
           05 EXF-LOAN-ENTRY OCCURS 500 TIMES
                             INDEXED BY EXF-LOAN-IX.
               10 EXF-LN-ID-T            PIC X(6).
               10 EXF-LN-RATE-T          PIC 9(3)V9(6).
               10 EXF-LN-BALANCE-T       PIC 9(7)V99.
               10 EXF-LN-PAYMENT-T       PIC 9(5)V99.
               10 EXF-LN-RECEIVED-T      PIC S9(8)V99.

       01 EXF-LOAN-FIELDS.
           05 EXF-ACCT-RATE              PIC 9(3)V9(6).
           05 EXF-BOOK-BALANCE           PIC S9(11)V99 VALUE ZERO.
           05 EXF-BEHIND-BALANCE         PIC S9(11)V99 VALUE ZERO.
           05 EXF-EXPECTED               PIC 9(8)V99.
           05 EXF-SHORTFALL              PIC S9(8)V99.
           05 EXF-BASE-AMOUNT            PIC S9(11)V99.

      *> Cash: the accounts the cash-flow classification marks 'C'.
       01 EXF-CASH-CONTROL.
           05 EXF-CASH-COUNT             PIC 9(3) VALUE ZERO.

       01 EXF-CASH-TABLE.
           05 EXF-CASH-ENTRY OCCURS 100 TIMES
                             INDEXED BY EXF-CASH-IX.
               10 EXF-CASH-ACCT-T        PIC X(6).

      *> Batch stream: tonight's holds (listed by name on the page)
      *> and tonight's releases, checked off against the run log.
       01 EXF-BATCH-CONTROL.
           05 EXF-HELD-COUNT             PIC 9(3) VALUE ZERO.
           05 EXF-REL-COUNT              PIC 9(3) VALUE ZERO.
           05 EXF-REL-IDX                PIC 9(3).
           05 EXF-FAILED-COUNT           PIC 9(3) VALUE ZERO.

       01 EXF-HELD-TABLE.
           05 EXF-HELD-ENTRY OCCURS 100 TIMES.
               10 EXF-HD-JOB-T           PIC X(20).
               10 EXF-HD-BLOCKED-T       PIC X(20).

       01 EXF-RELEASE-TABLE.
           05 EXF-REL-ENTRY OCCURS 100 TIMES
                            INDEXED BY EXF-REL-IX.
               10 EXF-RL-JOB-T           PIC X(20).
               10 EXF-RL-DONE-T          PIC X(1).

      *> Flash history as row images, oldest first.
       01 EXF-HIST-CONTROL.
           05 EXF-HIST-COUNT             PIC 9(3) VALUE ZERO.
           05 EXF-HIST-IDX               PIC 9(3).
           05 EXF-HIST-DROPPED           PIC 9(5) VALUE ZERO.

       01 EXF-HIST-TABLE.
           05 EXF-HIST-ROW-T             PIC X(232) OCCURS 500 TIMES.

      *> Report and extract work.
       01 EXF-PRINT-FIELDS.
           05 EXF-CHANGE                 PIC S9(11)V99.
           05 EXF-CHANGE-PCT             PIC S9(5)V9.
           05 EXF-EDIT-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
           05 EXF-EDIT-COUNT             PIC -ZZZ,ZZZ,ZZ9.
           05 EXF-EDIT-PCT               PIC -ZZZ9.9.
           05 EXF-COL-TODAY              PIC X(16).
           05 EXF-COL-PRIOR              PIC X(16).
           05 EXF-COL-CHANGE             PIC X(16).
           05 EXF-COL-PCT                PIC X(8).
           05 EXF-CSV-AMOUNT             PIC -(11)9.99.
           05 EXF-CSV-COUNT              PIC -(11)9.
           05 EXF-CSV-RAW                PIC X(15).
           05 EXF-CSV-LEAD               PIC 9(2).
           05 EXF-CSV-TODAY              PIC X(15).
           05 EXF-CSV-PRIOR              PIC X(15).
           05 EXF-CSV-CHANGE             PIC X(15).
           05 EXF-CSV-VALUE              PIC S9(11)V99.

       01 EXF-LINE-WORK                  PIC X(100).
       01 EXF-CSV-WORK                   PIC X(120).

       01 EXF-BRL-START-TIME             PIC X(6).
       01 EXF-BRL-END-TIME               PIC X(6).
       01 EXF-BRL-START-SECONDS          PIC 9(6).
       01 EXF-BRL-END-SECONDS            PIC 9(6).
       01 EXF-BRL-ELAPSED-SECONDS        PIC 9(6).
       01 EXF-BRL-TIME-PARTS.
           05 EXF-BRL-HH                 PIC 99.
           05 EXF-BRL-MM                 PIC 99.
           05 EXF-BRL-SS                 PIC 99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO EXF-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO EXF-BRL-START-TIME
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM SET-FLASH-DATES
           MOVE EXF-TODAY TO EXF-TONIGHT-DATE
           PERFORM VARYING EXF-FIG-IDX FROM 1 BY 1
                   UNTIL EXF-FIG-IDX > 16
               MOVE ZERO TO EXF-FIG(EXF-FIG-IDX)
           END-PERFORM
           PERFORM GATHER-STORE-FIGURES
           PERFORM GATHER-WAREHOUSE-FIGURES
           PERFORM GATHER-LOAN-FIGURES
           PERFORM GATHER-PAYROLL-FIGURES
           PERFORM GATHER-CASH-FIGURE
           PERFORM GATHER-TEMPERATURE-FIGURE
           PERFORM GATHER-BATCH-FIGURES
           PERFORM LOAD-FLASH-HISTORY
           PERFORM FIND-SAME-DAY-LAST-MONTH
           PERFORM WRITE-FLASH-REPORT
           PERFORM WRITE-FLASH-EXTRACT
           PERFORM WRITE-FLASH-HISTORY
           PERFORM WRITE-BATCH-RUN-LOG
           DISPLAY 'Flash business date   = ' EXF-TODAY
           IF EXF-PRIOR-FOUND = 'Y'
               DISPLAY 'Compared with         = ' EXF-PRIOR-DATE
           ELSE
               DISPLAY 'Compared with         = (NO FLASH ON FILE)'
           END-IF
           DISPLAY 'History rows kept     = ' EXF-HIST-COUNT
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF EXF-RUNPARM-STATUS = '00'
               PERFORM UNTIL EXF-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO EXF-RUNPARM-EOF
                       NOT AT END PERFORM TAKE-ONE-RUN-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       EXF-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF EXF-LOOKBACK-FROM-MASTER = 'N'
               DISPLAY 'PARM LOOKBACK-DAYS MISSING -- USING '
                       'COMPILED DEFAULT'
           END-IF
           DISPLAY 'PARM IN EFFECT: LOOKBACK-DAYS = '
                   EXF-LOOKBACK-DAYS.

       TAKE-ONE-RUN-PARM.
           IF RP-JOB-NAME = 'LOANDELINQAGING'
               EVALUATE RP-PARM-NAME
                   WHEN 'LOOKBACK-DAYS'
                       MOVE RP-VALUE TO EXF-LOOKBACK-DAYS
                       MOVE 'Y' TO EXF-LOOKBACK-FROM-MASTER
               END-EVALUATE
           END-IF.

       SET-FLASH-DATES.
           MOVE EXF-TODAY(1:6) TO EXF-PERIOD-KEY
           MOVE EXF-TODAY-NUM TO EXF-WORK-DATE
           MOVE 1 TO EXF-WORK-DD
           MOVE EXF-WORK-DATE TO EXF-MONTH-START
           IF EXF-WORK-MM = 12
               ADD 1 TO EXF-WORK-YYYY
               MOVE 1 TO EXF-WORK-MM
           ELSE
               ADD 1 TO EXF-WORK-MM
           END-IF
           MOVE EXF-WORK-DATE TO EXF-NEXT-MONTH-START
           MOVE EXF-MONTH-START TO EXF-WORK-DATE
           IF EXF-WORK-MM = 1
               SUBTRACT 1 FROM EXF-WORK-YYYY
               MOVE 12 TO EXF-WORK-MM
           ELSE
               SUBTRACT 1 FROM EXF-WORK-MM
           END-IF
           MOVE EXF-WORK-DATE TO EXF-PRIOR-MONTH-START
           COMPUTE EXF-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(EXF-NEXT-MONTH-START)
                   - FUNCTION INTEGER-OF-DATE(EXF-MONTH-START)
           COMPUTE EXF-DAYS-IN-PRIOR =
                   FUNCTION INTEGER-OF-DATE(EXF-MONTH-START)
                   - FUNCTION INTEGER-OF-DATE(EXF-PRIOR-MONTH-START)
           IF EXF-TODAY-DD > EXF-DAYS-IN-PRIOR
               MOVE EXF-DAYS-IN-PRIOR TO EXF-WORK-DD
           ELSE
               MOVE EXF-TODAY-DD TO EXF-WORK-DD
           END-IF
           MOVE EXF-WORK-DATE-X TO EXF-TARGET-DATE
           COMPUTE EXF-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(EXF-TODAY-NUM)
           COMPUTE EXF-WINDOW-START-INT =
                   EXF-TODAY-INT - EXF-LOOKBACK-DAYS
           COMPUTE EXF-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(EXF-WINDOW-START-INT)
           COMPUTE EXF-WINDOW-MONTHS = EXF-LOOKBACK-DAYS / 30
           COMPUTE EXF-KEEP-FROM-INT = EXF-TODAY-INT - 400
           COMPUTE EXF-KEEP-FROM =
                   FUNCTION DATE-OF-INTEGER(EXF-KEEP-FROM-INT).

      *> The P&L batch carries the month so far on its history
      *> master under store 'ALL'; the budget is the month's plan
      *> cut to the days gone, NetRevenue's being the revenue plan
      *> less the cost plans as on the P&L statement.
       GATHER-STORE-FIGURES.
           OPEN INPUT STE-HIST-IN
           IF EXF-STHIST-STATUS = '00'
               PERFORM UNTIL EXF-STHIST-EOF = 'Y'
                   READ STE-HIST-IN
                       AT END MOVE 'Y' TO EXF-STHIST-EOF
                       NOT AT END
                           IF HIST-PERIOD-KEY = EXF-PERIOD-KEY
                              AND HIST-STORE-CODE = 'ALL'
                               MOVE 'Y' TO EXF-HIST-FOUND
                               IF HIST-REVENUE NUMERIC
                                   MOVE HIST-REVENUE TO EXF-FIG(1)
                               END-IF
                               MOVE HIST-NET-REVENUE TO EXF-FIG(4)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STE-HIST-IN
           ELSE
               DISPLAY 'Store P&L history not found: '
                       EXF-STHIST-STATUS
           END-IF
           IF EXF-HIST-FOUND = 'N'
               DISPLAY 'NO STORE P&L FOR PERIOD ' EXF-PERIOD-KEY
                       ' YET -- STORE FIGURES ZERO'
           END-IF
           OPEN INPUT STE-BUDGET-IN
           IF EXF-STBUD-STATUS = '00'
               PERFORM UNTIL EXF-STBUD-EOF = 'Y'
                   READ STE-BUDGET-IN
                       AT END MOVE 'Y' TO EXF-STBUD-EOF
                       NOT AT END
                           IF BUD-PERIOD-KEY = EXF-PERIOD-KEY
                               IF BUD-CATEGORY = 'REVN'
                                   ADD BUD-AMOUNT TO EXF-BUD-REVENUE
                               ELSE
                                   ADD BUD-AMOUNT TO EXF-BUD-COSTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STE-BUDGET-IN
           END-IF
           COMPUTE EXF-FIG(2) ROUNDED =
                   EXF-BUD-REVENUE * EXF-TODAY-DD / EXF-DAYS-IN-MONTH
           COMPUTE EXF-FIG(5) ROUNDED =
                   (EXF-BUD-REVENUE - EXF-BUD-COSTS)
                   * EXF-TODAY-DD / EXF-DAYS-IN-MONTH
           COMPUTE EXF-FIG(3) = EXF-FIG(1) - EXF-FIG(2)
           COMPUTE EXF-FIG(6) = EXF-FIG(4) - EXF-FIG(5).

      *> Stock value is every ledger row at its unit cost; an item
      *> needs reordering when its stock across all locations is
      *> at or below its reorder point, as the replenishment list
      *> has it.
       GATHER-WAREHOUSE-FIGURES.
           OPEN INPUT WH-ITEM-IN
           IF EXF-ITEM-STATUS = '00'
               PERFORM UNTIL EXF-ITEM-EOF = 'Y'
                   READ WH-ITEM-IN
                       AT END MOVE 'Y' TO EXF-ITEM-EOF
                       NOT AT END
                           IF EXF-ITEM-COUNT < 500
                               ADD 1 TO EXF-ITEM-COUNT
                               MOVE WH-IM-ITEM-CODE
                                   TO EXF-IT-CODE-T(EXF-ITEM-COUNT)
                               MOVE WH-IM-REORDER-POINT
                                   TO EXF-IT-REORDER-T(EXF-ITEM-COUNT)
                               MOVE ZERO
                                   TO EXF-IT-ON-HAND-T(EXF-ITEM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WH-ITEM-IN
           ELSE
               DISPLAY 'Item master not found: ' EXF-ITEM-STATUS
           END-IF
           OPEN INPUT WH-LEDGER-IN
           IF EXF-LEDGER-STATUS = '00'
               PERFORM UNTIL EXF-LEDGER-EOF = 'Y'
                   READ WH-LEDGER-IN
                       AT END MOVE 'Y' TO EXF-LEDGER-EOF
                       NOT AT END PERFORM NOTE-ONE-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE WH-LEDGER-IN
           ELSE
               DISPLAY 'Stock ledger not found: ' EXF-LEDGER-STATUS
           END-IF
           PERFORM VARYING EXF-ITEM-IDX FROM 1 BY 1
                   UNTIL EXF-ITEM-IDX > EXF-ITEM-COUNT
               IF EXF-IT-ON-HAND-T(EXF-ITEM-IDX)
                       <= EXF-IT-REORDER-T(EXF-ITEM-IDX)
                   ADD 1 TO EXF-FIG(8)
               END-IF
           END-PERFORM.

       NOTE-ONE-LEDGER-ROW.
           IF WH-LEDGER-ON-HAND NUMERIC
              AND WH-LEDGER-UNIT-COST NUMERIC
               COMPUTE EXF-FIG(7) ROUNDED = EXF-FIG(7)
                       + WH-LEDGER-ON-HAND * WH-LEDGER-UNIT-COST
               SET EXF-ITEM-IX TO 1
               SEARCH EXF-ITEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN EXF-IT-CODE-T(EXF-ITEM-IX)
                        = WH-LEDGER-ITEM-CODE
                       ADD WH-LEDGER-ON-HAND
                           TO EXF-IT-ON-HAND-T(EXF-ITEM-IX)
               END-SEARCH
           END-IF.

      *> The book is the active accounts (closed and charged-off
      *> ones have left it), each at the spot rate to base. 30+ is
      *> the balance of accounts a whole scheduled payment or more
      *> short over the look-back window; collections are the
      *> day's borrower money, a returned debit taken back out.
       GATHER-LOAN-FIGURES.
           OPEN INPUT FX-RATE-IN
           IF EXF-FX-STATUS = '00'
               PERFORM UNTIL EXF-FX-EOF = 'Y'
                   READ FX-RATE-IN
                       AT END MOVE 'Y' TO EXF-FX-EOF
                       NOT AT END
                           IF EXF-FX-COUNT < 20
                               ADD 1 TO EXF-FX-COUNT
                               MOVE FX-CURRENCY-CODE
                                   TO EXF-FX-CCY-T(EXF-FX-COUNT)
                               MOVE FX-RATE-TO-BASE
                                   TO EXF-FX-RATE-T(EXF-FX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-IN
           END-IF
           OPEN INPUT LOAN-ACCOUNT-IN
           IF EXF-LOAN-STATUS = '00'
               PERFORM UNTIL EXF-LOAN-EOF = 'Y'
                   READ LOAN-ACCOUNT-IN
                       AT END MOVE 'Y' TO EXF-LOAN-EOF
                       NOT AT END
                           IF (LOAN-ACCT-STATUS = 'A'
                               OR LOAN-ACCT-STATUS = SPACE)
                              AND EXF-LOAN-COUNT < 500
                               PERFORM TAKE-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-ACCOUNT-IN
           ELSE
               DISPLAY 'Loan master not found: ' EXF-LOAN-STATUS
           END-IF
           OPEN INPUT LOAN-JOURNAL-IN
           IF EXF-JRNL-STATUS = '00'
               PERFORM UNTIL EXF-JRNL-EOF = 'Y'
                   READ LOAN-JOURNAL-IN
                       AT END MOVE 'Y' TO EXF-JRNL-EOF
                       NOT AT END PERFORM NOTE-ONE-JOURNAL-ROW
                   END-READ
               END-PERFORM
               CLOSE LOAN-JOURNAL-IN
           END-IF
           PERFORM VARYING EXF-LOAN-IDX FROM 1 BY 1
                   UNTIL EXF-LOAN-IDX > EXF-LOAN-COUNT
               PERFORM AGE-ONE-LOAN
           END-PERFORM
           MOVE EXF-BOOK-BALANCE TO EXF-FIG(9)
           IF EXF-BOOK-BALANCE > ZERO
               COMPUTE EXF-FIG(10) ROUNDED =
                       EXF-BEHIND-BALANCE / EXF-BOOK-BALANCE * 100
           END-IF.

       TAKE-ONE-LOAN.
           MOVE 1 TO EXF-ACCT-RATE
           SET EXF-FX-IX TO 1
           SEARCH EXF-FX-ENTRY
               AT END
                   CONTINUE
               WHEN EXF-FX-CCY-T(EXF-FX-IX) = LOAN-ACCT-CURRENCY
                   MOVE EXF-FX-RATE-T(EXF-FX-IX) TO EXF-ACCT-RATE
           END-SEARCH
           ADD 1 TO EXF-LOAN-COUNT
           MOVE LOAN-ACCT-ID TO EXF-LN-ID-T(EXF-LOAN-COUNT)
           MOVE EXF-ACCT-RATE TO EXF-LN-RATE-T(EXF-LOAN-COUNT)
           MOVE LOAN-ACCT-BALANCE TO EXF-LN-BALANCE-T(EXF-LOAN-COUNT)
           MOVE LOAN-ACCT-PAYMENT TO EXF-LN-PAYMENT-T(EXF-LOAN-COUNT)
           MOVE ZERO TO EXF-LN-RECEIVED-T(EXF-LOAN-COUNT)
           COMPUTE EXF-BASE-AMOUNT ROUNDED =
                   LOAN-ACCT-BALANCE * EXF-ACCT-RATE
           ADD EXF-BASE-AMOUNT TO EXF-BOOK-BALANCE.

       NOTE-ONE-JOURNAL-ROW.
           IF LPJ-PAYMENT-DATE >= EXF-WINDOW-START
              AND LPJ-CHANNEL NOT = 'DSB'
               SET EXF-LOAN-IX TO 1
               SEARCH EXF-LOAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN EXF-LOAN-IX > EXF-LOAN-COUNT
                       CONTINUE
                   WHEN EXF-LN-ID-T(EXF-LOAN-IX) = LPJ-ACCT-ID
                       PERFORM APPLY-JOURNAL-ROW
               END-SEARCH
           END-IF.

       APPLY-JOURNAL-ROW.
           COMPUTE EXF-BASE-AMOUNT ROUNDED =
                   LPJ-AMOUNT * EXF-LN-RATE-T(EXF-LOAN-IX)
           IF LPJ-CHANNEL = 'RET'
               SUBTRACT LPJ-AMOUNT FROM EXF-LN-RECEIVED-T(EXF-LOAN-IX)
               IF LPJ-PAYMENT-DATE = EXF-TODAY
                   SUBTRACT EXF-BASE-AMOUNT FROM EXF-FIG(11)
               END-IF
           ELSE
               ADD LPJ-AMOUNT TO EXF-LN-RECEIVED-T(EXF-LOAN-IX)
               IF LPJ-PAYMENT-DATE = EXF-TODAY
                   ADD EXF-BASE-AMOUNT TO EXF-FIG(11)
               END-IF
           END-IF.

       AGE-ONE-LOAN.
           IF EXF-LN-PAYMENT-T(EXF-LOAN-IDX) > ZERO
              AND EXF-LN-BALANCE-T(EXF-LOAN-IDX) > ZERO
               COMPUTE EXF-EXPECTED =
                       EXF-LN-PAYMENT-T(EXF-LOAN-IDX)
                       * EXF-WINDOW-MONTHS
               COMPUTE EXF-SHORTFALL =
                       EXF-EXPECTED - EXF-LN-RECEIVED-T(EXF-LOAN-IDX)
               IF EXF-SHORTFALL >= EXF-LN-PAYMENT-T(EXF-LOAN-IDX)
                   COMPUTE EXF-BASE-AMOUNT ROUNDED =
                           EXF-LN-BALANCE-T(EXF-LOAN-IDX)
                           * EXF-LN-RATE-T(EXF-LOAN-IDX)
                   ADD EXF-BASE-AMOUNT TO EXF-BEHIND-BALANCE
               END-IF
           END-IF.

      *> Payroll cost is gross pay off the register plus the
      *> employer's own taxes (withholding is the employees' money,
      *> not a cost), for pay dates this month to date.
       GATHER-PAYROLL-FIGURES.
           OPEN INPUT PAYROLL-REGISTER-IN
           IF EXF-PAYREG-STATUS = '00'
               PERFORM UNTIL EXF-PAYREG-EOF = 'Y'
                   READ PAYROLL-REGISTER-IN
                       AT END MOVE 'Y' TO EXF-PAYREG-EOF
                       NOT AT END
                           IF REG-PAY-DATE(1:6) = EXF-PERIOD-KEY
                              AND REG-PAY-DATE <= EXF-TODAY
                               ADD REG-TOTAL TO EXF-FIG(12)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-REGISTER-IN
           ELSE
               DISPLAY 'Payroll register not found: '
                       EXF-PAYREG-STATUS
           END-IF
           OPEN INPUT EMPLOYER-TAX-IN
           IF EXF-ETAX-STATUS = '00'
               PERFORM UNTIL EXF-ETAX-EOF = 'Y'
                   READ EMPLOYER-TAX-IN
                       AT END MOVE 'Y' TO EXF-ETAX-EOF
                       NOT AT END
                           IF PET-PAY-DATE(1:6) = EXF-PERIOD-KEY
                              AND PET-PAY-DATE <= EXF-TODAY
                              AND PET-TAX-TYPE NOT = 'WHLD'
                               ADD PET-AMOUNT TO EXF-FIG(12)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-TAX-IN
           END-IF.

       GATHER-CASH-FIGURE.
           OPEN INPUT CASHFLOW-CLASS-IN
           IF EXF-CFCLS-STATUS = '00'
               PERFORM UNTIL EXF-CFCLS-EOF = 'Y'
                   READ CASHFLOW-CLASS-IN
                       AT END MOVE 'Y' TO EXF-CFCLS-EOF
                       NOT AT END
                           IF CFC-ACTIVITY = 'C'
                              AND EXF-CASH-COUNT < 100
                               ADD 1 TO EXF-CASH-COUNT
                               MOVE CFC-ACCT-ID
                                   TO EXF-CASH-ACCT-T(EXF-CASH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHFLOW-CLASS-IN
           ELSE
               DISPLAY 'Cash-flow classification not found: '
                       EXF-CFCLS-STATUS ' -- CASH POSITION ZERO'
           END-IF
           OPEN INPUT GL-ACCOUNT-IN
           IF EXF-GLACCT-STATUS = '00'
               PERFORM UNTIL EXF-GLACCT-EOF = 'Y'
                   READ GL-ACCOUNT-IN
                       AT END MOVE 'Y' TO EXF-GLACCT-EOF
                       NOT AT END
                           SET EXF-CASH-IX TO 1
                           SEARCH EXF-CASH-ENTRY
                               AT END
                                   CONTINUE
                               WHEN EXF-CASH-IX > EXF-CASH-COUNT
                                   CONTINUE
                               WHEN EXF-CASH-ACCT-T(EXF-CASH-IX)
                                    = GL-ACCT-ID
                                   ADD GL-ACCT-BALANCE TO EXF-FIG(13)
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-IN
           ELSE
               DISPLAY 'GL account master not found: '
                       EXF-GLACCT-STATUS
           END-IF.

      *> Open is 'O'; an acknowledged alert is dealt with and a
      *> suppressed one is a calibration job, not stock at risk.
       GATHER-TEMPERATURE-FIGURE.
           OPEN INPUT TEMP-ALERT-IN
           IF EXF-ALERT-STATUS = '00'
               PERFORM UNTIL EXF-ALERT-EOF = 'Y'
                   READ TEMP-ALERT-IN
                       AT END MOVE 'Y' TO EXF-ALERT-EOF
                       NOT AT END
                           IF TAL-ACK-STATUS = 'O'
                               ADD 1 TO EXF-FIG(14)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMP-ALERT-IN
           END-IF.

      *> Held is the stream controller's holds for tonight. A job
      *> on tonight's release list with no run-log line for tonight
      *> was let go and never finished -- failed or still running
      *> -- except this job itself, which logs when it is done.
       GATHER-BATCH-FIGURES.
           OPEN INPUT BATCH-HOLD-IN
           IF EXF-HOLD-STATUS = '00'
               PERFORM UNTIL EXF-HOLD-EOF = 'Y'
                   READ BATCH-HOLD-IN
                       AT END MOVE 'Y' TO EXF-HOLD-EOF
                       NOT AT END
                           IF EXH-HOLD-DATE = EXF-TODAY
                              AND EXF-HELD-COUNT < 100
                               ADD 1 TO EXF-HELD-COUNT
                               MOVE EXH-JOB-NAME
                                   TO EXF-HD-JOB-T(EXF-HELD-COUNT)
                               MOVE EXH-BLOCKED-BY
                                   TO EXF-HD-BLOCKED-T(EXF-HELD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-HOLD-IN
           END-IF
           OPEN INPUT BATCH-RELEASE-IN
           IF EXF-RELEASE-STATUS = '00'
               PERFORM UNTIL EXF-RELEASE-EOF = 'Y'
                   READ BATCH-RELEASE-IN
                       AT END MOVE 'Y' TO EXF-RELEASE-EOF
                       NOT AT END
                           IF EXR-RELEASE-DATE = EXF-TODAY
                              AND EXR-JOB-NAME NOT = 'EXECUTIVEFLASH'
                              AND EXF-REL-COUNT < 100
                               ADD 1 TO EXF-REL-COUNT
                               MOVE EXR-JOB-NAME
                                   TO EXF-RL-JOB-T(EXF-REL-COUNT)
                               MOVE 'N' TO EXF-RL-DONE-T(EXF-REL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-RELEASE-IN
           END-IF
           OPEN INPUT BATCH-RUN-LOG-IN
           IF EXF-LOG-STATUS = '00'
               PERFORM UNTIL EXF-LOG-EOF = 'Y'
                   READ BATCH-RUN-LOG-IN
                       AT END MOVE 'Y' TO EXF-LOG-EOF
                       NOT AT END
                           IF EXL-RUN-DATE = EXF-TODAY
                               PERFORM TICK-RELEASED-JOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-RUN-LOG-IN
           END-IF
           PERFORM VARYING EXF-REL-IDX FROM 1 BY 1
                   UNTIL EXF-REL-IDX > EXF-REL-COUNT
               IF EXF-RL-DONE-T(EXF-REL-IDX) = 'N'
                   ADD 1 TO EXF-FAILED-COUNT
               END-IF
           END-PERFORM
           MOVE EXF-HELD-COUNT TO EXF-FIG(15)
           MOVE EXF-FAILED-COUNT TO EXF-FIG(16).

       TICK-RELEASED-JOB.
           SET EXF-REL-IX TO 1
           SEARCH EXF-REL-ENTRY
               AT END
                   CONTINUE
               WHEN EXF-REL-IX > EXF-REL-COUNT
                   CONTINUE
               WHEN EXF-RL-JOB-T(EXF-REL-IX) = EXL-JOB-NAME
                   MOVE 'Y' TO EXF-RL-DONE-T(EXF-REL-IX)
           END-SEARCH.

      *> Tonight's own row (a rerun) is dropped, to be written
      *> fresh; rows more than 400 days old fall away.
       LOAD-FLASH-HISTORY.
           OPEN INPUT FLASH-HISTORY-IN
           IF EXF-FLH-STATUS = '00'
               PERFORM UNTIL EXF-FLH-EOF = 'Y'
                   READ FLASH-HISTORY-IN
                       AT END MOVE 'Y' TO EXF-FLH-EOF
                       NOT AT END
                           IF FLH-BUSINESS-DATE = EXF-TODAY
                              OR FLH-BUSINESS-DATE < EXF-KEEP-FROM
                              OR EXF-HIST-COUNT >= 499
                               ADD 1 TO EXF-HIST-DROPPED
                           ELSE
                               ADD 1 TO EXF-HIST-COUNT
                               MOVE FLASH-HISTORY-RECORD
                                   TO EXF-HIST-ROW-T(EXF-HIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLASH-HISTORY-IN
           END-IF.

      *> The latest flash on or before the same day last month,
      *> provided it falls in last month.
       FIND-SAME-DAY-LAST-MONTH.
           MOVE 'N' TO EXF-PRIOR-FOUND
           MOVE SPACES TO EXF-PRIOR-DATE
           PERFORM VARYING EXF-HIST-IDX FROM 1 BY 1
                   UNTIL EXF-HIST-IDX > EXF-HIST-COUNT
               IF EXF-HIST-ROW-T(EXF-HIST-IDX)(1:8) <= EXF-TARGET-DATE
                  AND EXF-HIST-ROW-T(EXF-HIST-IDX)(1:6)
                      = EXF-TARGET-DATE(1:6)
                   IF EXF-PRIOR-FOUND = 'N'
                      OR EXF-HIST-ROW-T(EXF-HIST-IDX)(1:8)
                         > EXF-PRIOR-DATE
                       MOVE EXF-HIST-ROW-T(EXF-HIST-IDX)
                           TO EXF-PRIOR-ROW
                       MOVE 'Y' TO EXF-PRIOR-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-FLASH-REPORT.
           OPEN OUTPUT FLASH-REPORT-OUT
           MOVE SPACES TO EXF-LINE-WORK
           STRING 'EXECUTIVE DAILY FLASH - BUSINESS DATE '
                      DELIMITED BY SIZE
                  EXF-TODAY DELIMITED BY SIZE
               INTO EXF-LINE-WORK
           MOVE EXF-LINE-WORK TO FLASH-REPORT-LINE
           WRITE FLASH-REPORT-LINE
           MOVE SPACES TO EXF-LINE-WORK
           IF EXF-PRIOR-FOUND = 'Y'
               STRING 'COMPARED WITH THE FLASH OF ' DELIMITED BY SIZE
                      EXF-PRIOR-DATE DELIMITED BY SIZE
                   INTO EXF-LINE-WORK
           ELSE
               STRING 'NO FLASH ON FILE FOR THE SAME DAY LAST MONTH ('
                          DELIMITED BY SIZE
                      EXF-TARGET-DATE DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO EXF-LINE-WORK
           END-IF
           MOVE EXF-LINE-WORK TO FLASH-REPORT-LINE
           WRITE FLASH-REPORT-LINE
           MOVE SPACES TO FLASH-REPORT-LINE
           WRITE FLASH-REPORT-LINE
           MOVE SPACES TO EXF-LINE-WORK
           MOVE 'TODAY' TO EXF-LINE-WORK(45:5)
           MOVE 'LAST MONTH' TO EXF-LINE-WORK(57:10)
           MOVE 'CHANGE' TO EXF-LINE-WORK(78:6)
           MOVE 'PCT' TO EXF-LINE-WORK(90:3)
           MOVE EXF-LINE-WORK TO FLASH-REPORT-LINE
           WRITE FLASH-REPORT-LINE
           PERFORM VARYING EXF-FIG-IDX FROM 1 BY 1
                   UNTIL EXF-FIG-IDX > 16
               PERFORM WRITE-FIGURE-LINE
           END-PERFORM
           PERFORM WRITE-BATCH-JOB-LINES
           CLOSE FLASH-REPORT-OUT.

       WRITE-FIGURE-LINE.
           IF EXF-FG-SECTION-T(EXF-FIG-IDX) NOT = SPACES
               MOVE SPACES TO FLASH-REPORT-LINE
               WRITE FLASH-REPORT-LINE
               MOVE EXF-FG-SECTION-T(EXF-FIG-IDX) TO FLASH-REPORT-LINE
               WRITE FLASH-REPORT-LINE
           END-IF
           MOVE SPACES TO EXF-COL-PRIOR
           MOVE SPACES TO EXF-COL-CHANGE
           MOVE SPACES TO EXF-COL-PCT
           IF EXF-FG-KIND-T(EXF-FIG-IDX) = 'C'
               MOVE EXF-FIG(EXF-FIG-IDX) TO EXF-EDIT-COUNT
               MOVE EXF-EDIT-COUNT TO EXF-COL-TODAY
           ELSE
               MOVE EXF-FIG(EXF-FIG-IDX) TO EXF-EDIT-AMOUNT
               MOVE EXF-EDIT-AMOUNT TO EXF-COL-TODAY
           END-IF
           IF EXF-PRIOR-FOUND = 'Y'
               COMPUTE EXF-CHANGE = EXF-FIG(EXF-FIG-IDX)
                       - EXF-PRIOR-FIG(EXF-FIG-IDX)
               IF EXF-FG-KIND-T(EXF-FIG-IDX) = 'C'
                   MOVE EXF-PRIOR-FIG(EXF-FIG-IDX) TO EXF-EDIT-COUNT
                   MOVE EXF-EDIT-COUNT TO EXF-COL-PRIOR
                   MOVE EXF-CHANGE TO EXF-EDIT-COUNT
                   MOVE EXF-EDIT-COUNT TO EXF-COL-CHANGE
               ELSE
                   MOVE EXF-PRIOR-FIG(EXF-FIG-IDX) TO EXF-EDIT-AMOUNT
                   MOVE EXF-EDIT-AMOUNT TO EXF-COL-PRIOR
                   MOVE EXF-CHANGE TO EXF-EDIT-AMOUNT
                   MOVE EXF-EDIT-AMOUNT TO EXF-COL-CHANGE
               END-IF
      *> A percentage's change is already in points.
               IF EXF-FG-KIND-T(EXF-FIG-IDX) NOT = 'P'
                  AND EXF-PRIOR-FIG(EXF-FIG-IDX) NOT = ZERO
                   COMPUTE EXF-CHANGE-PCT ROUNDED =
                           EXF-CHANGE
                           / FUNCTION ABS(EXF-PRIOR-FIG(EXF-FIG-IDX))
                           * 100
                       ON SIZE ERROR MOVE ZERO TO EXF-CHANGE-PCT
                   END-COMPUTE
                   MOVE EXF-CHANGE-PCT TO EXF-EDIT-PCT
                   MOVE EXF-EDIT-PCT TO EXF-COL-PCT
               END-IF
           END-IF
           MOVE SPACES TO EXF-LINE-WORK
           MOVE EXF-FG-LABEL-T(EXF-FIG-IDX) TO EXF-LINE-WORK(3:30)
           MOVE EXF-COL-TODAY TO EXF-LINE-WORK(34:16)
           MOVE EXF-COL-PRIOR TO EXF-LINE-WORK(51:16)
           MOVE EXF-COL-CHANGE TO EXF-LINE-WORK(68:16)
           MOVE EXF-COL-PCT TO EXF-LINE-WORK(85:8)
           MOVE EXF-LINE-WORK TO FLASH-REPORT-LINE
           WRITE FLASH-REPORT-LINE.

      *> The held jobs by name, with what holds them; the rest of
      *> the story is on the stream summary and the digest.
       WRITE-BATCH-JOB-LINES.
           PERFORM VARYING EXF-REL-IDX FROM 1 BY 1
                   UNTIL EXF-REL-IDX > EXF-HELD-COUNT
               MOVE SPACES TO EXF-LINE-WORK
               STRING '    HELD: ' DELIMITED BY SIZE
                      EXF-HD-JOB-T(EXF-REL-IDX) DELIMITED BY SIZE
                      ' BEHIND ' DELIMITED BY SIZE
                      EXF-HD-BLOCKED-T(EXF-REL-IDX) DELIMITED BY SIZE
                   INTO EXF-LINE-WORK
               MOVE EXF-LINE-WORK TO FLASH-REPORT-LINE
               WRITE FLASH-REPORT-LINE
           END-PERFORM
           PERFORM VARYING EXF-REL-IDX FROM 1 BY 1
                   UNTIL EXF-REL-IDX > EXF-REL-COUNT
               IF EXF-RL-DONE-T(EXF-REL-IDX) = 'N'
                   MOVE SPACES TO EXF-LINE-WORK
                   STRING '    NOT COMPLETED: ' DELIMITED BY SIZE
                          EXF-RL-JOB-T(EXF-REL-IDX) DELIMITED BY SIZE
                       INTO EXF-LINE-WORK
                   MOVE EXF-LINE-WORK TO FLASH-REPORT-LINE
                   WRITE FLASH-REPORT-LINE
               END-IF
           END-PERFORM.

      *> The same figures comma-delimited, plain numbers with a
      *> leading minus and a decimal point, one row per figure
      *> under a heading row; last month's columns are empty when
      *> there is no flash to compare with.
       WRITE-FLASH-EXTRACT.
           OPEN OUTPUT FLASH-EXTRACT-OUT
           MOVE SPACES TO EXF-CSV-WORK
           STRING 'BUSINESS DATE,SECTION,FIGURE,TODAY,'
                      DELIMITED BY SIZE
                  'COMPARED WITH,LAST MONTH,CHANGE' DELIMITED BY SIZE
               INTO EXF-CSV-WORK
           MOVE EXF-CSV-WORK TO FLASH-EXTRACT-LINE
           WRITE FLASH-EXTRACT-LINE
           MOVE SPACES TO EXF-SECTION
           PERFORM VARYING EXF-FIG-IDX FROM 1 BY 1
                   UNTIL EXF-FIG-IDX > 16
               PERFORM WRITE-EXTRACT-ROW
           END-PERFORM
           CLOSE FLASH-EXTRACT-OUT.

       WRITE-EXTRACT-ROW.
           IF EXF-FG-SECTION-T(EXF-FIG-IDX) NOT = SPACES
               MOVE EXF-FG-SECTION-T(EXF-FIG-IDX) TO EXF-SECTION
           END-IF
           MOVE EXF-FIG(EXF-FIG-IDX) TO EXF-CSV-VALUE
           PERFORM FORMAT-CSV-NUMBER
           MOVE EXF-CSV-RAW TO EXF-CSV-TODAY
           MOVE SPACES TO EXF-CSV-PRIOR
           MOVE SPACES TO EXF-CSV-CHANGE
           IF EXF-PRIOR-FOUND = 'Y'
               MOVE EXF-PRIOR-FIG(EXF-FIG-IDX) TO EXF-CSV-VALUE
               PERFORM FORMAT-CSV-NUMBER
               MOVE EXF-CSV-RAW TO EXF-CSV-PRIOR
               COMPUTE EXF-CSV-VALUE = EXF-FIG(EXF-FIG-IDX)
                       - EXF-PRIOR-FIG(EXF-FIG-IDX)
               PERFORM FORMAT-CSV-NUMBER
               MOVE EXF-CSV-RAW TO EXF-CSV-CHANGE
           END-IF
           MOVE SPACES TO EXF-CSV-WORK
           STRING EXF-TODAY DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  EXF-SECTION DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  EXF-XN-NAME-T(EXF-FIG-IDX) DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  EXF-CSV-TODAY DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  EXF-PRIOR-DATE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  EXF-CSV-PRIOR DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  EXF-CSV-CHANGE DELIMITED BY SPACE
               INTO EXF-CSV-WORK
           MOVE EXF-CSV-WORK TO FLASH-EXTRACT-LINE
           WRITE FLASH-EXTRACT-LINE.

      *> EXF-CSV-VALUE to EXF-CSV-RAW, left-justified: counts
      *> whole, everything else to the cent.
       FORMAT-CSV-NUMBER.
           IF EXF-FG-KIND-T(EXF-FIG-IDX) = 'C'
               MOVE EXF-CSV-VALUE TO EXF-CSV-COUNT
               MOVE EXF-CSV-COUNT TO EXF-CSV-RAW
           ELSE
               MOVE EXF-CSV-VALUE TO EXF-CSV-AMOUNT
               MOVE EXF-CSV-AMOUNT TO EXF-CSV-RAW
           END-IF
           MOVE ZERO TO EXF-CSV-LEAD
           INSPECT EXF-CSV-RAW TALLYING EXF-CSV-LEAD
                   FOR LEADING SPACES
           MOVE EXF-CSV-RAW(EXF-CSV-LEAD + 1:) TO EXF-CSV-RAW.

       WRITE-FLASH-HISTORY.
           ADD 1 TO EXF-HIST-COUNT
           MOVE EXF-TONIGHT-ROW TO EXF-HIST-ROW-T(EXF-HIST-COUNT)
           OPEN OUTPUT FLASH-HISTORY-OUT
           PERFORM VARYING EXF-HIST-IDX FROM 1 BY 1
                   UNTIL EXF-HIST-IDX > EXF-HIST-COUNT
               MOVE EXF-HIST-ROW-T(EXF-HIST-IDX)
                   TO FLASH-HISTORY-OUT-RECORD
               WRITE FLASH-HISTORY-OUT-RECORD
           END-PERFORM
           CLOSE FLASH-HISTORY-OUT.

       WRITE-BATCH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EXF-BRL-END-TIME
           MOVE EXF-BRL-START-TIME TO EXF-BRL-TIME-PARTS
           COMPUTE EXF-BRL-START-SECONDS =
                   EXF-BRL-HH * 3600 + EXF-BRL-MM * 60
                   + EXF-BRL-SS
           MOVE EXF-BRL-END-TIME TO EXF-BRL-TIME-PARTS
           COMPUTE EXF-BRL-END-SECONDS =
                   EXF-BRL-HH * 3600 + EXF-BRL-MM * 60
                   + EXF-BRL-SS
           COMPUTE EXF-BRL-ELAPSED-SECONDS =
                   EXF-BRL-END-SECONDS - EXF-BRL-START-SECONDS
           OPEN EXTEND BATCH-RUN-LOG-OUT
           IF EXF-BRL-STATUS = '35'
               OPEN OUTPUT BATCH-RUN-LOG-OUT
           END-IF
           MOVE 'EXECUTIVEFLASH      ' TO BRL-JOB-NAME
           MOVE EXF-TODAY TO BRL-RUN-DATE
           MOVE EXF-BRL-START-TIME TO BRL-START-TIME
           MOVE EXF-BRL-END-TIME TO BRL-END-TIME
           MOVE EXF-BRL-ELAPSED-SECONDS TO BRL-ELAPSED-SECONDS
           MOVE 16 TO BRL-RECORD-COUNT
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-OUT.
