       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP1099Filing.
      *> Year-end 1099 information returns from accounts payable.
      *> Every vendor is paid through the payment run, so the
      *> open-payables ledger already holds what each was paid and
      *> when: a reportable vendor's total for the year is its paid
      *> invoices (AP-OPN-PAID-DATE in the tax year) less the debit
      *> memos netted off those payments. Vendors at or over the
      *> reporting threshold go on the electronic filing file in
      *> the fixed-length 750-byte format -- transmitter (T), one
      *> payer (A) per form with its payees (B) and end-of-payer
      *> (C), end of transmission (F) -- and get a printed
      *> recipient copy addressed from the vendor master. The
      *> pre-filing edit report lists every reportable vendor with
      *> a missing or malformed tax id or box; the file is only to
      *> be uploaded when the report says it is ready.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-IN ASSIGN TO "data/RUNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APT-RUNPARM-STATUS.
           SELECT PAYER-IN ASSIGN TO "data/AP1099PY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APT-PAYER-STATUS.
           SELECT VENDOR-IN ASSIGN TO "data/APVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APT-VEND-STATUS.
           SELECT OPEN-LEDGER-IN ASSIGN TO "data/APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APT-OPEN-STATUS.
           SELECT FILING-OUT ASSIGN TO "data/AP1099-FIRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECIPIENT-OUT ASSIGN TO "data/AP1099-RECIP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDIT-REPORT-OUT ASSIGN TO "data/AP1099-EDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-IN.
       COPY RUNPARM.

       FD  PAYER-IN.
       COPY AP1099PY.

       FD  VENDOR-IN.
       COPY APVEND.

       FD  OPEN-LEDGER-IN.
       COPY APOPEN.

       FD  FILING-OUT.
       01  FILING-RECORD                 PIC X(750).

       FD  RECIPIENT-OUT.
       01  RECIPIENT-LINE                PIC X(80).

       FD  EDIT-REPORT-OUT.
       01  EDIT-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 APT-EOF-SWITCHES.
           05 APT-RUNPARM-EOF           PIC X VALUE 'N'.
           05 APT-VEND-EOF              PIC X VALUE 'N'.
           05 APT-OPEN-EOF              PIC X VALUE 'N'.

       01 APT-FILE-STATUSES.
           05 APT-RUNPARM-STATUS        PIC XX.
           05 APT-PAYER-STATUS          PIC XX.
           05 APT-VEND-STATUS           PIC XX.
           05 APT-OPEN-STATUS           PIC XX.

       01 APT-TODAY                     PIC X(8).

      *> Tunables: the tax year filed (zero files the year before
      *> the run date), the reporting threshold (royalties report
      *> from a lower statutory floor), and whether the file is a
      *> test submission (1) or the real one (0).
       01 APT-PARM-FIELDS.
           05 APT-TAX-YEAR              PIC 9(4) VALUE ZERO.
           05 APT-THRESHOLD             PIC 9(7)V99 VALUE 600.00.
           05 APT-TEST-FILE             PIC 9(1) VALUE ZERO.
           05 APT-PARMS-FOUND           PIC 9(1) VALUE ZERO.

       01 APT-TAX-YEAR-X                PIC X(4).
       01 APT-ROYALTY-THRESHOLD         PIC 9(7)V99 VALUE 10.00.

      *> Reportable vendors (AP-VEND-1099-FLAG 'Y') with the year's
      *> paid total.
       01 APT-VEND-CONTROL.
           05 APT-VEND-COUNT            PIC 9(4) VALUE ZERO.
           05 APT-VEND-IDX              PIC 9(4).
           05 APT-VEND-MATCH            PIC 9(4).

       01 APT-VEND-TABLE.
           05 APT-VEND-ENTRY OCCURS 1000 TIMES
                             INDEXED BY APT-VEND-IX.
               10 APT-VEND-ID-T         PIC X(6).
               10 APT-VEND-NAME-T       PIC X(20).
               10 APT-VEND-ADDRESS-T    PIC X(25).
               10 APT-VEND-CITY-T       PIC X(15).
               10 APT-VEND-STATE-T      PIC X(2).
               10 APT-VEND-POSTAL-T     PIC X(5).
               10 APT-VEND-TIN-TYPE-T   PIC X(1).
               10 APT-VEND-TIN-T        PIC X(9).
               10 APT-VEND-BOX-T        PIC X(2).
               10 APT-VEND-PAID-T       PIC S9(9)V99.
               10 APT-VEND-INVOICES-T   PIC 9(4).
               10 APT-VEND-OVER-T       PIC X(1).
               10 APT-VEND-ERRORS-T     PIC 9(2).

       01 APT-CONTROL-TOTALS.
           05 APT-OPEN-READ-COUNT       PIC 9(6) VALUE ZERO.
           05 APT-YEAR-PAID-COUNT       PIC 9(6) VALUE ZERO.
           05 APT-REPORTABLE-COUNT      PIC 9(4) VALUE ZERO.
           05 APT-UNDER-COUNT           PIC 9(4) VALUE ZERO.
           05 APT-VEND-IN-ERROR         PIC 9(4) VALUE ZERO.
           05 APT-ERROR-COUNT           PIC 9(5) VALUE ZERO.
           05 APT-A-COUNT               PIC 9(8) VALUE ZERO.
           05 APT-B-COUNT               PIC 9(8) VALUE ZERO.
           05 APT-FILED-PAYEES          PIC 9(8) VALUE ZERO.
           05 APT-RECORD-SEQ            PIC 9(8) VALUE ZERO.
           05 APT-FILED-TOTAL           PIC 9(11)V99 VALUE ZERO.

      *> One payer group per form: NEC, then MISC.
       01 APT-FORM-WORK.
           05 APT-FORM-LETTER           PIC X(1).
           05 APT-FORM-PAYEES           PIC 9(8).
           05 APT-FORM-IDX              PIC 9(1).
           05 APT-AMOUNT-SLOT           PIC 9(2).
           05 APT-CODE-IDX              PIC 9(2).
           05 APT-CODE-POS              PIC 9(2).
           05 APT-CODE-USED OCCURS 9 TIMES PIC X(1).
           05 APT-FORM-TOTAL OCCURS 16 TIMES PIC 9(16)V99.

       01 APT-FORM-LETTERS              PIC X(2) VALUE 'NM'.

      *> Identity edit work.
       01 APT-EDIT-WORK.
           05 APT-ERROR-TEXT            PIC X(40).
           05 APT-TIN-WORK.
               10 APT-TIN-AREA          PIC X(3).
               10 APT-TIN-GROUP         PIC X(2).
               10 APT-TIN-SERIAL        PIC X(4).
           05 APT-BOX-LABEL             PIC X(34).

      *> Transmitter record.
       01 APT-T-RECORD.
           05 FILLER                    PIC X(1) VALUE 'T'.
           05 APT-T-YEAR                PIC X(4).
           05 FILLER                    PIC X(1) VALUE SPACES.
           05 APT-T-TIN                 PIC X(9).
           05 APT-T-TCC                 PIC X(5).
           05 FILLER                    PIC X(7) VALUE SPACES.
           05 APT-T-TEST-IND            PIC X(1).
           05 FILLER                    PIC X(1) VALUE SPACES.
           05 APT-T-TRANSMITTER-NAME    PIC X(40).
           05 FILLER                    PIC X(40) VALUE SPACES.
           05 APT-T-COMPANY-NAME        PIC X(40).
           05 FILLER                    PIC X(40) VALUE SPACES.
           05 APT-T-COMPANY-ADDRESS     PIC X(40).
           05 APT-T-COMPANY-CITY        PIC X(40).
           05 APT-T-COMPANY-STATE       PIC X(2).
           05 APT-T-COMPANY-ZIP         PIC X(9).
           05 FILLER                    PIC X(15) VALUE SPACES.
           05 APT-T-PAYEE-COUNT         PIC 9(8).
           05 APT-T-CONTACT-NAME        PIC X(40).
           05 APT-T-CONTACT-PHONE       PIC X(15).
           05 APT-T-CONTACT-EMAIL       PIC X(50).
           05 FILLER                    PIC X(91) VALUE SPACES.
           05 APT-T-SEQ                 PIC 9(8).
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE 'I'.
           05 FILLER                    PIC X(232) VALUE SPACES.

      *> Payer record, one per form.
       01 APT-A-RECORD.
           05 FILLER                    PIC X(1) VALUE 'A'.
           05 APT-A-YEAR                PIC X(4).
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 APT-A-TIN                 PIC X(9).
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 APT-A-RETURN-TYPE         PIC X(2).
           05 APT-A-AMOUNT-CODES        PIC X(18).
           05 FILLER                    PIC X(7) VALUE SPACES.
           05 APT-A-PAYER-NAME          PIC X(40).
           05 FILLER                    PIC X(40) VALUE SPACES.
           05 FILLER                    PIC X(1) VALUE '0'.
           05 APT-A-ADDRESS             PIC X(40).
           05 APT-A-CITY                PIC X(40).
           05 APT-A-STATE               PIC X(2).
           05 APT-A-ZIP                 PIC X(9).
           05 APT-A-PHONE               PIC X(15).
           05 FILLER                    PIC X(260) VALUE SPACES.
           05 APT-A-SEQ                 PIC 9(8).
           05 FILLER                    PIC X(243) VALUE SPACES.

      *> Payee record; money in cents, zero filled, in the slot the
      *> amount code names.
       01 APT-B-RECORD.
           05 FILLER                    PIC X(1) VALUE 'B'.
           05 APT-B-YEAR                PIC X(4).
           05 FILLER                    PIC X(5) VALUE SPACES.
           05 APT-B-TIN-TYPE            PIC X(1).
           05 APT-B-TIN                 PIC X(9).
           05 APT-B-ACCOUNT             PIC X(20).
           05 FILLER                    PIC X(14) VALUE SPACES.
           05 APT-B-AMOUNT OCCURS 16 TIMES PIC 9(10)V99.
           05 FILLER                    PIC X(1) VALUE SPACES.
           05 APT-B-NAME                PIC X(40).
           05 FILLER                    PIC X(40) VALUE SPACES.
           05 APT-B-ADDRESS             PIC X(40).
           05 FILLER                    PIC X(40) VALUE SPACES.
           05 APT-B-CITY                PIC X(40).
           05 APT-B-STATE               PIC X(2).
           05 APT-B-ZIP                 PIC X(9).
           05 FILLER                    PIC X(41) VALUE SPACES.
           05 APT-B-SEQ                 PIC 9(8).
           05 FILLER                    PIC X(243) VALUE SPACES.

      *> End-of-payer record.
       01 APT-C-RECORD.
           05 FILLER                    PIC X(1) VALUE 'C'.
           05 APT-C-PAYEE-COUNT         PIC 9(8).
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 APT-C-TOTAL OCCURS 16 TIMES PIC 9(16)V99.
           05 FILLER                    PIC X(196) VALUE SPACES.
           05 APT-C-SEQ                 PIC 9(8).
           05 FILLER                    PIC X(243) VALUE SPACES.

      *> End-of-transmission record.
       01 APT-F-RECORD.
           05 FILLER                    PIC X(1) VALUE 'F'.
           05 APT-F-A-COUNT             PIC 9(8).
           05 FILLER                    PIC X(21) VALUE ALL '0'.
           05 FILLER                    PIC X(19) VALUE SPACES.
           05 APT-F-B-COUNT             PIC 9(8).
           05 FILLER                    PIC X(442) VALUE SPACES.
           05 APT-F-SEQ                 PIC 9(8).
           05 FILLER                    PIC X(243) VALUE SPACES.

       01 APT-EDIT-FIELDS.
           05 APT-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 APT-EDIT-SIGNED           PIC -ZZZ,ZZZ,ZZ9.99.
           05 APT-EDIT-COUNT            PIC ZZZ,ZZ9.
           05 APT-EDIT-TIN              PIC X(11).

       01 APT-LINE-WORK                 PIC X(132).

       01 AM-CLEAR-VALUE                PIC X(17).
       01 AM-MASKED-VALUE               PIC X(17).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO APT-TODAY
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-PAYER
           PERFORM LOAD-REPORTABLE-VENDORS
           PERFORM LOAD-YEAR-PAYMENTS
           OPEN OUTPUT EDIT-REPORT-OUT
           PERFORM WRITE-EDIT-HEADING
           PERFORM VARYING APT-VEND-IDX FROM 1 BY 1
                   UNTIL APT-VEND-IDX > APT-VEND-COUNT
               PERFORM EDIT-ONE-VENDOR
           END-PERFORM
           OPEN OUTPUT FILING-OUT
           OPEN OUTPUT RECIPIENT-OUT
           PERFORM COUNT-FILED-PAYEES
           PERFORM WRITE-TRANSMITTER-RECORD
           PERFORM VARYING APT-FORM-IDX FROM 1 BY 1
                   UNTIL APT-FORM-IDX > 2
               MOVE APT-FORM-LETTERS(APT-FORM-IDX:1)
                   TO APT-FORM-LETTER
               PERFORM WRITE-PAYER-GROUP
           END-PERFORM
           PERFORM WRITE-END-OF-TRANSMISSION
           CLOSE RECIPIENT-OUT
           CLOSE FILING-OUT
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE EDIT-REPORT-OUT
           DISPLAY 'Tax year filed       = ' APT-TAX-YEAR-X
           DISPLAY 'Reportable vendors   = ' APT-VEND-COUNT
           DISPLAY 'Paid rows for year   = ' APT-YEAR-PAID-COUNT
           DISPLAY 'Payee records written= ' APT-B-COUNT
           DISPLAY 'Under threshold      = ' APT-UNDER-COUNT
           DISPLAY 'Vendors in error     = ' APT-VEND-IN-ERROR
           IF APT-ERROR-COUNT > ZERO
               DISPLAY '1099 FILE NOT READY -- SEE EDIT REPORT'
           ELSE
               DISPLAY '1099 FILE READY FOR SUBMISSION'
           END-IF
           STOP RUN.

       LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-IN
           IF APT-RUNPARM-STATUS = '00'
               PERFORM UNTIL APT-RUNPARM-EOF = 'Y'
                   READ RUN-PARM-IN
                       AT END MOVE 'Y' TO APT-RUNPARM-EOF
                       NOT AT END PERFORM CHECK-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE RUN-PARM-IN
           ELSE
               DISPLAY 'RUNTIME-PARAMETER MASTER NOT FOUND: '
                       APT-RUNPARM-STATUS
                       ' -- COMPILED DEFAULTS IN EFFECT'
           END-IF
           IF APT-PARMS-FOUND < 3
               DISPLAY 'SOME PARMS MISSING -- COMPILED DEFAULTS '
                       'IN EFFECT FOR THE REST'
           END-IF
           DISPLAY 'PARM IN EFFECT: TAX-YEAR = ' APT-TAX-YEAR
           DISPLAY 'PARM IN EFFECT: THRESHOLD = ' APT-THRESHOLD
           DISPLAY 'PARM IN EFFECT: TEST-FILE = ' APT-TEST-FILE
           IF APT-TAX-YEAR = ZERO
               MOVE APT-TODAY(1:4) TO APT-TAX-YEAR
               SUBTRACT 1 FROM APT-TAX-YEAR
           END-IF
           MOVE APT-TAX-YEAR TO APT-TAX-YEAR-X.

       CHECK-ONE-PARM.
           IF RP-JOB-NAME = 'AP1099FILING'
               EVALUATE RP-PARM-NAME
                   WHEN 'TAX-YEAR'
                       MOVE RP-VALUE TO APT-TAX-YEAR
                       ADD 1 TO APT-PARMS-FOUND
                   WHEN 'THRESHOLD'
                       MOVE RP-VALUE TO APT-THRESHOLD
                       ADD 1 TO APT-PARMS-FOUND
                   WHEN 'TEST-FILE'
                       MOVE RP-VALUE TO APT-TEST-FILE
                       ADD 1 TO APT-PARMS-FOUND
               END-EVALUATE
           END-IF.

       LOAD-PAYER.
           OPEN INPUT PAYER-IN
           IF APT-PAYER-STATUS NOT = '00'
               DISPLAY '1099 PAYER IDENTITY NOT FOUND: '
                       APT-PAYER-STATUS
               STOP RUN
           END-IF
           READ PAYER-IN
               AT END
                   DISPLAY '1099 PAYER IDENTITY FILE IS EMPTY'
                   CLOSE PAYER-IN
                   STOP RUN
           END-READ
           CLOSE PAYER-IN
           IF APY-EIN NOT NUMERIC
               DISPLAY 'PAYER EIN NOT NINE DIGITS -- RUN STOPPED'
               STOP RUN
           END-IF.

       LOAD-REPORTABLE-VENDORS.
           OPEN INPUT VENDOR-IN
           IF APT-VEND-STATUS NOT = '00'
               DISPLAY 'VENDOR MASTER NOT FOUND: ' APT-VEND-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL APT-VEND-EOF = 'Y'
               READ VENDOR-IN
                   AT END MOVE 'Y' TO APT-VEND-EOF
                   NOT AT END
                       IF AP-VEND-1099-FLAG = 'Y'
                           PERFORM STORE-REPORTABLE-VENDOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-IN.

      *> A reportable vendor left out would leave a payee missing
      *> from a file that otherwise looks complete.
       STORE-REPORTABLE-VENDOR.
           IF APT-VEND-COUNT >= 1000
               DISPLAY 'VENDOR TABLE FULL AT 1000 -- NO 1099 FILE '
                       'WRITTEN'
               STOP RUN
           END-IF
           ADD 1 TO APT-VEND-COUNT
           MOVE AP-VEND-ID TO APT-VEND-ID-T(APT-VEND-COUNT)
           MOVE AP-VEND-NAME TO APT-VEND-NAME-T(APT-VEND-COUNT)
           MOVE AP-VEND-ADDRESS
               TO APT-VEND-ADDRESS-T(APT-VEND-COUNT)
           MOVE AP-VEND-CITY TO APT-VEND-CITY-T(APT-VEND-COUNT)
           MOVE AP-VEND-STATE TO APT-VEND-STATE-T(APT-VEND-COUNT)
           MOVE AP-VEND-POSTAL
               TO APT-VEND-POSTAL-T(APT-VEND-COUNT)
           MOVE AP-VEND-TIN-TYPE
               TO APT-VEND-TIN-TYPE-T(APT-VEND-COUNT)
           MOVE AP-VEND-TAX-ID TO APT-VEND-TIN-T(APT-VEND-COUNT)
           MOVE AP-VEND-1099-BOX
               TO APT-VEND-BOX-T(APT-VEND-COUNT)
           MOVE ZERO TO APT-VEND-PAID-T(APT-VEND-COUNT)
           MOVE ZERO TO APT-VEND-INVOICES-T(APT-VEND-COUNT)
           MOVE 'N' TO APT-VEND-OVER-T(APT-VEND-COUNT)
           MOVE ZERO TO APT-VEND-ERRORS-T(APT-VEND-COUNT).

      *> Paid in the calendar year is what counts, whatever year the
      *> invoice is dated. A debit memo flipped to paid was taken
      *> off a payment in that year, so it reduces the total.
       LOAD-YEAR-PAYMENTS.
           OPEN INPUT OPEN-LEDGER-IN
           IF APT-OPEN-STATUS NOT = '00'
               DISPLAY 'OPEN-PAYABLES LEDGER NOT FOUND: '
                       APT-OPEN-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL APT-OPEN-EOF = 'Y'
               READ OPEN-LEDGER-IN
                   AT END MOVE 'Y' TO APT-OPEN-EOF
                   NOT AT END
                       ADD 1 TO APT-OPEN-READ-COUNT
                       IF AP-OPN-STATUS = 'P'
                           AND AP-OPN-PAID-DATE(1:4) = APT-TAX-YEAR-X
                           PERFORM POST-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-LEDGER-IN.

       POST-ONE-PAYMENT.
           MOVE ZERO TO APT-VEND-MATCH
           SET APT-VEND-IX TO 1
           SEARCH APT-VEND-ENTRY
               AT END
                   CONTINUE
               WHEN APT-VEND-IX > APT-VEND-COUNT
                   CONTINUE
               WHEN APT-VEND-ID-T(APT-VEND-IX) = AP-OPN-VEND-ID
                   SET APT-VEND-MATCH TO APT-VEND-IX
           END-SEARCH
           IF APT-VEND-MATCH > ZERO
               ADD 1 TO APT-YEAR-PAID-COUNT
               ADD 1 TO APT-VEND-INVOICES-T(APT-VEND-MATCH)
               IF AP-OPN-INV-NUMBER(1:2) = 'DM'
                   SUBTRACT AP-OPN-AMOUNT
                       FROM APT-VEND-PAID-T(APT-VEND-MATCH)
               ELSE
                   ADD AP-OPN-AMOUNT
                       TO APT-VEND-PAID-T(APT-VEND-MATCH)
               END-IF
           END-IF.

       WRITE-EDIT-HEADING.
           MOVE SPACES TO APT-LINE-WORK
           STRING '1099 INFORMATION RETURNS PRE-FILING EDIT - TAX YEAR '
                      DELIMITED BY SIZE
                  APT-TAX-YEAR-X DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  APT-TODAY DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE APT-THRESHOLD TO APT-EDIT-AMOUNT
           MOVE APY-EIN TO AM-CLEAR-VALUE
           CALL 'AccountMask' USING AM-CLEAR-VALUE AM-MASKED-VALUE
           MOVE SPACES TO APT-LINE-WORK
           STRING 'PAYER ' DELIMITED BY SIZE
                  AM-MASKED-VALUE(1:9) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APY-NAME DELIMITED BY SIZE
                  '  THRESHOLD ' DELIMITED BY SIZE
                  APT-EDIT-AMOUNT DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE 'TAX ID AND BOX ERRORS' TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.

      *> Every vendor flagged reportable is edited, over the
      *> threshold this year or not -- a bad tax id found in a
      *> quiet year is one less correction in a busy one. Tax id
      *> edits: nine digits; an SSN not a never-issued number (area
      *> 000, 666 or 900-999, group 00, serial 0000); an EIN not
      *> with the unassigned 00 prefix.
       EDIT-ONE-VENDOR.
           IF APT-VEND-BOX-T(APT-VEND-IDX) = 'M2'
               IF APT-VEND-PAID-T(APT-VEND-IDX)
                       >= APT-ROYALTY-THRESHOLD
                   MOVE 'Y' TO APT-VEND-OVER-T(APT-VEND-IDX)
               END-IF
           ELSE
               IF APT-VEND-PAID-T(APT-VEND-IDX) >= APT-THRESHOLD
                   MOVE 'Y' TO APT-VEND-OVER-T(APT-VEND-IDX)
               END-IF
           END-IF
           IF APT-VEND-OVER-T(APT-VEND-IDX) = 'Y'
               ADD 1 TO APT-REPORTABLE-COUNT
           ELSE
               ADD 1 TO APT-UNDER-COUNT
           END-IF
           MOVE APT-VEND-TIN-T(APT-VEND-IDX) TO APT-TIN-WORK
           IF APT-TIN-WORK = SPACES
               MOVE 'TAX ID MISSING' TO APT-ERROR-TEXT
               PERFORM WRITE-VENDOR-ERROR
           ELSE IF APT-TIN-WORK NOT NUMERIC
               MOVE 'TAX ID NOT NINE DIGITS' TO APT-ERROR-TEXT
               PERFORM WRITE-VENDOR-ERROR
           ELSE IF APT-VEND-TIN-TYPE-T(APT-VEND-IDX) = 'S'
               IF APT-TIN-AREA = '000' OR APT-TIN-AREA = '666'
                   OR APT-TIN-AREA(1:1) = '9'
                   OR APT-TIN-GROUP = '00'
                   OR APT-TIN-SERIAL = '0000'
                   MOVE 'SSN IS NOT AN ISSUABLE NUMBER'
                       TO APT-ERROR-TEXT
                   PERFORM WRITE-VENDOR-ERROR
               END-IF
           ELSE IF APT-VEND-TIN-TYPE-T(APT-VEND-IDX) = 'E'
               IF APT-TIN-WORK(1:2) = '00'
                   MOVE 'EIN PREFIX 00 NOT ASSIGNED' TO APT-ERROR-TEXT
                   PERFORM WRITE-VENDOR-ERROR
               END-IF
           ELSE
               MOVE 'TAX ID TYPE NOT E OR S' TO APT-ERROR-TEXT
               PERFORM WRITE-VENDOR-ERROR
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM SET-BOX-LABEL
           IF APT-BOX-LABEL = SPACES
               MOVE '1099 BOX NOT N1 M1 M2 M3 OR M6' TO APT-ERROR-TEXT
               PERFORM WRITE-VENDOR-ERROR
           END-IF
           IF APT-VEND-ADDRESS-T(APT-VEND-IDX) = SPACES
               OR APT-VEND-CITY-T(APT-VEND-IDX) = SPACES
               OR APT-VEND-POSTAL-T(APT-VEND-IDX) NOT NUMERIC
               MOVE 'MAILING ADDRESS INCOMPLETE' TO APT-ERROR-TEXT
               PERFORM WRITE-VENDOR-ERROR
           END-IF
           IF APT-VEND-ERRORS-T(APT-VEND-IDX) > ZERO
               ADD 1 TO APT-VEND-IN-ERROR
           END-IF.

       SET-BOX-LABEL.
           EVALUATE APT-VEND-BOX-T(APT-VEND-IDX)
               WHEN 'N1'
                   MOVE '1099-NEC BOX 1 NONEMPLOYEE COMP'
                       TO APT-BOX-LABEL
               WHEN 'M1'
                   MOVE '1099-MISC BOX 1 RENTS' TO APT-BOX-LABEL
               WHEN 'M2'
                   MOVE '1099-MISC BOX 2 ROYALTIES' TO APT-BOX-LABEL
               WHEN 'M3'
                   MOVE '1099-MISC BOX 3 OTHER INCOME'
                       TO APT-BOX-LABEL
               WHEN 'M6'
                   MOVE '1099-MISC BOX 6 MEDICAL/HEALTH CARE'
                       TO APT-BOX-LABEL
               WHEN OTHER
                   MOVE SPACES TO APT-BOX-LABEL
           END-EVALUATE.

       WRITE-VENDOR-ERROR.
           ADD 1 TO APT-VEND-ERRORS-T(APT-VEND-IDX)
           ADD 1 TO APT-ERROR-COUNT
           MOVE APT-VEND-PAID-T(APT-VEND-IDX) TO APT-EDIT-SIGNED
           MOVE SPACES TO APT-LINE-WORK
           STRING '  ' DELIMITED BY SIZE
                  APT-VEND-ID-T(APT-VEND-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APT-VEND-NAME-T(APT-VEND-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APT-ERROR-TEXT DELIMITED BY SIZE
                  ' PAID ' DELIMITED BY SIZE
                  APT-EDIT-SIGNED DELIMITED BY SIZE
               INTO APT-LINE-WORK
           IF APT-VEND-OVER-T(APT-VEND-IDX) = 'Y'
               MOVE '  OVER THRESHOLD' TO APT-LINE-WORK(93:16)
           END-IF
           MOVE APT-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.

      *> The transmitter's payee count is the B records the payer
      *> groups will write -- over threshold on a form this file
      *> carries, with a usable box -- not every vendor over the
      *> threshold.
       COUNT-FILED-PAYEES.
           MOVE ZERO TO APT-FILED-PAYEES
           PERFORM VARYING APT-VEND-IDX FROM 1 BY 1
                   UNTIL APT-VEND-IDX > APT-VEND-COUNT
               IF APT-VEND-OVER-T(APT-VEND-IDX) = 'Y'
                   AND (APT-VEND-BOX-T(APT-VEND-IDX)(1:1)
                           = APT-FORM-LETTERS(1:1)
                     OR APT-VEND-BOX-T(APT-VEND-IDX)(1:1)
                           = APT-FORM-LETTERS(2:1))
                   AND APT-VEND-BOX-T(APT-VEND-IDX)(2:1) NUMERIC
                   AND APT-VEND-BOX-T(APT-VEND-IDX)(2:1) NOT = '0'
                   ADD 1 TO APT-FILED-PAYEES
               END-IF
           END-PERFORM.

       WRITE-TRANSMITTER-RECORD.
           MOVE APT-TAX-YEAR-X TO APT-T-YEAR
           MOVE APY-EIN TO APT-T-TIN
           MOVE APY-TCC TO APT-T-TCC
           IF APT-TEST-FILE = 1
               MOVE 'T' TO APT-T-TEST-IND
           ELSE
               MOVE SPACE TO APT-T-TEST-IND
           END-IF
           MOVE APY-NAME TO APT-T-TRANSMITTER-NAME
           MOVE APY-NAME TO APT-T-COMPANY-NAME
           MOVE APY-ADDRESS TO APT-T-COMPANY-ADDRESS
           MOVE APY-CITY TO APT-T-COMPANY-CITY
           MOVE APY-STATE TO APT-T-COMPANY-STATE
           MOVE APY-ZIP TO APT-T-COMPANY-ZIP
           MOVE APT-FILED-PAYEES TO APT-T-PAYEE-COUNT
           MOVE APY-CONTACT-NAME TO APT-T-CONTACT-NAME
           MOVE APY-PHONE TO APT-T-CONTACT-PHONE
           MOVE APY-CONTACT-EMAIL TO APT-T-CONTACT-EMAIL
           ADD 1 TO APT-RECORD-SEQ
           MOVE APT-RECORD-SEQ TO APT-T-SEQ
           MOVE APT-T-RECORD TO FILING-RECORD
           WRITE FILING-RECORD.

      *> One payer (A) record per form with anyone to report on it,
      *> naming the amount codes its payees use; then the payees
      *> and the form's end-of-payer totals.
       WRITE-PAYER-GROUP.
           MOVE ZERO TO APT-FORM-PAYEES
           PERFORM VARYING APT-CODE-IDX FROM 1 BY 1
                   UNTIL APT-CODE-IDX > 16
               MOVE ZERO TO APT-FORM-TOTAL(APT-CODE-IDX)
           END-PERFORM
           PERFORM VARYING APT-CODE-IDX FROM 1 BY 1
                   UNTIL APT-CODE-IDX > 9
               MOVE 'N' TO APT-CODE-USED(APT-CODE-IDX)
           END-PERFORM
           PERFORM VARYING APT-VEND-IDX FROM 1 BY 1
                   UNTIL APT-VEND-IDX > APT-VEND-COUNT
               IF APT-VEND-OVER-T(APT-VEND-IDX) = 'Y'
                   AND APT-VEND-BOX-T(APT-VEND-IDX)(1:1)
                       = APT-FORM-LETTER
                   AND APT-VEND-BOX-T(APT-VEND-IDX)(2:1) NUMERIC
                   AND APT-VEND-BOX-T(APT-VEND-IDX)(2:1) NOT = '0'
                   ADD 1 TO APT-FORM-PAYEES
                   MOVE APT-VEND-BOX-T(APT-VEND-IDX)(2:1)
                       TO APT-CODE-IDX
                   MOVE 'Y' TO APT-CODE-USED(APT-CODE-IDX)
               END-IF
           END-PERFORM
           IF APT-FORM-PAYEES > ZERO
               PERFORM WRITE-PAYER-RECORD
               PERFORM VARYING APT-VEND-IDX FROM 1 BY 1
                       UNTIL APT-VEND-IDX > APT-VEND-COUNT
                   IF APT-VEND-OVER-T(APT-VEND-IDX) = 'Y'
                       AND APT-VEND-BOX-T(APT-VEND-IDX)(1:1)
                           = APT-FORM-LETTER
                       AND APT-VEND-BOX-T(APT-VEND-IDX)(2:1) NUMERIC
                       AND APT-VEND-BOX-T(APT-VEND-IDX)(2:1)
                           NOT = '0'
                       PERFORM WRITE-PAYEE-RECORD
                       PERFORM WRITE-RECIPIENT-COPY
                   END-IF
               END-PERFORM
               PERFORM WRITE-END-OF-PAYER
           END-IF.

       WRITE-PAYER-RECORD.
           MOVE APT-TAX-YEAR-X TO APT-A-YEAR
           MOVE APY-EIN TO APT-A-TIN
           IF APT-FORM-LETTER = 'N'
               MOVE 'NE' TO APT-A-RETURN-TYPE
           ELSE
               MOVE 'A ' TO APT-A-RETURN-TYPE
           END-IF
           MOVE SPACES TO APT-A-AMOUNT-CODES
           MOVE 1 TO APT-CODE-POS
           PERFORM VARYING APT-CODE-IDX FROM 1 BY 1
                   UNTIL APT-CODE-IDX > 9
               IF APT-CODE-USED(APT-CODE-IDX) = 'Y'
                   MOVE APT-CODE-IDX(2:1)
                       TO APT-A-AMOUNT-CODES(APT-CODE-POS:1)
                   ADD 1 TO APT-CODE-POS
               END-IF
           END-PERFORM
           MOVE APY-NAME TO APT-A-PAYER-NAME
           MOVE APY-ADDRESS TO APT-A-ADDRESS
           MOVE APY-CITY TO APT-A-CITY
           MOVE APY-STATE TO APT-A-STATE
           MOVE APY-ZIP TO APT-A-ZIP
           MOVE APY-PHONE TO APT-A-PHONE
           ADD 1 TO APT-RECORD-SEQ
           MOVE APT-RECORD-SEQ TO APT-A-SEQ
           MOVE APT-A-RECORD TO FILING-RECORD
           WRITE FILING-RECORD
           ADD 1 TO APT-A-COUNT.

       WRITE-PAYEE-RECORD.
           MOVE APT-TAX-YEAR-X TO APT-B-YEAR
           IF APT-VEND-TIN-TYPE-T(APT-VEND-IDX) = 'S'
               MOVE '2' TO APT-B-TIN-TYPE
           ELSE
               MOVE '1' TO APT-B-TIN-TYPE
           END-IF
           MOVE APT-VEND-TIN-T(APT-VEND-IDX) TO APT-B-TIN
           MOVE APT-VEND-ID-T(APT-VEND-IDX) TO APT-B-ACCOUNT
           PERFORM VARYING APT-CODE-IDX FROM 1 BY 1
                   UNTIL APT-CODE-IDX > 16
               MOVE ZERO TO APT-B-AMOUNT(APT-CODE-IDX)
           END-PERFORM
           MOVE APT-VEND-BOX-T(APT-VEND-IDX)(2:1) TO APT-AMOUNT-SLOT
           MOVE APT-VEND-PAID-T(APT-VEND-IDX)
               TO APT-B-AMOUNT(APT-AMOUNT-SLOT)
           ADD APT-VEND-PAID-T(APT-VEND-IDX)
               TO APT-FORM-TOTAL(APT-AMOUNT-SLOT)
           ADD APT-VEND-PAID-T(APT-VEND-IDX) TO APT-FILED-TOTAL
           MOVE APT-VEND-NAME-T(APT-VEND-IDX) TO APT-B-NAME
           MOVE APT-VEND-ADDRESS-T(APT-VEND-IDX) TO APT-B-ADDRESS
           MOVE APT-VEND-CITY-T(APT-VEND-IDX) TO APT-B-CITY
           MOVE APT-VEND-STATE-T(APT-VEND-IDX) TO APT-B-STATE
           MOVE APT-VEND-POSTAL-T(APT-VEND-IDX) TO APT-B-ZIP
           ADD 1 TO APT-RECORD-SEQ
           MOVE APT-RECORD-SEQ TO APT-B-SEQ
           MOVE APT-B-RECORD TO FILING-RECORD
           WRITE FILING-RECORD
           ADD 1 TO APT-B-COUNT.

       WRITE-END-OF-PAYER.
           MOVE APT-FORM-PAYEES TO APT-C-PAYEE-COUNT
           PERFORM VARYING APT-CODE-IDX FROM 1 BY 1
                   UNTIL APT-CODE-IDX > 16
               MOVE APT-FORM-TOTAL(APT-CODE-IDX)
                   TO APT-C-TOTAL(APT-CODE-IDX)
           END-PERFORM
           ADD 1 TO APT-RECORD-SEQ
           MOVE APT-RECORD-SEQ TO APT-C-SEQ
           MOVE APT-C-RECORD TO FILING-RECORD
           WRITE FILING-RECORD.

       WRITE-END-OF-TRANSMISSION.
           MOVE APT-A-COUNT TO APT-F-A-COUNT
           MOVE APT-B-COUNT TO APT-F-B-COUNT
           ADD 1 TO APT-RECORD-SEQ
           MOVE APT-RECORD-SEQ TO APT-F-SEQ
           MOVE APT-F-RECORD TO FILING-RECORD
           WRITE FILING-RECORD.

      *> Recipient copy: payer block, recipient block addressed from
      *> the vendor master, and the box. The recipient's tax id is
      *> truncated to its last four digits, as the copy allows.
       WRITE-RECIPIENT-COPY.
           PERFORM SET-BOX-LABEL
           MOVE ALL '-' TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO APT-LINE-WORK
           STRING 'FORM ' DELIMITED BY SIZE
                  APT-BOX-LABEL(1:9) DELIMITED BY SPACE
                  '  TAX YEAR ' DELIMITED BY SIZE
                  APT-TAX-YEAR-X DELIMITED BY SIZE
                  '      COPY B - FOR RECIPIENT' DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO APT-LINE-WORK
           STRING 'PAYER:     ' DELIMITED BY SIZE
                  APY-NAME DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO APT-LINE-WORK
           STRING '           ' DELIMITED BY SIZE
                  APY-ADDRESS DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO APT-LINE-WORK
           STRING '           ' DELIMITED BY SIZE
                  APY-CITY DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  APY-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APY-ZIP DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE APY-EIN TO AM-CLEAR-VALUE
           CALL 'AccountMask' USING AM-CLEAR-VALUE AM-MASKED-VALUE
           MOVE SPACES TO APT-LINE-WORK
           STRING '           TIN ' DELIMITED BY SIZE
                  AM-MASKED-VALUE(1:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  AM-MASKED-VALUE(3:7) DELIMITED BY SIZE
                  '   PHONE ' DELIMITED BY SIZE
                  APY-PHONE DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE APT-VEND-TIN-T(APT-VEND-IDX) TO AM-CLEAR-VALUE
           CALL 'AccountMask' USING AM-CLEAR-VALUE AM-MASKED-VALUE
           MOVE SPACES TO APT-EDIT-TIN
           IF APT-VEND-TIN-TYPE-T(APT-VEND-IDX) = 'S'
               STRING AM-MASKED-VALUE(1:3) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      AM-MASKED-VALUE(4:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      AM-MASKED-VALUE(6:4) DELIMITED BY SIZE
                   INTO APT-EDIT-TIN
           ELSE
               STRING AM-MASKED-VALUE(1:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      AM-MASKED-VALUE(3:7) DELIMITED BY SIZE
                   INTO APT-EDIT-TIN
           END-IF
           MOVE SPACES TO APT-LINE-WORK
           STRING 'RECIPIENT: ' DELIMITED BY SIZE
                  APT-VEND-NAME-T(APT-VEND-IDX) DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO APT-LINE-WORK
           STRING '           ' DELIMITED BY SIZE
                  APT-VEND-ADDRESS-T(APT-VEND-IDX) DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO APT-LINE-WORK
           STRING '           ' DELIMITED BY SIZE
                  APT-VEND-CITY-T(APT-VEND-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  APT-VEND-STATE-T(APT-VEND-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  APT-VEND-POSTAL-T(APT-VEND-IDX) DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO APT-LINE-WORK
           STRING '           TIN ' DELIMITED BY SIZE
                  APT-EDIT-TIN DELIMITED BY SIZE
                  '   ACCOUNT ' DELIMITED BY SIZE
                  APT-VEND-ID-T(APT-VEND-IDX) DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE APT-VEND-PAID-T(APT-VEND-IDX) TO APT-EDIT-AMOUNT
           MOVE SPACES TO APT-LINE-WORK
           STRING APT-BOX-LABEL DELIMITED BY SIZE
                  '  $' DELIMITED BY SIZE
                  APT-EDIT-AMOUNT DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE
           MOVE SPACES TO RECIPIENT-LINE
           WRITE RECIPIENT-LINE.

       WRITE-CONTROL-TOTALS.
           IF APT-ERROR-COUNT = ZERO
               MOVE '  NONE' TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE 'CONTROL TOTALS' TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE APT-VEND-COUNT TO APT-EDIT-COUNT
           MOVE SPACES TO APT-LINE-WORK
           STRING '  VENDORS FLAGGED REPORTABLE ' DELIMITED BY SIZE
                  APT-EDIT-COUNT DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE APT-UNDER-COUNT TO APT-EDIT-COUNT
           MOVE SPACES TO APT-LINE-WORK
           STRING '  UNDER THRESHOLD            ' DELIMITED BY SIZE
                  APT-EDIT-COUNT DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE APT-B-COUNT TO APT-EDIT-COUNT
           MOVE SPACES TO APT-LINE-WORK
           STRING '  PAYEE RECORDS FILED        ' DELIMITED BY SIZE
                  APT-EDIT-COUNT DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE APT-FILED-TOTAL TO APT-EDIT-AMOUNT
           MOVE SPACES TO APT-LINE-WORK
           STRING '  AMOUNT FILED               ' DELIMITED BY SIZE
                  APT-EDIT-AMOUNT DELIMITED BY SIZE
               INTO APT-LINE-WORK
           MOVE APT-LINE-WORK TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           IF APT-ERROR-COUNT > ZERO
               MOVE '** NOT READY -- CORRECT AND RERUN BEFORE UPLOAD **'
                   TO EDIT-REPORT-LINE
           ELSE
               MOVE 'READY FOR SUBMISSION' TO EDIT-REPORT-LINE
           END-IF
           WRITE EDIT-REPORT-LINE.
