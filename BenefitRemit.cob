       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenefitRemit.
      *> Benefit provider remittance run. The payroll run itemizes
      *> every deduction it takes on PAYDED-REG.DAT; this job picks
      *> up the lines not yet remitted whose deduction code is on
      *> the provider master, and for each provider and pay date
      *> writes the provider's contribution file (one per provider
      *> per pay period, in the format the provider takes) and one
      *> ACH credit for the total, in the same 94-character bank
      *> format the garnishment remittance writes. The register
      *> goes back out with the remitted lines flagged and dated so
      *> nothing is ever sent twice. Lines for codes with no
      *> provider are left alone and listed for payroll to chase.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVIDER-IN ASSIGN TO "data/PAYBPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRM-PROV-STATUS.
           SELECT PAY-EMPLOYEE-IN ASSIGN TO "data/PAYEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRM-EMP-STATUS.
           SELECT DED-REGISTER-IN ASSIGN TO "data/PAYDED-REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRM-DR-STATUS.
           SELECT DED-REGISTER-OUT ASSIGN TO "data/PAYDED-REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Contribution file, named per provider and pay date at run
      *> time: data/BENREM-<provider>-<pay date>.DAT.
           SELECT CONTRIB-OUT ASSIGN TO BENREMOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRM-CONTRIB-STATUS.
           SELECT BEN-ACH-OUT ASSIGN TO "data/BEN-ACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XMIT-REGISTER-OUT ASSIGN TO "data/XMITREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRM-XMIT-STATUS.
           SELECT BEN-REGISTER-OUT ASSIGN TO "data/BEN-REMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVIDER-IN.
       COPY PAYBPROV.

       FD  PAY-EMPLOYEE-IN.
       COPY PAYEMP.

       FD  DED-REGISTER-IN.
       COPY PAYDEDRG.

       FD  DED-REGISTER-OUT.
       01  DED-REGISTER-OUT-RECORD       PIC X(55).

       FD  CONTRIB-OUT.
       01  CONTRIB-LINE                  PIC X(80).

       FD  BEN-ACH-OUT.
       01  BEN-ACH-LINE                  PIC X(94).

       FD  XMIT-REGISTER-OUT.
       COPY XMITREG.

       FD  BEN-REGISTER-OUT.
       01  BEN-REGISTER-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 BRM-EOF-SWITCHES.
           05 BRM-PROV-EOF              PIC X VALUE 'N'.
           05 BRM-EMP-EOF               PIC X VALUE 'N'.
           05 BRM-DR-EOF                PIC X VALUE 'N'.

       01 BRM-FILE-STATUSES.
           05 BRM-PROV-STATUS           PIC XX.
           05 BRM-EMP-STATUS            PIC XX.
           05 BRM-DR-STATUS             PIC XX.
           05 BRM-CONTRIB-STATUS        PIC XX.
           05 BRM-XMIT-STATUS           PIC XX.

       01 BRM-TODAY                     PIC X(8).

       01 BRM-PROVIDER-CONTROL.
           05 BRM-PROV-COUNT            PIC 9(3) VALUE ZERO.
           05 BRM-PROV-IDX              PIC 9(3).

       01 BRM-PROVIDER-TABLE.
           05 BRM-PROV-ENTRY OCCURS 100 TIMES
                             INDEXED BY BRM-PROV-IX.
               10 BRM-PV-CODE-T         PIC X(4).
               10 BRM-PV-ID-T           PIC X(6).
               10 BRM-PV-NAME-T         PIC X(20).
               10 BRM-PV-ROUTING-T      PIC X(9).
               10 BRM-PV-ACCOUNT-T      PIC X(17).
               10 BRM-PV-GROUP-T        PIC X(10).
               10 BRM-PV-FORMAT-T       PIC X(1).

      *> Employee names for the contribution files.
       01 BRM-EMP-CONTROL.
           05 BRM-EMP-COUNT             PIC 9(4) VALUE ZERO.
           05 BRM-EMP-NAME              PIC X(20).

       01 BRM-EMP-TABLE.
           05 BRM-EMP-ENTRY OCCURS 500 TIMES
                            INDEXED BY BRM-EMP-IX.
               10 BRM-EMP-ID-T          PIC X(6).
               10 BRM-EMP-NAME-T        PIC X(20).

      *> Deduction register held whole so it can be rewritten with
      *> the remitted flags set; each line picked up this run
      *> carries the remittance group it was paid in.
       01 BRM-DR-CONTROL.
           05 BRM-DR-COUNT              PIC 9(5) VALUE ZERO.
           05 BRM-DR-IDX                PIC 9(5).
           05 BRM-DR-MAX                PIC 9(5) VALUE 5000.

       01 BRM-DR-TABLE.
           05 BRM-DR-ENTRY OCCURS 5000 TIMES.
               10 BRM-DR-ROW-T          PIC X(55).
               10 BRM-DR-GROUP-T        PIC 9(3).

      *> One remittance group per provider per pay date.
       01 BRM-GROUP-CONTROL.
           05 BRM-GRP-COUNT             PIC 9(3) VALUE ZERO.
           05 BRM-GRP-IDX               PIC 9(3).
           05 BRM-GRP-MATCH             PIC 9(3).
           05 BRM-GRP-PROV              PIC 9(3).

       01 BRM-GROUP-TABLE.
           05 BRM-GRP-ENTRY OCCURS 200 TIMES.
               10 BRM-GRP-PROV-T        PIC 9(3).
               10 BRM-GRP-PAY-DATE-T    PIC X(8).
               10 BRM-GRP-AMOUNT-T      PIC 9(8)V99.
               10 BRM-GRP-LINES-T       PIC 9(5).

       01 BRM-COUNTERS.
           05 BRM-REMITTED-LINES        PIC 9(5) VALUE ZERO.
           05 BRM-NO-PROVIDER-LINES     PIC 9(5) VALUE ZERO.
           05 BRM-FILES-WRITTEN         PIC 9(3) VALUE ZERO.

      *> Contribution file work.
       01 BRM-CONTRIB-FIELDS.
           05 BRM-FILE-NAME             PIC X(40).
           05 BRM-CF-LINES              PIC 9(6).
           05 BRM-CF-AMOUNT             PIC 9(8)V99.
           05 BRM-CF-EDIT-AMOUNT        PIC 9(6).99.
           05 BRM-CF-EDIT-TOTAL         PIC 9(8).99.

       01 BRM-CONTRIB-HEADER.
           05 BCH-REC-TYPE              PIC X(1) VALUE 'H'.
           05 BCH-PROVIDER-ID           PIC X(6).
           05 BCH-GROUP-NUMBER          PIC X(10).
           05 BCH-PAY-DATE              PIC X(8).
           05 BCH-RUN-DATE              PIC X(8).

       01 BRM-CONTRIB-DETAIL.
           05 BCD-REC-TYPE              PIC X(1) VALUE 'D'.
           05 BCD-EMP-ID                PIC X(6).
           05 BCD-EMP-NAME              PIC X(20).
           05 BCD-DED-CODE              PIC X(4).
           05 BCD-AMOUNT                PIC 9(6)V99.

       01 BRM-CONTRIB-TRAILER.
           05 BCT-REC-TYPE              PIC X(1) VALUE 'T'.
           05 BCT-LINE-COUNT            PIC 9(6).
           05 BCT-TOTAL-AMOUNT          PIC 9(8)V99.

      *> ACH formatting work fields, same shapes as the garnishment
      *> remittance's bank file.
       01 BRM-ACH-FIELDS.
           05 BRM-ACH-ENTRY-COUNT       PIC 9(6) VALUE ZERO.
           05 BRM-ACH-TRACE-NUMBER      PIC 9(15) VALUE 790000000000000.
           05 BRM-ACH-ENTRY-HASH        PIC 9(10) VALUE ZERO.
           05 BRM-ROUTING-BASE          PIC 9(8).
           05 BRM-AMOUNT-CENTS          PIC 9(10).
           05 BRM-TOTAL-CREDIT-CENTS    PIC 9(12) VALUE ZERO.
           05 BRM-EDIT-ENTRY-AMOUNT     PIC 9(10).
           05 BRM-EDIT-TRACE            PIC 9(15).
           05 BRM-EDIT-ENTRY-COUNT      PIC 9(6).
           05 BRM-EDIT-HASH             PIC 9(10).
           05 BRM-EDIT-BATCH-AMOUNT     PIC 9(12).
           05 BRM-BLANK-2               PIC X(2) VALUE SPACES.
           05 BRM-BLANK-3               PIC X(3) VALUE SPACES.
           05 BRM-BLANK-9               PIC X(9) VALUE SPACES.
           05 BRM-BLANK-19              PIC X(19) VALUE SPACES.
           05 BRM-BLANK-20              PIC X(20) VALUE SPACES.
           05 BRM-COMPANY-NAME          PIC X(16)
                                         VALUE 'PAYROLLCO       '.
           05 BRM-COMPANY-ID            PIC X(10) VALUE '9123456780'.
           05 BRM-ORIGINATING-DFI       PIC X(8)  VALUE '07100050'.
           05 BRM-TODAY-YYMMDD          PIC X(6).
           05 BRM-NOW-HHMM              PIC X(4).
           05 BRM-BLANK-8               PIC X(8)  VALUE SPACES.
           05 BRM-BLANK-39              PIC X(39) VALUE SPACES.
           05 BRM-EDIT-BLOCK-COUNT      PIC 9(6).
           05 BRM-EDIT-ADDENDA-COUNT    PIC 9(8).
           05 BRM-IMM-DEST              PIC X(10)
                                         VALUE ' 111000025'.
           05 BRM-IMM-ORIGIN            PIC X(10)
                                         VALUE ' 199999999'.
           05 BRM-IMM-DEST-NAME         PIC X(23)
                                         VALUE 'FIRST NATIONAL BANK'.
           05 BRM-IMM-ORIG-NAME         PIC X(23)
                                         VALUE 'ACME PAYROLL CORP'.

       01 BRM-EDIT-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
       01 BRM-EDIT-LINES                PIC ZZZZ9.
       01 BRM-LINE-WORK                 PIC X(100).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO BRM-TODAY
           MOVE BRM-TODAY(3:6) TO BRM-TODAY-YYMMDD
           MOVE FUNCTION CURRENT-DATE(9:4) TO BRM-NOW-HHMM
           PERFORM LOAD-PROVIDER-TABLE
           PERFORM LOAD-EMPLOYEE-NAMES
           PERFORM LOAD-DEDUCTION-REGISTER
           PERFORM BUILD-REMIT-GROUPS
           PERFORM VARYING BRM-GRP-IDX FROM 1 BY 1
                   UNTIL BRM-GRP-IDX > BRM-GRP-COUNT
               PERFORM WRITE-CONTRIBUTION-FILE
           END-PERFORM
           PERFORM WRITE-PROVIDER-ACH-FILE
           PERFORM WRITE-TRANSMISSION-REGISTER
           PERFORM WRITE-REMIT-REGISTER
           PERFORM REWRITE-DEDUCTION-REGISTER
           DISPLAY 'Provider codes on master = ' BRM-PROV-COUNT
           DISPLAY 'Register lines on file   = ' BRM-DR-COUNT
           DISPLAY 'Lines remitted           = ' BRM-REMITTED-LINES
           DISPLAY 'Lines with no provider   = ' BRM-NO-PROVIDER-LINES
           DISPLAY 'Provider remittances     = ' BRM-GRP-COUNT
           DISPLAY 'Contribution files       = ' BRM-FILES-WRITTEN
           STOP RUN.

      *> No provider master means nothing can be remitted; the run
      *> stops before touching the register.
       LOAD-PROVIDER-TABLE.
           OPEN INPUT PROVIDER-IN
           IF BRM-PROV-STATUS NOT = '00'
               DISPLAY 'Benefit provider master not found: '
                       BRM-PROV-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL BRM-PROV-EOF = 'Y'
               READ PROVIDER-IN
                   AT END MOVE 'Y' TO BRM-PROV-EOF
                   NOT AT END
                       ADD 1 TO BRM-PROV-COUNT
                       MOVE BP-DED-CODE
                           TO BRM-PV-CODE-T(BRM-PROV-COUNT)
                       MOVE BP-PROVIDER-ID
                           TO BRM-PV-ID-T(BRM-PROV-COUNT)
                       MOVE BP-PROVIDER-NAME
                           TO BRM-PV-NAME-T(BRM-PROV-COUNT)
                       MOVE BP-ROUTING
                           TO BRM-PV-ROUTING-T(BRM-PROV-COUNT)
                       MOVE BP-ACCOUNT
                           TO BRM-PV-ACCOUNT-T(BRM-PROV-COUNT)
                       MOVE BP-GROUP-NUMBER
                           TO BRM-PV-GROUP-T(BRM-PROV-COUNT)
                       MOVE BP-FILE-FORMAT
                           TO BRM-PV-FORMAT-T(BRM-PROV-COUNT)
               END-READ
           END-PERFORM
           CLOSE PROVIDER-IN.

       LOAD-EMPLOYEE-NAMES.
           OPEN INPUT PAY-EMPLOYEE-IN
           IF BRM-EMP-STATUS = '00'
               PERFORM UNTIL BRM-EMP-EOF = 'Y'
                   READ PAY-EMPLOYEE-IN
                       AT END MOVE 'Y' TO BRM-EMP-EOF
                       NOT AT END
                           ADD 1 TO BRM-EMP-COUNT
                           MOVE PAY-EMP-ID
                               TO BRM-EMP-ID-T(BRM-EMP-COUNT)
                           MOVE PAY-EMP-NAME
                               TO BRM-EMP-NAME-T(BRM-EMP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PAY-EMPLOYEE-IN
           ELSE
               DISPLAY 'Employee master not found: ' BRM-EMP-STATUS
           END-IF.

      *> A register past the table would lose lines on the rewrite,
      *> so the run stops before anything is sent.
       LOAD-DEDUCTION-REGISTER.
           OPEN INPUT DED-REGISTER-IN
           IF BRM-DR-STATUS = '00'
               PERFORM UNTIL BRM-DR-EOF = 'Y'
                   READ DED-REGISTER-IN
                       AT END MOVE 'Y' TO BRM-DR-EOF
                       NOT AT END PERFORM STORE-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE DED-REGISTER-IN
           ELSE
               DISPLAY 'No deduction register on file: '
                       BRM-DR-STATUS
           END-IF.

       STORE-REGISTER-LINE.
           IF BRM-DR-COUNT >= BRM-DR-MAX
               DISPLAY 'DEDUCTION REGISTER EXCEEDS THE IN-MEMORY '
                       'TABLE -- RUN STOPPED, NOTHING REMITTED'
               STOP RUN
           END-IF
           ADD 1 TO BRM-DR-COUNT
           MOVE PAY-DED-REGISTER-RECORD TO BRM-DR-ROW-T(BRM-DR-COUNT)
           MOVE ZERO TO BRM-DR-GROUP-T(BRM-DR-COUNT).

       BUILD-REMIT-GROUPS.
           PERFORM VARYING BRM-DR-IDX FROM 1 BY 1
                   UNTIL BRM-DR-IDX > BRM-DR-COUNT
               MOVE BRM-DR-ROW-T(BRM-DR-IDX)
                   TO PAY-DED-REGISTER-RECORD
               IF PDR-REMITTED NOT = 'Y'
                  AND PDR-DED-CODE NOT = 'GARN'
                   PERFORM REMIT-ONE-LINE
               END-IF
           END-PERFORM.

       REMIT-ONE-LINE.
           SET BRM-PROV-IX TO 1
           SEARCH BRM-PROV-ENTRY
               AT END
                   MOVE ZERO TO BRM-GRP-PROV
               WHEN BRM-PROV-IX > BRM-PROV-COUNT
                   MOVE ZERO TO BRM-GRP-PROV
               WHEN BRM-PV-CODE-T(BRM-PROV-IX) = PDR-DED-CODE
                   SET BRM-GRP-PROV TO BRM-PROV-IX
           END-SEARCH
           IF BRM-GRP-PROV = ZERO
               ADD 1 TO BRM-NO-PROVIDER-LINES
               DISPLAY 'NO PROVIDER FOR DEDUCTION CODE ' PDR-DED-CODE
                       ' -- ' PDR-EMP-ID ' ' PDR-PAY-DATE
                       ' NOT REMITTED'
           ELSE
               PERFORM FIND-REMIT-GROUP
               ADD PDR-AMOUNT TO BRM-GRP-AMOUNT-T(BRM-GRP-MATCH)
               ADD 1 TO BRM-GRP-LINES-T(BRM-GRP-MATCH)
               MOVE BRM-GRP-MATCH TO BRM-DR-GROUP-T(BRM-DR-IDX)
               MOVE 'Y' TO PDR-REMITTED
               MOVE BRM-TODAY TO PDR-REMIT-DATE
               MOVE PAY-DED-REGISTER-RECORD
                   TO BRM-DR-ROW-T(BRM-DR-IDX)
               ADD 1 TO BRM-REMITTED-LINES
           END-IF.

      *> Codes sharing a provider pay in one group: the group key
      *> is the provider id, not the master row.
       FIND-REMIT-GROUP.
           MOVE ZERO TO BRM-GRP-MATCH
           PERFORM VARYING BRM-GRP-IDX FROM 1 BY 1
                   UNTIL BRM-GRP-IDX > BRM-GRP-COUNT
                      OR BRM-GRP-MATCH > ZERO
               MOVE BRM-GRP-PROV-T(BRM-GRP-IDX) TO BRM-PROV-IDX
               IF BRM-PV-ID-T(BRM-PROV-IDX) = BRM-PV-ID-T(BRM-GRP-PROV)
                  AND BRM-GRP-PAY-DATE-T(BRM-GRP-IDX) = PDR-PAY-DATE
                   MOVE BRM-GRP-IDX TO BRM-GRP-MATCH
               END-IF
           END-PERFORM
           IF BRM-GRP-MATCH = ZERO
               IF BRM-GRP-COUNT >= 200
                   DISPLAY 'REMITTANCE GROUP TABLE FULL -- RUN '
                           'STOPPED, NOTHING REMITTED'
                   STOP RUN
               END-IF
               ADD 1 TO BRM-GRP-COUNT
               MOVE BRM-GRP-COUNT TO BRM-GRP-MATCH
               MOVE BRM-GRP-PROV TO BRM-GRP-PROV-T(BRM-GRP-MATCH)
               MOVE PDR-PAY-DATE TO BRM-GRP-PAY-DATE-T(BRM-GRP-MATCH)
               MOVE ZERO TO BRM-GRP-AMOUNT-T(BRM-GRP-MATCH)
               MOVE ZERO TO BRM-GRP-LINES-T(BRM-GRP-MATCH)
           END-IF.

      *> The provider's contribution file for one pay date, in the
      *> format on its master row.
       WRITE-CONTRIBUTION-FILE.
           MOVE BRM-GRP-PROV-T(BRM-GRP-IDX) TO BRM-PROV-IDX
           MOVE SPACES TO BRM-FILE-NAME
           STRING 'data/BENREM-' DELIMITED BY SIZE
                  BRM-PV-ID-T(BRM-PROV-IDX) DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  BRM-GRP-PAY-DATE-T(BRM-GRP-IDX) DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
               INTO BRM-FILE-NAME
           SET ENVIRONMENT 'DD_BENREMOUT' TO BRM-FILE-NAME
           OPEN OUTPUT CONTRIB-OUT
           IF BRM-CONTRIB-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN CONTRIBUTION FILE ' BRM-FILE-NAME
                       ' STATUS ' BRM-CONTRIB-STATUS
                       ' -- RUN STOPPED, REGISTER UNCHANGED'
               STOP RUN
           END-IF
           ADD 1 TO BRM-FILES-WRITTEN
           MOVE ZERO TO BRM-CF-LINES
           MOVE ZERO TO BRM-CF-AMOUNT
           IF BRM-PV-FORMAT-T(BRM-PROV-IDX) = 'C'
               MOVE SPACES TO CONTRIB-LINE
               STRING 'GROUP,PAYDATE,EMPLOYEE,NAME,CODE,AMOUNT'
                       DELIMITED BY SIZE
                   INTO CONTRIB-LINE
               WRITE CONTRIB-LINE
           ELSE
               MOVE BRM-PV-ID-T(BRM-PROV-IDX) TO BCH-PROVIDER-ID
               MOVE BRM-PV-GROUP-T(BRM-PROV-IDX) TO BCH-GROUP-NUMBER
               MOVE BRM-GRP-PAY-DATE-T(BRM-GRP-IDX) TO BCH-PAY-DATE
               MOVE BRM-TODAY TO BCH-RUN-DATE
               MOVE BRM-CONTRIB-HEADER TO CONTRIB-LINE
               WRITE CONTRIB-LINE
           END-IF
           PERFORM VARYING BRM-DR-IDX FROM 1 BY 1
                   UNTIL BRM-DR-IDX > BRM-DR-COUNT
               IF BRM-DR-GROUP-T(BRM-DR-IDX) = BRM-GRP-IDX
                   PERFORM WRITE-CONTRIBUTION-LINE
               END-IF
           END-PERFORM
           IF BRM-PV-FORMAT-T(BRM-PROV-IDX) NOT = 'C'
               MOVE BRM-CF-LINES TO BCT-LINE-COUNT
               MOVE BRM-CF-AMOUNT TO BCT-TOTAL-AMOUNT
               MOVE BRM-CONTRIB-TRAILER TO CONTRIB-LINE
               WRITE CONTRIB-LINE
           END-IF
           CLOSE CONTRIB-OUT.

       WRITE-CONTRIBUTION-LINE.
           MOVE BRM-DR-ROW-T(BRM-DR-IDX) TO PAY-DED-REGISTER-RECORD
           ADD 1 TO BRM-CF-LINES
           ADD PDR-AMOUNT TO BRM-CF-AMOUNT
           SET BRM-EMP-IX TO 1
           SEARCH BRM-EMP-ENTRY
               AT END
                   MOVE SPACES TO BRM-EMP-NAME
               WHEN BRM-EMP-IX > BRM-EMP-COUNT
                   MOVE SPACES TO BRM-EMP-NAME
               WHEN BRM-EMP-ID-T(BRM-EMP-IX) = PDR-EMP-ID
                   MOVE BRM-EMP-NAME-T(BRM-EMP-IX) TO BRM-EMP-NAME
           END-SEARCH
           IF BRM-PV-FORMAT-T(BRM-PROV-IDX) = 'C'
               MOVE PDR-AMOUNT TO BRM-CF-EDIT-AMOUNT
               MOVE SPACES TO CONTRIB-LINE
               STRING BRM-PV-GROUP-T(BRM-PROV-IDX) DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      PDR-PAY-DATE DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      PDR-EMP-ID DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      BRM-EMP-NAME DELIMITED BY '  '
                      ',' DELIMITED BY SIZE
                      PDR-DED-CODE DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      BRM-CF-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO CONTRIB-LINE
               WRITE CONTRIB-LINE
           ELSE
               MOVE PDR-EMP-ID TO BCD-EMP-ID
               MOVE BRM-EMP-NAME TO BCD-EMP-NAME
               MOVE PDR-DED-CODE TO BCD-DED-CODE
               MOVE PDR-AMOUNT TO BCD-AMOUNT
               MOVE BRM-CONTRIB-DETAIL TO CONTRIB-LINE
               WRITE CONTRIB-LINE
           END-IF.

      *> File Header (Type 1), Batch Header (Type 5), one Entry
      *> Detail (Type 6) per provider remittance, Batch Control
      *> (Type 8), File Control (Type 9) -- the same 94-character
      *> shapes the garnishment remittance writes.
       WRITE-PROVIDER-ACH-FILE.
           OPEN OUTPUT BEN-ACH-OUT
           MOVE SPACES TO BEN-ACH-LINE
           STRING '1'                    DELIMITED BY SIZE
                  '01'                   DELIMITED BY SIZE
                  BRM-IMM-DEST           DELIMITED BY SIZE
                  BRM-IMM-ORIGIN         DELIMITED BY SIZE
                  BRM-TODAY-YYMMDD       DELIMITED BY SIZE
                  BRM-NOW-HHMM           DELIMITED BY SIZE
                  'A'                    DELIMITED BY SIZE
                  '094'                  DELIMITED BY SIZE
                  '10'                   DELIMITED BY SIZE
                  '1'                    DELIMITED BY SIZE
                  BRM-IMM-DEST-NAME      DELIMITED BY SIZE
                  BRM-IMM-ORIG-NAME      DELIMITED BY SIZE
                  BRM-BLANK-8            DELIMITED BY SIZE
               INTO BEN-ACH-LINE
           WRITE BEN-ACH-LINE
           MOVE SPACES TO BEN-ACH-LINE
           STRING '5'                    DELIMITED BY SIZE
                  '220'                  DELIMITED BY SIZE
                  BRM-COMPANY-NAME       DELIMITED BY SIZE
                  BRM-BLANK-20           DELIMITED BY SIZE
                  BRM-COMPANY-ID         DELIMITED BY SIZE
                  'CCD'                  DELIMITED BY SIZE
                  'BENEFITS  '           DELIMITED BY SIZE
                  BRM-TODAY-YYMMDD       DELIMITED BY SIZE
                  BRM-TODAY-YYMMDD       DELIMITED BY SIZE
                  BRM-BLANK-3            DELIMITED BY SIZE
                  '1'                    DELIMITED BY SIZE
                  BRM-ORIGINATING-DFI    DELIMITED BY SIZE
                  '0000001'              DELIMITED BY SIZE
               INTO BEN-ACH-LINE
           WRITE BEN-ACH-LINE
           PERFORM VARYING BRM-GRP-IDX FROM 1 BY 1
                   UNTIL BRM-GRP-IDX > BRM-GRP-COUNT
               IF BRM-GRP-AMOUNT-T(BRM-GRP-IDX) > ZERO
                   PERFORM WRITE-PROVIDER-ENTRY-DETAIL
               END-IF
           END-PERFORM
           MOVE BRM-ACH-ENTRY-COUNT TO BRM-EDIT-ENTRY-COUNT
           MOVE BRM-ACH-ENTRY-HASH TO BRM-EDIT-HASH
           MOVE BRM-TOTAL-CREDIT-CENTS TO BRM-EDIT-BATCH-AMOUNT
           MOVE SPACES TO BEN-ACH-LINE
           STRING '8'                    DELIMITED BY SIZE
                  '220'                  DELIMITED BY SIZE
                  BRM-EDIT-ENTRY-COUNT   DELIMITED BY SIZE
                  BRM-EDIT-HASH          DELIMITED BY SIZE
                  '000000000000'         DELIMITED BY SIZE
                  BRM-EDIT-BATCH-AMOUNT  DELIMITED BY SIZE
                  BRM-COMPANY-ID         DELIMITED BY SIZE
                  BRM-BLANK-19           DELIMITED BY SIZE
                  BRM-BLANK-9(1:6)       DELIMITED BY SIZE
                  BRM-ORIGINATING-DFI    DELIMITED BY SIZE
                  '0000001'              DELIMITED BY SIZE
               INTO BEN-ACH-LINE
           WRITE BEN-ACH-LINE
           MOVE 1 TO BRM-EDIT-BLOCK-COUNT
           MOVE BRM-ACH-ENTRY-COUNT TO BRM-EDIT-ADDENDA-COUNT
           MOVE SPACES TO BEN-ACH-LINE
           STRING '9'                    DELIMITED BY SIZE
                  '000001'               DELIMITED BY SIZE
                  BRM-EDIT-BLOCK-COUNT   DELIMITED BY SIZE
                  BRM-EDIT-ADDENDA-COUNT DELIMITED BY SIZE
                  BRM-EDIT-HASH          DELIMITED BY SIZE
                  '000000000000'         DELIMITED BY SIZE
                  BRM-EDIT-BATCH-AMOUNT  DELIMITED BY SIZE
                  BRM-BLANK-39           DELIMITED BY SIZE
               INTO BEN-ACH-LINE
           WRITE BEN-ACH-LINE
           CLOSE BEN-ACH-OUT.

      *> One row on the transmission register for the file just
      *> closed, carrying the totals BankAckMatch.cob expects the
      *> bank's acknowledgment to report back.
       WRITE-TRANSMISSION-REGISTER.
           OPEN EXTEND XMIT-REGISTER-OUT
           IF BRM-XMIT-STATUS = '35'
               OPEN OUTPUT XMIT-REGISTER-OUT
           END-IF
           MOVE SPACES TO TRANSMISSION-REGISTER-RECORD
           MOVE 'BEN-ACH.DAT' TO XMT-FILE-NAME
           MOVE 'BENACH' TO XMT-FILE-TYPE
           MOVE 'BENEFITREMIT' TO XMT-JOB-NAME
           MOVE BRM-TODAY TO XMT-CREATE-DATE
           MOVE BRM-NOW-HHMM TO XMT-CREATE-TIME(1:4)
           MOVE '00' TO XMT-CREATE-TIME(5:2)
           MOVE BRM-ACH-ENTRY-COUNT TO XMT-ENTRY-COUNT
           COMPUTE XMT-CREDIT-TOTAL = BRM-TOTAL-CREDIT-CENTS / 100
           MOVE ZERO TO XMT-DEBIT-TOTAL
           MOVE BRM-ACH-ENTRY-HASH TO XMT-FILE-HASH
           MOVE 'P' TO XMT-ACK-STATUS
           WRITE TRANSMISSION-REGISTER-RECORD
           CLOSE XMIT-REGISTER-OUT.

      *> The individual id carries the provider id and the pay date
      *> so the provider can match the money to the file.
       WRITE-PROVIDER-ENTRY-DETAIL.
           MOVE BRM-GRP-PROV-T(BRM-GRP-IDX) TO BRM-PROV-IDX
           ADD 1 TO BRM-ACH-ENTRY-COUNT
           ADD 1 TO BRM-ACH-TRACE-NUMBER
           COMPUTE BRM-AMOUNT-CENTS =
                   BRM-GRP-AMOUNT-T(BRM-GRP-IDX) * 100
           ADD BRM-AMOUNT-CENTS TO BRM-TOTAL-CREDIT-CENTS
           MOVE BRM-PV-ROUTING-T(BRM-PROV-IDX)(1:8)
               TO BRM-ROUTING-BASE
           ADD BRM-ROUTING-BASE TO BRM-ACH-ENTRY-HASH
           MOVE BRM-AMOUNT-CENTS TO BRM-EDIT-ENTRY-AMOUNT
           MOVE BRM-ACH-TRACE-NUMBER TO BRM-EDIT-TRACE
           MOVE SPACES TO BEN-ACH-LINE
           STRING '6'                        DELIMITED BY SIZE
                  '22'                       DELIMITED BY SIZE
                  BRM-PV-ROUTING-T(BRM-PROV-IDX) DELIMITED BY SIZE
                  BRM-PV-ACCOUNT-T(BRM-PROV-IDX) DELIMITED BY SIZE
                  BRM-EDIT-ENTRY-AMOUNT      DELIMITED BY SIZE
                  BRM-PV-ID-T(BRM-PROV-IDX)  DELIMITED BY SIZE
                  BRM-GRP-PAY-DATE-T(BRM-GRP-IDX) DELIMITED BY SIZE
                  BRM-BLANK-9(1:1)           DELIMITED BY SIZE
                  BRM-PV-NAME-T(BRM-PROV-IDX) DELIMITED BY SIZE
                  BRM-BLANK-2                DELIMITED BY SIZE
                  BRM-BLANK-2                DELIMITED BY SIZE
                  '0'                        DELIMITED BY SIZE
                  BRM-EDIT-TRACE             DELIMITED BY SIZE
               INTO BEN-ACH-LINE
           WRITE BEN-ACH-LINE.

       WRITE-REMIT-REGISTER.
           OPEN OUTPUT BEN-REGISTER-OUT
           MOVE SPACES TO BEN-REGISTER-LINE
           STRING 'BENEFIT PROVIDER REMITTANCE REGISTER - RUN '
                   DELIMITED BY SIZE
                  BRM-TODAY DELIMITED BY SIZE
               INTO BEN-REGISTER-LINE
           WRITE BEN-REGISTER-LINE
           PERFORM VARYING BRM-GRP-IDX FROM 1 BY 1
                   UNTIL BRM-GRP-IDX > BRM-GRP-COUNT
               PERFORM WRITE-ONE-REGISTER-LINE
           END-PERFORM
           IF BRM-GRP-COUNT = ZERO
               MOVE 'NOTHING TO REMIT' TO BEN-REGISTER-LINE
               WRITE BEN-REGISTER-LINE
           END-IF
           IF BRM-NO-PROVIDER-LINES > ZERO
               MOVE BRM-NO-PROVIDER-LINES TO BRM-EDIT-LINES
               MOVE SPACES TO BRM-LINE-WORK
               STRING '  LINES HELD -- NO PROVIDER FOR CODE: '
                       DELIMITED BY SIZE
                      BRM-EDIT-LINES DELIMITED BY SIZE
                   INTO BRM-LINE-WORK
               MOVE BRM-LINE-WORK TO BEN-REGISTER-LINE
               WRITE BEN-REGISTER-LINE
           END-IF
           CLOSE BEN-REGISTER-OUT.

       WRITE-ONE-REGISTER-LINE.
           MOVE BRM-GRP-PROV-T(BRM-GRP-IDX) TO BRM-PROV-IDX
           MOVE BRM-GRP-AMOUNT-T(BRM-GRP-IDX) TO BRM-EDIT-AMOUNT
           MOVE BRM-GRP-LINES-T(BRM-GRP-IDX) TO BRM-EDIT-LINES
           MOVE SPACES TO BRM-LINE-WORK
           STRING '  PROVIDER=' DELIMITED BY SIZE
                  BRM-PV-ID-T(BRM-PROV-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BRM-PV-NAME-T(BRM-PROV-IDX) DELIMITED BY SIZE
                  ' PAY DATE=' DELIMITED BY SIZE
                  BRM-GRP-PAY-DATE-T(BRM-GRP-IDX) DELIMITED BY SIZE
                  ' LINES=' DELIMITED BY SIZE
                  BRM-EDIT-LINES DELIMITED BY SIZE
                  ' REMITTED=' DELIMITED BY SIZE
                  BRM-EDIT-AMOUNT DELIMITED BY SIZE
               INTO BRM-LINE-WORK
           MOVE BRM-LINE-WORK TO BEN-REGISTER-LINE
           WRITE BEN-REGISTER-LINE.

      *> The register goes back out with the remitted lines flagged;
      *> a second run finds nothing to pay.
       REWRITE-DEDUCTION-REGISTER.
           OPEN OUTPUT DED-REGISTER-OUT
           PERFORM VARYING BRM-DR-IDX FROM 1 BY 1
                   UNTIL BRM-DR-IDX > BRM-DR-COUNT
               MOVE BRM-DR-ROW-T(BRM-DR-IDX) TO DED-REGISTER-OUT-RECORD
               WRITE DED-REGISTER-OUT-RECORD
           END-PERFORM
           CLOSE DED-REGISTER-OUT.
