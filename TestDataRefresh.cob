       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestDataRefresh.
      *> Production-to-test refresh. Every file on the refresh
      *> control list (REFRESH.cpy) is copied from the production
      *> data directory named on the parm card into data/, and the
      *> personal fields on it -- customer, borrower and employee
      *> names, addresses and phones, salaries, bank routing and
      *> account numbers, tax ids and e-mail addresses -- are
      *> replaced with made-up values on the way through, so the
      *> test box never holds the real ones.
      *>
      *> The replacement is keyed, not random: each fake value is
      *> generated from a hash of the scrub key and the real value
      *> (upper-cased, spaces and periods dropped -- the same
      *> normalisation CustomerDupMatch.cob compares on). The same
      *> real name, phone or account therefore becomes the same
      *> fake one in every file and on every record, and the
      *> duplicate-customer match, the watch-list screening and the
      *> bank-account cross-checks find on test what they would
      *> have found on production. Keys (customer, account,
      *> employee and vendor ids, usernames) are never touched.
      *> Fake names follow the case of the real one; a routing
      *> number keeps a valid ABA check digit; a salary or rate is
      *> moved somewhere within 90-110 percent of itself.
      *>
      *> A framed feed (BATCHCTL.cpy) marked on the control list has
      *> its trailer rebuilt from the scrubbed detail records, so it
      *> still passes the consuming job's framing check. A feed that
      *> came over with no trailer is left without one -- a
      *> truncated feed must still fail on test as it would have on
      *> production.
      *>
      *> Parm card (data/REFRESH-PARM.DAT): the production data
      *> directory and the nine-digit scrub key. Without a key the
      *> compiled default is used and the run says so loudly -- the
      *> fake values are then reproducible by anyone holding this
      *> program. The run is refused outright when the source
      *> directory is data/ itself.
      *>
      *> Files are copied through DDname-style assignments
      *> redirected per file with SET ENVIRONMENT, as
      *> FileGenerationManager.cob copies its generations; the
      *> customer master, a keyed file, has its own pair.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFRESH-PARM-IN ASSIGN TO "data/REFRESH-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRF-PARM-STATUS.
           SELECT REFRESH-CONTROL-IN ASSIGN TO "data/REFRESH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRF-CTL-STATUS.
           SELECT REFRESH-IN ASSIGN TO REFRESHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRF-IN-STATUS.
           SELECT REFRESH-OUT ASSIGN TO REFRESHOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRF-OUT-STATUS.
           SELECT CUST-MASTER-SRC ASSIGN TO REFRESHCIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRF-CUST-SRC-ID
               FILE STATUS IS TRF-CUST-SRC-STATUS.
           SELECT CUST-MASTER-DST ASSIGN TO REFRESHCOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRF-CUST-DST-ID
               FILE STATUS IS TRF-CUST-DST-STATUS.
           SELECT REFRESH-REPORT-OUT ASSIGN TO "data/REFRESH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-RUN-LOG-OUT ASSIGN TO "data/BATCHRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRF-BRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFRESH-PARM-IN.
       01  REFRESH-PARM-RECORD.
           05 TRF-PARM-SOURCE-DIR        PIC X(40).
           05 TRF-PARM-SCRUB-KEY         PIC X(9).

       FD  REFRESH-CONTROL-IN.
       COPY REFRESH.

       FD  REFRESH-IN.
       01  REFRESH-IN-RECORD             PIC X(400).

       FD  REFRESH-OUT.
       01  REFRESH-OUT-RECORD            PIC X(400).

       FD  CUST-MASTER-SRC.
       01  CUST-MASTER-SRC-RECORD.
           05 TRF-CUST-SRC-ID            PIC X(6).
           05 FILLER                     PIC X(20).

       FD  CUST-MASTER-DST.
       01  CUST-MASTER-DST-RECORD.
           05 TRF-CUST-DST-ID            PIC X(6).
           05 FILLER                     PIC X(20).

       FD  REFRESH-REPORT-OUT.
       01  REFRESH-REPORT-LINE           PIC X(100).

       FD  BATCH-RUN-LOG-OUT.
       COPY BATCHLOG.

       WORKING-STORAGE SECTION.
       01 TRF-FILE-STATUSES.
           05 TRF-PARM-STATUS            PIC XX.
           05 TRF-CTL-STATUS             PIC XX.
           05 TRF-IN-STATUS              PIC XX.
           05 TRF-OUT-STATUS             PIC XX.
           05 TRF-CUST-SRC-STATUS        PIC XX.
           05 TRF-CUST-DST-STATUS        PIC XX.
           05 TRF-BRL-STATUS             PIC XX.

       01 TRF-EOF-SWITCHES.
           05 TRF-CTL-EOF                PIC X VALUE 'N'.
           05 TRF-IN-EOF                 PIC X.

       01 TRF-TODAY                      PIC X(8).

       01 TRF-PARM-WORK.
           05 TRF-PARM-OK                PIC X(1) VALUE 'N'.
           05 TRF-SOURCE-DIR             PIC X(40).
           05 TRF-SOURCE-LEN             PIC 9(2).
           05 TRF-SCRUB-KEY              PIC 9(9) VALUE 314159265.

       01 TRF-IN-PATH                    PIC X(80).
       01 TRF-OUT-PATH                   PIC X(80).

       01 TRF-RECORD                     PIC X(400).

       01 TRF-FILE-COUNTERS.
           05 TRF-FILE-RECORDS           PIC 9(8).
           05 TRF-FILE-FIELDS            PIC 9(8).
           05 TRF-TRAILER-REBUILT        PIC X(1).

       01 TRF-COUNTERS.
           05 TRF-LISTED-COUNT           PIC 9(4) VALUE ZERO.
           05 TRF-COPIED-COUNT           PIC 9(4) VALUE ZERO.
           05 TRF-MISSING-COUNT          PIC 9(4) VALUE ZERO.
           05 TRF-RECORD-COUNT           PIC 9(8) VALUE ZERO.
           05 TRF-FIELD-COUNT            PIC 9(8) VALUE ZERO.

      *> Running count and hash of a framed feed's detail records
      *> since its last header.
       01 TRF-FEED-TOTALS.
           05 TRF-DETAIL-COUNT           PIC 9(8).
           05 TRF-FEED-HASH              PIC S9(10)V999.
           05 TRF-HASH-VALUE             PIC S9(10)V999.
           05 TRF-SIGN-POS               PIC 9(3).

       COPY BATCHCTL.

       01 TRF-SCRUB-WORK.
           05 TRF-FX                     PIC 9(2).
           05 TRF-POS                    PIC 9(3).
           05 TRF-LEN                    PIC 9(2).
           05 TRF-KIND                   PIC X(1).
           05 TRF-CX                     PIC 9(3).
           05 TRF-CLEAR                  PIC X(60).
           05 TRF-SIG-LEN                PIC 9(3).
           05 TRF-NORM                   PIC X(60).
           05 TRF-NORM-LEN               PIC 9(3).
           05 TRF-HAS-LOWER              PIC X(1).
           05 TRF-FAKE                   PIC X(60).
           05 TRF-RECORD-NAME            PIC X(60).

      *> The hash is a multiplicative generator seeded from the
      *> scrub key, the field kind and the normalised real value;
      *> every pick of a syllable or digit steps it once.
       01 TRF-HASH-WORK.
           05 TRF-HASH                   PIC 9(10).
           05 TRF-PICK                   PIC 9(2).

       01 TRF-NAME-WORK.
           05 TRF-WORD                   PIC X(12).
           05 TRF-WORD-PTR               PIC 9(2).
           05 TRF-GIVEN                  PIC X(12).
           05 TRF-SYL-COUNT              PIC 9(1).
           05 TRF-FAKE-PTR               PIC 9(3).

       01 TRF-SYLLABLE-VALUES.
           05 FILLER                     PIC X(24)
               VALUE 'BARKENLO MARDENSA TIRVO '.
           05 FILLER                     PIC X(24)
               VALUE 'NELRO GANHALWINTA MORLEY'.
           05 FILLER                     PIC X(24)
               VALUE 'CA DRIFENBROSELMI TONRA '.
       01 TRF-SYLLABLE-TABLE REDEFINES TRF-SYLLABLE-VALUES.
           05 TRF-SYLLABLE OCCURS 24 TIMES PIC X(3).

       01 TRF-SUFFIX-VALUES              PIC X(24)
               VALUE 'ST AVERD LN DR CT WAYPL '.
       01 TRF-SUFFIX-TABLE REDEFINES TRF-SUFFIX-VALUES.
           05 TRF-SUFFIX OCCURS 8 TIMES  PIC X(3).

       01 TRF-NUMBER-WORK.
           05 TRF-HOUSE-NO               PIC 9(4).
           05 TRF-PHONE-NO               PIC 9(7).
           05 TRF-USER-NO                PIC 9(8).
           05 TRF-DIGIT                  PIC 9(1).
           05 TRF-CHECK-SUM              PIC 9(4).
           05 TRF-PERCENT                PIC 9(3).

       01 TRF-ROUTING                    PIC 9(9).
       01 TRF-ROUTING-DIGITS REDEFINES TRF-ROUTING.
           05 TRF-RTN-DIGIT OCCURS 9 TIMES PIC 9(1).

       01 TRF-TAX-ID.
           05 TRF-TAX-AREA               PIC 9(3).
           05 TRF-TAX-GROUP              PIC 9(2).
           05 TRF-TAX-SERIAL             PIC 9(4).

       01 TRF-AMOUNT                     PIC 9(12).
       01 TRF-AMOUNT-X REDEFINES TRF-AMOUNT PIC X(12).
       01 TRF-AMOUNT-MAX                 PIC 9(12).
       01 TRF-SCALED                     PIC 9(13).

       01 TRF-EDIT-FIELDS.
           05 TRF-EDIT-COUNT             PIC ZZ,ZZZ,ZZ9.
           05 TRF-EDIT-FIELDS-DONE       PIC ZZ,ZZZ,ZZ9.

       01 TRF-LINE-WORK                  PIC X(100).

       01 TRF-BRL-START-TIME             PIC X(6).
       01 TRF-BRL-END-TIME               PIC X(6).
       01 TRF-BRL-START-SECONDS          PIC 9(6).
       01 TRF-BRL-END-SECONDS            PIC 9(6).
       01 TRF-BRL-ELAPSED-SECONDS        PIC 9(6).
       01 TRF-BRL-TIME-PARTS.
           05 TRF-BRL-HH                 PIC 99.
           05 TRF-BRL-MM                 PIC 99.
           05 TRF-BRL-SS                 PIC 99.

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO TRF-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRF-BRL-START-TIME
           PERFORM LOAD-REFRESH-PARM
           IF TRF-PARM-OK = 'N'
               DISPLAY 'TEST DATA REFRESH NOT RUN -- NOTHING COPIED'
               STOP RUN
           END-IF
           OPEN OUTPUT REFRESH-REPORT-OUT
           MOVE SPACES TO TRF-LINE-WORK
           STRING 'TEST DATA REFRESH - ' DELIMITED BY SIZE
                  TRF-TODAY DELIMITED BY SIZE
                  ' - FROM ' DELIMITED BY SIZE
                  TRF-SOURCE-DIR DELIMITED BY SPACE
               INTO TRF-LINE-WORK
           MOVE TRF-LINE-WORK TO REFRESH-REPORT-LINE
           WRITE REFRESH-REPORT-LINE
           MOVE SPACES TO REFRESH-REPORT-LINE
           WRITE REFRESH-REPORT-LINE
           OPEN INPUT REFRESH-CONTROL-IN
           IF TRF-CTL-STATUS = '00'
               PERFORM UNTIL TRF-CTL-EOF = 'Y'
                   READ REFRESH-CONTROL-IN
                       AT END MOVE 'Y' TO TRF-CTL-EOF
                       NOT AT END PERFORM REFRESH-ONE-FILE
                   END-READ
               END-PERFORM
               CLOSE REFRESH-CONTROL-IN
           ELSE
               DISPLAY 'REFRESH CONTROL LIST NOT FOUND: '
                       TRF-CTL-STATUS
           END-IF
           PERFORM WRITE-REFRESH-SUMMARY
           CLOSE REFRESH-REPORT-OUT
           PERFORM WRITE-BATCH-RUN-LOG
           DISPLAY 'Files listed         = ' TRF-LISTED-COUNT
           DISPLAY 'Files copied         = ' TRF-COPIED-COUNT
           DISPLAY 'Not in source        = ' TRF-MISSING-COUNT
           DISPLAY 'Records copied       = ' TRF-RECORD-COUNT
           DISPLAY 'Fields scrubbed      = ' TRF-FIELD-COUNT
           STOP RUN.

       LOAD-REFRESH-PARM.
           OPEN INPUT REFRESH-PARM-IN
           IF TRF-PARM-STATUS NOT = '00'
               DISPLAY 'REFRESH PARM CARD NOT FOUND: ' TRF-PARM-STATUS
           ELSE
               READ REFRESH-PARM-IN
                   AT END
                       DISPLAY 'REFRESH PARM CARD IS EMPTY'
                   NOT AT END
                       PERFORM EDIT-REFRESH-PARM
               END-READ
               CLOSE REFRESH-PARM-IN
           END-IF.

      *> The source directory is required and may not be the test
      *> data directory itself (every file would be opened for
      *> output over the copy being read). A missing or zero key
      *> runs on the compiled default, with a warning no operator
      *> can miss.
       EDIT-REFRESH-PARM.
           MOVE TRF-PARM-SOURCE-DIR TO TRF-SOURCE-DIR
           MOVE ZERO TO TRF-SOURCE-LEN
           PERFORM VARYING TRF-CX FROM 40 BY -1
                   UNTIL TRF-CX < 1 OR TRF-SOURCE-LEN > ZERO
               IF TRF-SOURCE-DIR(TRF-CX:1) NOT = SPACE
                   MOVE TRF-CX TO TRF-SOURCE-LEN
               END-IF
           END-PERFORM
           IF TRF-SOURCE-LEN > ZERO AND TRF-SOURCE-LEN < 40
               IF TRF-SOURCE-DIR(TRF-SOURCE-LEN:1) NOT = '/'
                   ADD 1 TO TRF-SOURCE-LEN
                   MOVE '/' TO TRF-SOURCE-DIR(TRF-SOURCE-LEN:1)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TRF-SOURCE-LEN = ZERO
                   DISPLAY 'NO SOURCE DIRECTORY ON REFRESH PARM CARD'
               WHEN TRF-SOURCE-DIR = 'data/' OR './data/'
                   DISPLAY 'REFRESH SOURCE IS THE TEST DATA DIRECTORY '
                           'ITSELF -- REFUSED'
               WHEN OTHER
                   MOVE 'Y' TO TRF-PARM-OK
           END-EVALUATE
           IF TRF-PARM-SCRUB-KEY IS NUMERIC
              AND TRF-PARM-SCRUB-KEY NOT = '000000000'
               MOVE TRF-PARM-SCRUB-KEY TO TRF-SCRUB-KEY
           ELSE
               DISPLAY '*** NO SCRUB KEY ON REFRESH PARM CARD -- '
                       'COMPILED DEFAULT KEY IN EFFECT ***'
               DISPLAY '*** FAKE VALUES CAN BE REPRODUCED BY ANYONE '
                       'HOLDING THIS PROGRAM ***'
           END-IF.

      *> One listed file. A file the production directory does not
      *> hold is reported and the test copy left as it was.
       REFRESH-ONE-FILE.
           ADD 1 TO TRF-LISTED-COUNT
           MOVE SPACES TO TRF-IN-PATH
           STRING TRF-SOURCE-DIR DELIMITED BY SPACE
                  RFC-FILE-NAME DELIMITED BY SPACE
               INTO TRF-IN-PATH
           MOVE SPACES TO TRF-OUT-PATH
           STRING 'data/' DELIMITED BY SIZE
                  RFC-FILE-NAME DELIMITED BY SPACE
               INTO TRF-OUT-PATH
           MOVE ZERO TO TRF-FILE-RECORDS
           MOVE ZERO TO TRF-FILE-FIELDS
           MOVE ZERO TO TRF-DETAIL-COUNT
           MOVE ZERO TO TRF-FEED-HASH
           MOVE 'N' TO TRF-TRAILER-REBUILT
           MOVE 'N' TO TRF-IN-EOF
           IF RFC-CUSTOMER-KSDS
               PERFORM REFRESH-KEYED-FILE
           ELSE
               PERFORM REFRESH-SEQUENTIAL-FILE
           END-IF.

       REFRESH-SEQUENTIAL-FILE.
           SET ENVIRONMENT 'DD_REFRESHIN' TO TRF-IN-PATH
           OPEN INPUT REFRESH-IN
           IF TRF-IN-STATUS NOT = '00'
               PERFORM WRITE-MISSING-LINE
           ELSE
               SET ENVIRONMENT 'DD_REFRESHOUT' TO TRF-OUT-PATH
               OPEN OUTPUT REFRESH-OUT
               PERFORM UNTIL TRF-IN-EOF = 'Y'
                   READ REFRESH-IN
                       AT END MOVE 'Y' TO TRF-IN-EOF
                       NOT AT END
                           MOVE REFRESH-IN-RECORD TO TRF-RECORD
                           PERFORM REFRESH-ONE-RECORD
                           MOVE TRF-RECORD TO REFRESH-OUT-RECORD
                           WRITE REFRESH-OUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE REFRESH-IN
               CLOSE REFRESH-OUT
               PERFORM COUNT-FILE-COPIED
           END-IF.

      *> The customer master is read and rebuilt in key sequence;
      *> the key itself is never scrubbed, so the order holds.
       REFRESH-KEYED-FILE.
           SET ENVIRONMENT 'DD_REFRESHCIN' TO TRF-IN-PATH
           OPEN INPUT CUST-MASTER-SRC
           IF TRF-CUST-SRC-STATUS NOT = '00'
               PERFORM WRITE-MISSING-LINE
           ELSE
               SET ENVIRONMENT 'DD_REFRESHCOUT' TO TRF-OUT-PATH
               OPEN OUTPUT CUST-MASTER-DST
               PERFORM UNTIL TRF-IN-EOF = 'Y'
                   READ CUST-MASTER-SRC NEXT RECORD
                       AT END MOVE 'Y' TO TRF-IN-EOF
                       NOT AT END
                           MOVE SPACES TO TRF-RECORD
                           MOVE CUST-MASTER-SRC-RECORD TO TRF-RECORD
                           PERFORM REFRESH-ONE-RECORD
                           MOVE TRF-RECORD TO CUST-MASTER-DST-RECORD
                           WRITE CUST-MASTER-DST-RECORD
                               INVALID KEY
                                   DISPLAY 'CUSTOMER MASTER WRITE '
                                           'FAILED: '
                                           TRF-CUST-DST-ID ' '
                                           TRF-CUST-DST-STATUS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CUST-MASTER-SRC
               CLOSE CUST-MASTER-DST
               PERFORM COUNT-FILE-COPIED
           END-IF.

       WRITE-MISSING-LINE.
           ADD 1 TO TRF-MISSING-COUNT
           MOVE SPACES TO TRF-LINE-WORK
           STRING '  NOT IN SOURCE  ' DELIMITED BY SIZE
                  RFC-FILE-NAME DELIMITED BY SIZE
                  ' TEST COPY LEFT AS IT WAS' DELIMITED BY SIZE
               INTO TRF-LINE-WORK
           MOVE TRF-LINE-WORK TO REFRESH-REPORT-LINE
           WRITE REFRESH-REPORT-LINE.

       COUNT-FILE-COPIED.
           ADD 1 TO TRF-COPIED-COUNT
           ADD TRF-FILE-RECORDS TO TRF-RECORD-COUNT
           ADD TRF-FILE-FIELDS TO TRF-FIELD-COUNT
           PERFORM WRITE-FILE-LINE.

       REFRESH-ONE-RECORD.
           ADD 1 TO TRF-FILE-RECORDS
           EVALUATE TRUE
               WHEN RFC-FRAMED = 'Y' AND TRF-RECORD(1:5) = '*HDR*'
                   MOVE ZERO TO TRF-DETAIL-COUNT
                   MOVE ZERO TO TRF-FEED-HASH
               WHEN RFC-FRAMED = 'Y' AND TRF-RECORD(1:5) = '*TRL*'
                   PERFORM REBUILD-TRAILER
               WHEN OTHER
                   PERFORM SCRUB-RECORD
                   IF RFC-FRAMED = 'Y'
                       PERFORM ADD-TO-FEED-TOTALS
                   END-IF
           END-EVALUATE.

       SCRUB-RECORD.
           MOVE SPACES TO TRF-RECORD-NAME
           PERFORM VARYING TRF-FX FROM 1 BY 1 UNTIL TRF-FX > 8
               IF RFC-FIELD-POS(TRF-FX) > ZERO
                  AND RFC-FIELD-LEN(TRF-FX) > ZERO
                   PERFORM SCRUB-ONE-FIELD
               END-IF
           END-PERFORM.

      *> A blank field stays blank, and an all-zero one (no bank
      *> account on file, no salary) stays zero; anything else is
      *> replaced by the fake value its kind and real value hash to.
       SCRUB-ONE-FIELD.
           MOVE RFC-FIELD-POS(TRF-FX) TO TRF-POS
           MOVE RFC-FIELD-LEN(TRF-FX) TO TRF-LEN
           MOVE RFC-FIELD-KIND(TRF-FX) TO TRF-KIND
           MOVE SPACES TO TRF-CLEAR
           MOVE TRF-RECORD(TRF-POS:TRF-LEN) TO TRF-CLEAR
           IF TRF-CLEAR NOT = SPACES
              AND TRF-CLEAR(1:TRF-LEN) NOT = ZEROS
               PERFORM MEASURE-CLEAR-VALUE
               PERFORM HASH-CLEAR-VALUE
               MOVE SPACES TO TRF-FAKE
               EVALUATE TRF-KIND
                   WHEN 'N'
                       PERFORM MAKE-FULL-NAME
                   WHEN 'F'
                   WHEN 'L'
                       PERFORM MAKE-NAME-WORD
                       MOVE TRF-WORD TO TRF-FAKE
                   WHEN 'I'
                       IF TRF-RECORD-NAME = SPACES
                           PERFORM MAKE-NAME-WORD
                           MOVE TRF-WORD(1:1) TO TRF-FAKE
                       ELSE
                           MOVE TRF-RECORD-NAME(1:1) TO TRF-FAKE
                       END-IF
                   WHEN 'A'
                       PERFORM MAKE-ADDRESS
                   WHEN 'P'
                       PERFORM MAKE-PHONE
                   WHEN 'E'
                       PERFORM MAKE-EMAIL
                   WHEN 'R'
                       PERFORM MAKE-ROUTING
                   WHEN 'B'
                       PERFORM MAKE-ACCOUNT
                   WHEN 'T'
                       PERFORM MAKE-TAX-ID
                   WHEN 'S'
                       PERFORM MAKE-AMOUNT
                   WHEN OTHER
                       MOVE TRF-CLEAR TO TRF-FAKE
               END-EVALUATE
               IF TRF-KIND = 'N' OR 'F' OR 'L'
      *> A one-letter name (a middle initial) stays one letter.
                   IF TRF-SIG-LEN = 1
                       MOVE TRF-FAKE(1:1) TO TRF-WORD
                       MOVE TRF-WORD TO TRF-FAKE
                   END-IF
                   IF TRF-HAS-LOWER = 'Y'
                       PERFORM MIXED-CASE-FAKE
                   END-IF
                   MOVE TRF-FAKE TO TRF-RECORD-NAME
               END-IF
               IF (TRF-KIND = 'A' OR 'E') AND TRF-HAS-LOWER = 'Y'
                   PERFORM MIXED-CASE-FAKE
               END-IF
               MOVE TRF-FAKE TO TRF-RECORD(TRF-POS:TRF-LEN)
               ADD 1 TO TRF-FILE-FIELDS
           END-IF.

      *> Significant length, whether the value carries lower case,
      *> and the normalised value the hash is taken over.
       MEASURE-CLEAR-VALUE.
           MOVE 'N' TO TRF-HAS-LOWER
           IF FUNCTION UPPER-CASE(TRF-CLEAR) NOT = TRF-CLEAR
               MOVE 'Y' TO TRF-HAS-LOWER
           END-IF
           MOVE SPACES TO TRF-NORM
           MOVE ZERO TO TRF-NORM-LEN
           MOVE ZERO TO TRF-SIG-LEN
           PERFORM VARYING TRF-CX FROM 1 BY 1 UNTIL TRF-CX > TRF-LEN
               IF TRF-CLEAR(TRF-CX:1) NOT = SPACE
                   MOVE TRF-CX TO TRF-SIG-LEN
                   IF TRF-CLEAR(TRF-CX:1) NOT = '.'
                       ADD 1 TO TRF-NORM-LEN
                       MOVE FUNCTION UPPER-CASE(TRF-CLEAR(TRF-CX:1))
                           TO TRF-NORM(TRF-NORM-LEN:1)
                   END-IF
               END-IF
           END-PERFORM.

       HASH-CLEAR-VALUE.
           COMPUTE TRF-HASH = FUNCTION MOD(TRF-SCRUB-KEY
                   + FUNCTION ORD(TRF-KIND) * 7919, 2147483647)
           PERFORM VARYING TRF-CX FROM 1 BY 1
                   UNTIL TRF-CX > TRF-NORM-LEN
               COMPUTE TRF-HASH = FUNCTION MOD(TRF-HASH * 131
                       + FUNCTION ORD(TRF-NORM(TRF-CX:1)),
                       2147483647)
           END-PERFORM
           IF TRF-HASH = ZERO
               MOVE 1 TO TRF-HASH
           END-IF
           PERFORM NEXT-HASH.

       NEXT-HASH.
           COMPUTE TRF-HASH = FUNCTION MOD(TRF-HASH * 48271,
                   2147483647).

      *> Two or three syllables run together: KENMOR, LOTA, SELVOGAN.
       MAKE-NAME-WORD.
           MOVE SPACES TO TRF-WORD
           MOVE 1 TO TRF-WORD-PTR
           PERFORM NEXT-HASH
           COMPUTE TRF-SYL-COUNT = FUNCTION MOD(TRF-HASH, 2) + 2
           PERFORM TRF-SYL-COUNT TIMES
               PERFORM NEXT-HASH
               COMPUTE TRF-PICK = FUNCTION MOD(TRF-HASH, 24) + 1
               STRING TRF-SYLLABLE(TRF-PICK) DELIMITED BY SPACE
                   INTO TRF-WORD WITH POINTER TRF-WORD-PTR
           END-PERFORM.

       MAKE-FULL-NAME.
           PERFORM MAKE-NAME-WORD
           MOVE TRF-WORD TO TRF-GIVEN
           PERFORM MAKE-NAME-WORD
           MOVE 1 TO TRF-FAKE-PTR
           STRING TRF-GIVEN DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  TRF-WORD DELIMITED BY SPACE
               INTO TRF-FAKE WITH POINTER TRF-FAKE-PTR.

       MAKE-ADDRESS.
           PERFORM NEXT-HASH
           COMPUTE TRF-HOUSE-NO = FUNCTION MOD(TRF-HASH, 9000) + 1000
           PERFORM MAKE-NAME-WORD
           PERFORM NEXT-HASH
           COMPUTE TRF-PICK = FUNCTION MOD(TRF-HASH, 8) + 1
           STRING TRF-HOUSE-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TRF-WORD DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  TRF-SUFFIX(TRF-PICK) DELIMITED BY SPACE
               INTO TRF-FAKE.

       MAKE-PHONE.
           PERFORM NEXT-HASH
           COMPUTE TRF-PHONE-NO = FUNCTION MOD(TRF-HASH, 10000000)
           STRING '555' DELIMITED BY SIZE
                  TRF-PHONE-NO DELIMITED BY SIZE
               INTO TRF-FAKE.

       MAKE-EMAIL.
           PERFORM NEXT-HASH
           COMPUTE TRF-USER-NO = FUNCTION MOD(TRF-HASH, 100000000)
           STRING 'USER' DELIMITED BY SIZE
                  TRF-USER-NO DELIMITED BY SIZE
                  '@EXAMPLE.COM' DELIMITED BY SIZE
               INTO TRF-FAKE.

      *> '0', a district digit 1-9, six digits, and the ABA check
      *> digit over the first eight (weights 3 7 1 repeating).
       MAKE-ROUTING.
           MOVE ZERO TO TRF-ROUTING
           PERFORM NEXT-HASH
           COMPUTE TRF-RTN-DIGIT(2) = FUNCTION MOD(TRF-HASH, 9) + 1
           PERFORM VARYING TRF-CX FROM 3 BY 1 UNTIL TRF-CX > 8
               PERFORM NEXT-HASH
               COMPUTE TRF-RTN-DIGIT(TRF-CX) =
                       FUNCTION MOD(TRF-HASH, 10)
           END-PERFORM
           COMPUTE TRF-CHECK-SUM =
                   3 * (TRF-RTN-DIGIT(1) + TRF-RTN-DIGIT(4)
                        + TRF-RTN-DIGIT(7))
                 + 7 * (TRF-RTN-DIGIT(2) + TRF-RTN-DIGIT(5)
                        + TRF-RTN-DIGIT(8))
                 + TRF-RTN-DIGIT(3) + TRF-RTN-DIGIT(6)
           COMPUTE TRF-RTN-DIGIT(9) =
                   FUNCTION MOD(10 - FUNCTION MOD(TRF-CHECK-SUM, 10),
                                10)
           MOVE TRF-ROUTING TO TRF-FAKE.

      *> Digits only, as many as the real account had.
       MAKE-ACCOUNT.
           PERFORM VARYING TRF-CX FROM 1 BY 1
                   UNTIL TRF-CX > TRF-SIG-LEN
               PERFORM NEXT-HASH
               COMPUTE TRF-DIGIT = FUNCTION MOD(TRF-HASH, 10)
               MOVE TRF-DIGIT TO TRF-FAKE(TRF-CX:1)
           END-PERFORM.

      *> Area 001-665, group 01-99, serial 0001-9999: never a
      *> number the issuing rules leave unassigned.
       MAKE-TAX-ID.
           PERFORM NEXT-HASH
           COMPUTE TRF-TAX-AREA = FUNCTION MOD(TRF-HASH, 665) + 1
           PERFORM NEXT-HASH
           COMPUTE TRF-TAX-GROUP = FUNCTION MOD(TRF-HASH, 99) + 1
           PERFORM NEXT-HASH
           COMPUTE TRF-TAX-SERIAL = FUNCTION MOD(TRF-HASH, 9999) + 1
           MOVE TRF-TAX-ID TO TRF-FAKE.

      *> A salary or rate moved to 90-110 percent of itself, in the
      *> same unsigned digits. A value that would outgrow its field,
      *> or is not numeric, is left as it was.
       MAKE-AMOUNT.
           MOVE TRF-CLEAR TO TRF-FAKE
           IF TRF-LEN <= 12
               IF TRF-CLEAR(1:TRF-LEN) IS NUMERIC
                   MOVE ZERO TO TRF-AMOUNT
                   MOVE TRF-CLEAR(1:TRF-LEN)
                       TO TRF-AMOUNT-X(13 - TRF-LEN:TRF-LEN)
                   PERFORM NEXT-HASH
                   COMPUTE TRF-PERCENT =
                           FUNCTION MOD(TRF-HASH, 21) + 90
                   COMPUTE TRF-AMOUNT-MAX = 10 ** TRF-LEN - 1
                   COMPUTE TRF-SCALED ROUNDED =
                           TRF-AMOUNT * TRF-PERCENT / 100
                   IF TRF-SCALED <= TRF-AMOUNT-MAX
                       MOVE TRF-SCALED TO TRF-AMOUNT
                       MOVE TRF-AMOUNT-X(13 - TRF-LEN:TRF-LEN)
                           TO TRF-FAKE
                   END-IF
               END-IF
           END-IF.

      *> Real value in mixed case: the fake name or address is
      *> given capitals only at the start of each word; an e-mail
      *> address goes all lower case.
       MIXED-CASE-FAKE.
           IF TRF-KIND = 'E'
               MOVE FUNCTION LOWER-CASE(TRF-FAKE) TO TRF-FAKE
           ELSE
               PERFORM VARYING TRF-CX FROM 2 BY 1 UNTIL TRF-CX > 60
                   IF TRF-FAKE(TRF-CX - 1:1) NOT = SPACE
                       MOVE FUNCTION LOWER-CASE(TRF-FAKE(TRF-CX:1))
                           TO TRF-FAKE(TRF-CX:1)
                   END-IF
               END-PERFORM
           END-IF.

      *> Same rule as the consuming jobs: a detail whose hashed
      *> field is not numeric adds zero.
       ADD-TO-FEED-TOTALS.
           ADD 1 TO TRF-DETAIL-COUNT
           IF RFC-HASH-POS > ZERO AND RFC-HASH-LEN > ZERO
               IF TRF-RECORD(RFC-HASH-POS:RFC-HASH-LEN) IS NUMERIC
                   COMPUTE TRF-HASH-VALUE = FUNCTION NUMVAL(
                           TRF-RECORD(RFC-HASH-POS:RFC-HASH-LEN))
                           / 10 ** RFC-HASH-DEC
                   IF RFC-HASH-SIGNED = 'Y'
                       COMPUTE TRF-SIGN-POS =
                               RFC-HASH-POS + RFC-HASH-LEN
                       EVALUATE TRF-RECORD(TRF-SIGN-POS:1)
                           WHEN '+'
                               CONTINUE
                           WHEN '-'
                               COMPUTE TRF-HASH-VALUE =
                                       0 - TRF-HASH-VALUE
                           WHEN OTHER
                               MOVE ZERO TO TRF-HASH-VALUE
                       END-EVALUATE
                   END-IF
                   ADD TRF-HASH-VALUE TO TRF-FEED-HASH
               END-IF
           END-IF.

       REBUILD-TRAILER.
           MOVE '*TRL*' TO BCT-RECORD-TYPE
           MOVE TRF-DETAIL-COUNT TO BCT-RECORD-COUNT
           MOVE TRF-FEED-HASH TO BCT-HASH-TOTAL
           MOVE SPACES TO TRF-RECORD
           MOVE BATCH-TRAILER-RECORD TO TRF-RECORD
           MOVE 'Y' TO TRF-TRAILER-REBUILT.

       WRITE-FILE-LINE.
           MOVE TRF-FILE-RECORDS TO TRF-EDIT-COUNT
           MOVE TRF-FILE-FIELDS TO TRF-EDIT-FIELDS-DONE
           MOVE SPACES TO TRF-LINE-WORK
           STRING '  COPIED         ' DELIMITED BY SIZE
                  RFC-FILE-NAME DELIMITED BY SIZE
                  TRF-EDIT-COUNT DELIMITED BY SIZE
                  ' RECS' DELIMITED BY SIZE
                  TRF-EDIT-FIELDS-DONE DELIMITED BY SIZE
                  ' SCRUBBED' DELIMITED BY SIZE
               INTO TRF-LINE-WORK
           IF TRF-TRAILER-REBUILT = 'Y'
               MOVE 'TRAILER REBUILT' TO TRF-LINE-WORK(86:15)
           END-IF
           MOVE TRF-LINE-WORK TO REFRESH-REPORT-LINE
           WRITE REFRESH-REPORT-LINE.

       WRITE-REFRESH-SUMMARY.
           MOVE SPACES TO REFRESH-REPORT-LINE
           WRITE REFRESH-REPORT-LINE
           MOVE TRF-LISTED-COUNT TO TRF-EDIT-COUNT
           MOVE SPACES TO TRF-LINE-WORK
           STRING 'FILES ON REFRESH LIST: ' DELIMITED BY SIZE
                  TRF-EDIT-COUNT DELIMITED BY SIZE
               INTO TRF-LINE-WORK
           MOVE TRF-LINE-WORK TO REFRESH-REPORT-LINE
           WRITE REFRESH-REPORT-LINE
           MOVE TRF-COPIED-COUNT TO TRF-EDIT-COUNT
           MOVE SPACES TO TRF-LINE-WORK
           STRING 'FILES COPIED:          ' DELIMITED BY SIZE
                  TRF-EDIT-COUNT DELIMITED BY SIZE
               INTO TRF-LINE-WORK
           MOVE TRF-LINE-WORK TO REFRESH-REPORT-LINE
           WRITE REFRESH-REPORT-LINE
           MOVE TRF-MISSING-COUNT TO TRF-EDIT-COUNT
           MOVE SPACES TO TRF-LINE-WORK
           STRING 'NOT IN SOURCE:         ' DELIMITED BY SIZE
                  TRF-EDIT-COUNT DELIMITED BY SIZE
               INTO TRF-LINE-WORK
           MOVE TRF-LINE-WORK TO REFRESH-REPORT-LINE
           WRITE REFRESH-REPORT-LINE
           MOVE TRF-RECORD-COUNT TO TRF-EDIT-COUNT
           MOVE SPACES TO TRF-LINE-WORK
           STRING 'RECORDS COPIED:        ' DELIMITED BY SIZE
                  TRF-EDIT-COUNT DELIMITED BY SIZE
               INTO TRF-LINE-WORK
           MOVE TRF-LINE-WORK TO REFRESH-REPORT-LINE
           WRITE REFRESH-REPORT-LINE
           MOVE TRF-FIELD-COUNT TO TRF-EDIT-COUNT
           MOVE SPACES TO TRF-LINE-WORK
           STRING 'FIELDS SCRUBBED:       ' DELIMITED BY SIZE
                  TRF-EDIT-COUNT DELIMITED BY SIZE
               INTO TRF-LINE-WORK
           MOVE TRF-LINE-WORK TO REFRESH-REPORT-LINE
           WRITE REFRESH-REPORT-LINE.

       WRITE-BATCH-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRF-BRL-END-TIME
           MOVE TRF-BRL-START-TIME TO TRF-BRL-TIME-PARTS
           COMPUTE TRF-BRL-START-SECONDS =
                   TRF-BRL-HH * 3600 + TRF-BRL-MM * 60
                   + TRF-BRL-SS
           MOVE TRF-BRL-END-TIME TO TRF-BRL-TIME-PARTS
           COMPUTE TRF-BRL-END-SECONDS =
                   TRF-BRL-HH * 3600 + TRF-BRL-MM * 60
                   + TRF-BRL-SS
           COMPUTE TRF-BRL-ELAPSED-SECONDS =
                   TRF-BRL-END-SECONDS - TRF-BRL-START-SECONDS
           OPEN EXTEND BATCH-RUN-LOG-OUT
           IF TRF-BRL-STATUS = '35'
               OPEN OUTPUT BATCH-RUN-LOG-OUT
           END-IF
           MOVE 'TESTDATAREFRESH     ' TO BRL-JOB-NAME
           MOVE TRF-TODAY TO BRL-RUN-DATE
           MOVE TRF-BRL-START-TIME TO BRL-START-TIME
           MOVE TRF-BRL-END-TIME TO BRL-END-TIME
           MOVE TRF-BRL-ELAPSED-SECONDS TO BRL-ELAPSED-SECONDS
           MOVE TRF-RECORD-COUNT TO BRL-RECORD-COUNT
           WRITE BATCH-RUN-LOG-RECORD
           CLOSE BATCH-RUN-LOG-OUT.
