      *> Store master maintenance, in the EmployeeMaintenance.cob
      *> transaction-driven shape: 'O' opens a new store (a store
      *> is born here, never by a code just appearing in the
      *> expense feed), 'C' changes name/region/footage/tax
      *> jurisdiction, 'X' records the closing date so the expense
      *> edit stops accepting the code. A store cannot open without
      *> a sales-tax jurisdiction on the rate master. Rejects
      *> accumulate with reasons and a reject date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-ERROR-OUT ASSIGN TO "data/STMASTERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMM-ERROR-STATUS.
           SELECT TAX-RATE-IN ASSIGN TO "data/STTAXRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SMM-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SMO-SQFT                   PIC 9(6).
           05 SMO-OPEN-DATE              PIC X(8).
           05 SMO-CLOSE-DATE             PIC X(8).
           05 SMO-TAX-JURIS              PIC X(5).

       FD  STORE-TRANS-IN.
       01  STORE-TRANS-RECORD.
           05 SMT-SQFT-NUM REDEFINES SMT-SQFT
                                         PIC 9(6).
           05 SMT-EFFECTIVE-DATE         PIC X(8).
           05 SMT-TAX-JURIS              PIC X(5).

       FD  STORE-ERROR-OUT.
       01  STORE-ERROR-RECORD.
           05 SME-REASON                 PIC X(30).
           05 SME-REJECT-DATE            PIC X(8).

       FD  TAX-RATE-IN.
       COPY STTAXRT.

       WORKING-STORAGE SECTION.
       01 SMM-EOF-SWITCHES.
           05 SMM-MASTER-EOF            PIC X VALUE 'N'.
           05 SMM-TRANS-EOF             PIC X VALUE 'N'.
           05 SMM-RATE-EOF              PIC X VALUE 'N'.

       01 SMM-FILE-STATUSES.
           05 SMM-MASTER-STATUS         PIC XX.
           05 SMM-TRANS-STATUS          PIC XX.
           05 SMM-ERROR-STATUS          PIC XX.
           05 SMM-RATE-STATUS           PIC XX.

       01 SMM-TODAY                     PIC X(8).

               10 SMM-SQFT-T            PIC 9(6).
               10 SMM-OPEN-T            PIC X(8).
               10 SMM-CLOSE-T           PIC X(8).
               10 SMM-JURIS-T           PIC X(5).

      *> Jurisdictions known to the sales-tax rate master.
       01 SMM-JURIS-CONTROL.
           05 SMM-JURIS-COUNT           PIC 9(3) VALUE ZERO.
           05 SMM-JURIS-FOUND           PIC X.
           05 SMM-JURIS-KEY             PIC X(5).

       01 SMM-JURIS-TABLE.
           05 SMM-JURIS-ENTRY OCCURS 200 TIMES
                              INDEXED BY SMM-JURIS-IX.
               10 SMM-JURIS-CODE-T      PIC X(5).

       01 SMM-VALIDATION.
           05 SMM-INVALID               PIC X.
           05 SMM-REASON                PIC X(30).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO SMM-TODAY
           PERFORM LOAD-EXISTING-MASTER
           PERFORM LOAD-TAX-JURISDICTIONS
           PERFORM APPLY-MAINTENANCE
           PERFORM WRITE-MASTER
           DISPLAY 'Stores on master    = ' SMM-COUNT
                               TO SMM-OPEN-T(SMM-COUNT)
                           MOVE SM-CLOSE-DATE
                               TO SMM-CLOSE-T(SMM-COUNT)
                           MOVE SM-TAX-JURIS
                               TO SMM-JURIS-T(SMM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE STORE-MASTER-IN
                       SMM-MASTER-STATUS
           END-IF.

      *> Effective-dated rows repeat a jurisdiction; it is only
      *> the code that matters here.
       LOAD-TAX-JURISDICTIONS.
           OPEN INPUT TAX-RATE-IN
           IF SMM-RATE-STATUS = '00'
               PERFORM UNTIL SMM-RATE-EOF = 'Y'
                   READ TAX-RATE-IN
                       AT END MOVE 'Y' TO SMM-RATE-EOF
                       NOT AT END
                           MOVE STR-JURIS-CODE TO SMM-JURIS-KEY
                           PERFORM FIND-JURISDICTION
                           IF SMM-JURIS-FOUND = 'N'
                               AND SMM-JURIS-COUNT < 200
                               ADD 1 TO SMM-JURIS-COUNT
                               MOVE STR-JURIS-CODE
                                   TO SMM-JURIS-CODE-T(SMM-JURIS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-IN
           ELSE
               DISPLAY 'Sales-tax rate master not found: '
                       SMM-RATE-STATUS
           END-IF.

       FIND-JURISDICTION.
           MOVE 'N' TO SMM-JURIS-FOUND
           SET SMM-JURIS-IX TO 1
           SEARCH SMM-JURIS-ENTRY
               AT END
                   CONTINUE
               WHEN SMM-JURIS-IX > SMM-JURIS-COUNT
                   CONTINUE
               WHEN SMM-JURIS-CODE-T(SMM-JURIS-IX) = SMM-JURIS-KEY
                   MOVE 'Y' TO SMM-JURIS-FOUND
           END-SEARCH.

       APPLY-MAINTENANCE.
           OPEN EXTEND STORE-ERROR-OUT
           IF SMM-ERROR-STATUS = '35'
                           MOVE 'Y' TO SMM-INVALID
                           MOVE 'SQUARE FOOTAGE NOT NUMERIC'
                               TO SMM-REASON
                       ELSE
                           MOVE SMT-TAX-JURIS TO SMM-JURIS-KEY
                           PERFORM FIND-JURISDICTION
                           IF SMM-JURIS-FOUND = 'N'
                               MOVE 'Y' TO SMM-INVALID
                               MOVE 'TAX JURISDICTION NOT ON MASTER'
                                   TO SMM-REASON
                           END-IF
                       END-IF
                   END-IF
               WHEN 'C'
                   IF SMM-MATCH-IX = ZERO
                       MOVE 'Y' TO SMM-INVALID
                       MOVE 'STORE NOT ON MASTER' TO SMM-REASON
                   ELSE
                       IF SMT-TAX-JURIS NOT = SPACES
                           MOVE SMT-TAX-JURIS TO SMM-JURIS-KEY
                           PERFORM FIND-JURISDICTION
                           IF SMM-JURIS-FOUND = 'N'
                               MOVE 'Y' TO SMM-INVALID
                               MOVE 'TAX JURISDICTION NOT ON MASTER'
                                   TO SMM-REASON
                           END-IF
                       END-IF
                   END-IF
               WHEN 'X'
                   IF SMM-MATCH-IX = ZERO
                       MOVE 'Y' TO SMM-INVALID
           MOVE SMT-REGION     TO SMM-REGION-T(SMM-COUNT)
           MOVE SMT-SQFT-NUM   TO SMM-SQFT-T(SMM-COUNT)
           MOVE SMT-EFFECTIVE-DATE TO SMM-OPEN-T(SMM-COUNT)
           MOVE SPACES         TO SMM-CLOSE-T(SMM-COUNT)
           MOVE SMT-TAX-JURIS  TO SMM-JURIS-T(SMM-COUNT).

       APPLY-CHANGE.
           ADD 1 TO SMM-CHANGE-COUNT
           END-IF
           IF SMT-SQFT NUMERIC
               MOVE SMT-SQFT-NUM TO SMM-SQFT-T(SMM-MATCH-IX)
           END-IF
           IF SMT-TAX-JURIS NOT = SPACES
               MOVE SMT-TAX-JURIS TO SMM-JURIS-T(SMM-MATCH-IX)
           END-IF.

       APPLY-CLOSING.
               MOVE SMM-SQFT-T(SMM-IDX)   TO SMO-SQFT
               MOVE SMM-OPEN-T(SMM-IDX)   TO SMO-OPEN-DATE
               MOVE SMM-CLOSE-T(SMM-IDX)  TO SMO-CLOSE-DATE
               MOVE SMM-JURIS-T(SMM-IDX)  TO SMO-TAX-JURIS
               WRITE STORE-MASTER-OUT-RECORD
           END-PERFORM
           CLOSE STORE-MASTER-OUT.
