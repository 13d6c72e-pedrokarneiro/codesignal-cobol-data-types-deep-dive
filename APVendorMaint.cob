       IDENTIFICATION DIVISION.
       PROGRAM-ID. APVendorMaint.
      *> Vendor master maintenance, in the StoreMasterMaint
      *> transaction-driven shape: 'A' adds a vendor, 'C' changes
      *> any field given (blank means no change), 'X' closes the
      *> vendor so invoice entry stops accepting it, and 'V'
      *> records the call-back that verifies new bank details.
      *> Any new or changed routing/account puts the vendor on a
      *> bank-change hold the payment selection respects; only a
      *> 'V' keyed by a different active operator than the one who
      *> changed the details lifts it. Every applied transaction
      *> is journalled to the shared update journal with its
      *> before and after images. Rejects accumulate with reasons
      *> and a reject date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-IN ASSIGN TO "data/APVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVM-VEND-STATUS.
           SELECT VENDOR-OUT ASSIGN TO "data/APVEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-TRANS-IN ASSIGN TO "data/APVENDNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVM-TRANS-STATUS.
           SELECT VENDOR-ERROR-OUT ASSIGN TO "data/APVENDERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVM-ERROR-STATUS.
           SELECT OPER-MASTER-IN ASSIGN TO "data/OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVM-OPER-STATUS.
           SELECT UPDATE-JOURNAL-OUT ASSIGN TO "data/UPDJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVM-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-IN.
       COPY APVEND.

       FD  VENDOR-OUT.
       01  VENDOR-OUT-RECORD             PIC X(150).

       FD  VENDOR-TRANS-IN.
       01  VENDOR-TRANS-RECORD.
           05 AVT-ACTION                 PIC X(1).
           05 AVT-VEND-ID                PIC X(6).
           05 AVT-NAME                   PIC X(20).
           05 AVT-ADDRESS                PIC X(25).
           05 AVT-CITY                   PIC X(15).
           05 AVT-STATE                  PIC X(2).
           05 AVT-POSTAL                 PIC X(5).
           05 AVT-TERMS-DAYS             PIC X(3).
           05 AVT-TERMS-NUM REDEFINES AVT-TERMS-DAYS
                                         PIC 9(3).
           05 AVT-PAY-METHOD             PIC X(1).
           05 AVT-ROUTING                PIC X(9).
           05 AVT-ACCOUNT                PIC X(17).
           05 AVT-1099-FLAG              PIC X(1).
           05 AVT-TIN-TYPE               PIC X(1).
           05 AVT-TAX-ID                 PIC X(9).
           05 AVT-1099-BOX               PIC X(2).
           05 AVT-OPERATOR               PIC X(8).

       FD  VENDOR-ERROR-OUT.
       01  VENDOR-ERROR-RECORD.
           05 AVE-ACTION                 PIC X(1).
           05 AVE-VEND-ID                PIC X(6).
           05 AVE-OPERATOR               PIC X(8).
           05 AVE-REASON                 PIC X(30).
           05 AVE-REJECT-DATE            PIC X(8).

       FD  OPER-MASTER-IN.
       COPY OPERMAST.

       FD  UPDATE-JOURNAL-OUT.
       COPY UPDJRNL.

       WORKING-STORAGE SECTION.
       01 AVM-EOF-SWITCHES.
           05 AVM-VEND-EOF               PIC X VALUE 'N'.
           05 AVM-TRANS-EOF              PIC X VALUE 'N'.
           05 AVM-OPER-EOF               PIC X VALUE 'N'.

       01 AVM-FILE-STATUSES.
           05 AVM-VEND-STATUS            PIC XX.
           05 AVM-TRANS-STATUS           PIC XX.
           05 AVM-ERROR-STATUS           PIC XX.
           05 AVM-OPER-STATUS            PIC XX.
           05 AVM-JRNL-STATUS            PIC XX.

       01 AVM-TODAY                      PIC X(8).

       01 AVM-TABLE-CONTROL.
           05 AVM-COUNT                  PIC 9(4) VALUE ZERO.
           05 AVM-IDX                    PIC 9(4).
           05 AVM-MATCH-IX               PIC 9(4).
           05 AVM-ADD-COUNT              PIC 9(4) VALUE ZERO.
           05 AVM-CHANGE-COUNT           PIC 9(4) VALUE ZERO.
           05 AVM-CLOSE-COUNT            PIC 9(4) VALUE ZERO.
           05 AVM-VERIFY-COUNT           PIC 9(4) VALUE ZERO.
           05 AVM-BANK-HOLD-COUNT        PIC 9(4) VALUE ZERO.
           05 AVM-REJECT-COUNT           PIC 9(4) VALUE ZERO.

       01 AVM-VEND-TABLE.
           05 AVM-VEND-ENTRY OCCURS 500 TIMES
                             INDEXED BY AVM-IX.
               10 AVM-VEND-REC-T         PIC X(150).

      *> Active operators, for the operator-id edit.
       01 AVM-OPER-CONTROL.
           05 AVM-OPER-COUNT             PIC 9(3) VALUE ZERO.
           05 AVM-OPER-FOUND             PIC X.

       01 AVM-OPER-TABLE.
           05 AVM-OPER-ENTRY OCCURS 200 TIMES
                             INDEXED BY AVM-OPER-IX.
               10 AVM-OPER-ID-T          PIC X(8).

       01 AVM-VALIDATION.
           05 AVM-INVALID                PIC X.
           05 AVM-REASON                 PIC X(30).
           05 AVM-BANK-CHANGED           PIC X.
           05 AVM-NEW-METHOD             PIC X.

       01 AVM-OLD-IMAGE                  PIC X(150).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO AVM-TODAY
           PERFORM LOAD-EXISTING-MASTER
           PERFORM LOAD-ACTIVE-OPERATORS
           OPEN EXTEND UPDATE-JOURNAL-OUT
           IF AVM-JRNL-STATUS = '35'
               OPEN OUTPUT UPDATE-JOURNAL-OUT
           END-IF
           PERFORM APPLY-MAINTENANCE
           CLOSE UPDATE-JOURNAL-OUT
           PERFORM WRITE-MASTER
           DISPLAY 'Vendors on master    = ' AVM-COUNT
           DISPLAY 'Adds applied         = ' AVM-ADD-COUNT
           DISPLAY 'Changes applied      = ' AVM-CHANGE-COUNT
           DISPLAY 'Closings applied     = ' AVM-CLOSE-COUNT
           DISPLAY 'Bank changes held    = ' AVM-BANK-HOLD-COUNT
           DISPLAY 'Call-backs verified  = ' AVM-VERIFY-COUNT
           DISPLAY 'Entries rejected     = ' AVM-REJECT-COUNT
           STOP RUN.

       LOAD-EXISTING-MASTER.
           OPEN INPUT VENDOR-IN
           IF AVM-VEND-STATUS = '00'
               PERFORM UNTIL AVM-VEND-EOF = 'Y'
                   READ VENDOR-IN
                       AT END MOVE 'Y' TO AVM-VEND-EOF
                       NOT AT END
                           IF AVM-COUNT >= 500
                               DISPLAY 'VENDOR TABLE FULL -- '
                                       'RUN STOPPED'
                               STOP RUN
                           END-IF
                           ADD 1 TO AVM-COUNT
                           MOVE AP-VENDOR-RECORD
                               TO AVM-VEND-REC-T(AVM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE VENDOR-IN
           ELSE
               DISPLAY 'Vendor master not found, starting empty: '
                       AVM-VEND-STATUS
           END-IF.

       LOAD-ACTIVE-OPERATORS.
           OPEN INPUT OPER-MASTER-IN
           IF AVM-OPER-STATUS = '00'
               PERFORM UNTIL AVM-OPER-EOF = 'Y'
                   READ OPER-MASTER-IN
                       AT END MOVE 'Y' TO AVM-OPER-EOF
                       NOT AT END
                           IF OPR-STATUS = 'A'
                               AND AVM-OPER-COUNT < 200
                               ADD 1 TO AVM-OPER-COUNT
                               MOVE OPR-OPERATOR-ID
                                   TO AVM-OPER-ID-T(AVM-OPER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-MASTER-IN
           ELSE
               DISPLAY 'Operator master not found: '
                       AVM-OPER-STATUS
           END-IF.

       FIND-OPERATOR.
           MOVE 'N' TO AVM-OPER-FOUND
           SET AVM-OPER-IX TO 1
           SEARCH AVM-OPER-ENTRY
               AT END
                   CONTINUE
               WHEN AVM-OPER-IX > AVM-OPER-COUNT
                   CONTINUE
               WHEN AVM-OPER-ID-T(AVM-OPER-IX) = AVT-OPERATOR
                   MOVE 'Y' TO AVM-OPER-FOUND
           END-SEARCH.

       APPLY-MAINTENANCE.
           OPEN EXTEND VENDOR-ERROR-OUT
           IF AVM-ERROR-STATUS = '35'
               OPEN OUTPUT VENDOR-ERROR-OUT
           END-IF
           OPEN INPUT VENDOR-TRANS-IN
           IF AVM-TRANS-STATUS = '00'
               PERFORM UNTIL AVM-TRANS-EOF = 'Y'
                   READ VENDOR-TRANS-IN
                       AT END MOVE 'Y' TO AVM-TRANS-EOF
                       NOT AT END PERFORM APPLY-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE VENDOR-TRANS-IN
           ELSE
               DISPLAY 'No vendor transactions on hand: '
                       AVM-TRANS-STATUS
           END-IF
           CLOSE VENDOR-ERROR-OUT.

       FIND-MASTER-ENTRY.
           MOVE ZERO TO AVM-MATCH-IX
           SET AVM-IX TO 1
           SEARCH AVM-VEND-ENTRY
               AT END
                   CONTINUE
               WHEN AVM-IX > AVM-COUNT
                   CONTINUE
               WHEN AVM-VEND-REC-T(AVM-IX)(1:6) = AVT-VEND-ID
                   MOVE AVM-IX TO AVM-MATCH-IX
           END-SEARCH
           IF AVM-MATCH-IX > ZERO
               MOVE AVM-VEND-REC-T(AVM-MATCH-IX) TO AP-VENDOR-RECORD
           ELSE
               MOVE SPACES TO AP-VENDOR-RECORD
           END-IF.

       APPLY-ONE-ENTRY.
           MOVE 'N' TO AVM-INVALID
           MOVE 'N' TO AVM-BANK-CHANGED
           PERFORM FIND-MASTER-ENTRY
           PERFORM FIND-OPERATOR
           IF AVT-VEND-ID = SPACES
               MOVE 'Y' TO AVM-INVALID
               MOVE 'VENDOR ID BLANK' TO AVM-REASON
           ELSE IF AVM-OPER-FOUND = 'N'
               MOVE 'Y' TO AVM-INVALID
               MOVE 'OPERATOR NOT ACTIVE ON MASTER' TO AVM-REASON
           ELSE
               EVALUATE AVT-ACTION
                   WHEN 'A'
                       PERFORM EDIT-ADD
                   WHEN 'C'
                       PERFORM EDIT-CHANGE
                   WHEN 'X'
                       IF AVM-MATCH-IX = ZERO
                           MOVE 'Y' TO AVM-INVALID
                           MOVE 'VENDOR NOT ON MASTER' TO AVM-REASON
                       ELSE IF AP-VEND-STATUS = 'C'
                           MOVE 'Y' TO AVM-INVALID
                           MOVE 'VENDOR ALREADY CLOSED'
                               TO AVM-REASON
                       END-IF
                       END-IF
                   WHEN 'V'
                       PERFORM EDIT-VERIFY
                   WHEN OTHER
                       MOVE 'Y' TO AVM-INVALID
                       MOVE 'ACTION MUST BE A, C, X, OR V'
                           TO AVM-REASON
               END-EVALUATE
           END-IF
           END-IF
           IF AVM-INVALID = 'Y'
               ADD 1 TO AVM-REJECT-COUNT
               MOVE AVT-ACTION   TO AVE-ACTION
               MOVE AVT-VEND-ID  TO AVE-VEND-ID
               MOVE AVT-OPERATOR TO AVE-OPERATOR
               MOVE AVM-REASON   TO AVE-REASON
               MOVE AVM-TODAY    TO AVE-REJECT-DATE
               WRITE VENDOR-ERROR-RECORD
           ELSE
               EVALUATE AVT-ACTION
                   WHEN 'A' PERFORM APPLY-ADD
                   WHEN 'C' PERFORM APPLY-CHANGE
                   WHEN 'X' PERFORM APPLY-CLOSING
                   WHEN 'V' PERFORM APPLY-VERIFY
               END-EVALUATE
           END-IF.

       EDIT-ADD.
           IF AVM-MATCH-IX > ZERO
               MOVE 'Y' TO AVM-INVALID
               MOVE 'VENDOR ALREADY ON MASTER' TO AVM-REASON
           ELSE IF AVM-COUNT >= 500
               MOVE 'Y' TO AVM-INVALID
               MOVE 'VENDOR TABLE FULL' TO AVM-REASON
           ELSE IF AVT-NAME = SPACES
               MOVE 'Y' TO AVM-INVALID
               MOVE 'VENDOR NAME BLANK' TO AVM-REASON
           ELSE IF AVT-TERMS-DAYS NOT NUMERIC
               MOVE 'Y' TO AVM-INVALID
               MOVE 'TERMS DAYS NOT NUMERIC' TO AVM-REASON
           ELSE IF AVT-PAY-METHOD NOT = 'A'
                   AND AVT-PAY-METHOD NOT = 'C'
               MOVE 'Y' TO AVM-INVALID
               MOVE 'PAY METHOD MUST BE A OR C' TO AVM-REASON
           ELSE
               MOVE AVT-PAY-METHOD TO AVM-NEW-METHOD
               PERFORM EDIT-BANK-DETAILS
               IF AVM-INVALID = 'N'
                   PERFORM EDIT-1099-DETAILS
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       EDIT-CHANGE.
           IF AVM-MATCH-IX = ZERO
               MOVE 'Y' TO AVM-INVALID
               MOVE 'VENDOR NOT ON MASTER' TO AVM-REASON
           ELSE IF AP-VEND-STATUS = 'C'
               MOVE 'Y' TO AVM-INVALID
               MOVE 'VENDOR IS CLOSED' TO AVM-REASON
           ELSE IF AVT-TERMS-DAYS NOT = SPACES
                   AND AVT-TERMS-DAYS NOT NUMERIC
               MOVE 'Y' TO AVM-INVALID
               MOVE 'TERMS DAYS NOT NUMERIC' TO AVM-REASON
           ELSE IF AVT-PAY-METHOD NOT = SPACES
                   AND AVT-PAY-METHOD NOT = 'A'
                   AND AVT-PAY-METHOD NOT = 'C'
               MOVE 'Y' TO AVM-INVALID
               MOVE 'PAY METHOD MUST BE A OR C' TO AVM-REASON
           ELSE
               MOVE AP-VEND-PAY-METHOD TO AVM-NEW-METHOD
               IF AVT-PAY-METHOD NOT = SPACES
                   MOVE AVT-PAY-METHOD TO AVM-NEW-METHOD
               END-IF
               PERFORM EDIT-BANK-DETAILS
               IF AVM-INVALID = 'N'
                   PERFORM EDIT-1099-DETAILS
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> Routing and account arrive together or not at all, and an
      *> ACH vendor cannot be left without them. Details that
      *> differ from what is on file are a bank change.
       EDIT-BANK-DETAILS.
           IF AVT-ROUTING NOT = SPACES
               OR AVT-ACCOUNT NOT = SPACES
               IF AVT-ROUTING NOT NUMERIC
                   MOVE 'Y' TO AVM-INVALID
                   MOVE 'ROUTING NOT NINE DIGITS' TO AVM-REASON
               ELSE IF AVT-ACCOUNT = SPACES
                   MOVE 'Y' TO AVM-INVALID
                   MOVE 'ACCOUNT NUMBER BLANK' TO AVM-REASON
               ELSE IF AVT-ROUTING NOT = AP-VEND-ROUTING
                       OR AVT-ACCOUNT NOT = AP-VEND-ACCOUNT
                   MOVE 'Y' TO AVM-BANK-CHANGED
               END-IF
               END-IF
               END-IF
           ELSE IF AVM-NEW-METHOD = 'A'
                   AND (AP-VEND-ROUTING = SPACES
                     OR AP-VEND-ROUTING = ZEROS)
               MOVE 'Y' TO AVM-INVALID
               MOVE 'ACH VENDOR NEEDS BANK DETAILS' TO AVM-REASON
           END-IF
           END-IF.

       EDIT-1099-DETAILS.
           IF AVT-1099-FLAG NOT = SPACES
               AND AVT-1099-FLAG NOT = 'Y'
               AND AVT-1099-FLAG NOT = 'N'
               MOVE 'Y' TO AVM-INVALID
               MOVE '1099 FLAG MUST BE Y OR N' TO AVM-REASON
           ELSE IF AVT-TIN-TYPE NOT = SPACES
                   AND AVT-TIN-TYPE NOT = 'E'
                   AND AVT-TIN-TYPE NOT = 'S'
               MOVE 'Y' TO AVM-INVALID
               MOVE 'TIN TYPE MUST BE E OR S' TO AVM-REASON
           ELSE IF AVT-TAX-ID NOT = SPACES
                   AND AVT-TAX-ID NOT NUMERIC
               MOVE 'Y' TO AVM-INVALID
               MOVE 'TAX ID NOT NINE DIGITS' TO AVM-REASON
           ELSE IF AVT-1099-BOX NOT = SPACES
                   AND AVT-1099-BOX NOT = 'N1'
                   AND AVT-1099-BOX NOT = 'M1'
                   AND AVT-1099-BOX NOT = 'M2'
                   AND AVT-1099-BOX NOT = 'M3'
                   AND AVT-1099-BOX NOT = 'M6'
               MOVE 'Y' TO AVM-INVALID
               MOVE '1099 BOX NOT RECOGNISED' TO AVM-REASON
           END-IF
           END-IF
           END-IF
           END-IF.

      *> The call-back is the second pair of eyes: it has to be a
      *> different operator from the one who keyed the change.
       EDIT-VERIFY.
           IF AVM-MATCH-IX = ZERO
               MOVE 'Y' TO AVM-INVALID
               MOVE 'VENDOR NOT ON MASTER' TO AVM-REASON
           ELSE IF AP-VEND-BANK-HOLD NOT = 'Y'
               MOVE 'Y' TO AVM-INVALID
               MOVE 'NO BANK CHANGE AWAITING VERIFY' TO AVM-REASON
           ELSE IF AVT-OPERATOR = AP-VEND-BANK-CHG-OPER
               MOVE 'Y' TO AVM-INVALID
               MOVE 'CANNOT VERIFY OWN BANK CHANGE' TO AVM-REASON
           END-IF
           END-IF
           END-IF.

       APPLY-ADD.
           ADD 1 TO AVM-ADD-COUNT
           ADD 1 TO AVM-COUNT
           MOVE SPACES TO AP-VENDOR-RECORD
           MOVE AVT-VEND-ID    TO AP-VEND-ID
           MOVE AVT-NAME       TO AP-VEND-NAME
           MOVE AVT-ADDRESS    TO AP-VEND-ADDRESS
           MOVE AVT-CITY       TO AP-VEND-CITY
           MOVE AVT-STATE      TO AP-VEND-STATE
           MOVE AVT-POSTAL     TO AP-VEND-POSTAL
           MOVE AVT-TERMS-NUM  TO AP-VEND-TERMS-DAYS
           MOVE AVT-PAY-METHOD TO AP-VEND-PAY-METHOD
           MOVE ZEROS          TO AP-VEND-ROUTING
           MOVE 'A'            TO AP-VEND-STATUS
           MOVE 'N'            TO AP-VEND-1099-FLAG
           MOVE 'N'            TO AP-VEND-BANK-HOLD
           PERFORM MOVE-CHANGED-FIELDS
           MOVE AP-VENDOR-RECORD TO AVM-VEND-REC-T(AVM-COUNT)
           MOVE AVM-COUNT TO AVM-MATCH-IX
           MOVE LOW-VALUES TO AVM-OLD-IMAGE
           MOVE 'A' TO UJ-ACTION
           PERFORM WRITE-VENDOR-JOURNAL.

       APPLY-CHANGE.
           ADD 1 TO AVM-CHANGE-COUNT
           MOVE AP-VENDOR-RECORD TO AVM-OLD-IMAGE
           IF AVT-NAME NOT = SPACES
               MOVE AVT-NAME TO AP-VEND-NAME
           END-IF
           IF AVT-ADDRESS NOT = SPACES
               MOVE AVT-ADDRESS TO AP-VEND-ADDRESS
           END-IF
           IF AVT-CITY NOT = SPACES
               MOVE AVT-CITY TO AP-VEND-CITY
           END-IF
           IF AVT-STATE NOT = SPACES
               MOVE AVT-STATE TO AP-VEND-STATE
           END-IF
           IF AVT-POSTAL NOT = SPACES
               MOVE AVT-POSTAL TO AP-VEND-POSTAL
           END-IF
           IF AVT-TERMS-DAYS NUMERIC
               MOVE AVT-TERMS-NUM TO AP-VEND-TERMS-DAYS
           END-IF
           MOVE AVM-NEW-METHOD TO AP-VEND-PAY-METHOD
           PERFORM MOVE-CHANGED-FIELDS
           MOVE AP-VENDOR-RECORD TO AVM-VEND-REC-T(AVM-MATCH-IX)
           MOVE 'U' TO UJ-ACTION
           PERFORM WRITE-VENDOR-JOURNAL.

      *> Fields an add and a change both take when given; new bank
      *> details put the vendor on hold until the call-back.
       MOVE-CHANGED-FIELDS.
           IF AVM-BANK-CHANGED = 'Y'
               MOVE AVT-ROUTING  TO AP-VEND-ROUTING
               MOVE AVT-ACCOUNT  TO AP-VEND-ACCOUNT
               MOVE 'Y'          TO AP-VEND-BANK-HOLD
               MOVE AVT-OPERATOR TO AP-VEND-BANK-CHG-OPER
               MOVE AVM-TODAY    TO AP-VEND-BANK-CHG-DATE
               MOVE SPACES       TO AP-VEND-BANK-VER-OPER
               MOVE SPACES       TO AP-VEND-BANK-VER-DATE
               ADD 1 TO AVM-BANK-HOLD-COUNT
           END-IF
           IF AVT-1099-FLAG NOT = SPACES
               MOVE AVT-1099-FLAG TO AP-VEND-1099-FLAG
           END-IF
           IF AVT-TIN-TYPE NOT = SPACES
               MOVE AVT-TIN-TYPE TO AP-VEND-TIN-TYPE
           END-IF
           IF AVT-TAX-ID NOT = SPACES
               MOVE AVT-TAX-ID TO AP-VEND-TAX-ID
           END-IF
           IF AVT-1099-BOX NOT = SPACES
               MOVE AVT-1099-BOX TO AP-VEND-1099-BOX
           END-IF.

       APPLY-CLOSING.
           ADD 1 TO AVM-CLOSE-COUNT
           MOVE AP-VENDOR-RECORD TO AVM-OLD-IMAGE
           MOVE 'C' TO AP-VEND-STATUS
           MOVE AP-VENDOR-RECORD TO AVM-VEND-REC-T(AVM-MATCH-IX)
           MOVE 'U' TO UJ-ACTION
           PERFORM WRITE-VENDOR-JOURNAL.

       APPLY-VERIFY.
           ADD 1 TO AVM-VERIFY-COUNT
           MOVE AP-VENDOR-RECORD TO AVM-OLD-IMAGE
           MOVE 'N'          TO AP-VEND-BANK-HOLD
           MOVE AVT-OPERATOR TO AP-VEND-BANK-VER-OPER
           MOVE AVM-TODAY    TO AP-VEND-BANK-VER-DATE
           MOVE AP-VENDOR-RECORD TO AVM-VEND-REC-T(AVM-MATCH-IX)
           MOVE 'U' TO UJ-ACTION
           PERFORM WRITE-VENDOR-JOURNAL.

       WRITE-VENDOR-JOURNAL.
           MOVE 'APVEND  ' TO UJ-FILE-NAME
           MOVE SPACES TO UJ-RECORD-KEY
           MOVE AP-VEND-ID TO UJ-RECORD-KEY
           MOVE AVT-OPERATOR TO UJ-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO UJ-TIMESTAMP
           MOVE AVM-OLD-IMAGE TO UJ-OLD-IMAGE
           MOVE AP-VENDOR-RECORD TO UJ-NEW-IMAGE
           WRITE UPDATE-JOURNAL-RECORD.

       WRITE-MASTER.
           OPEN OUTPUT VENDOR-OUT
           PERFORM VARYING AVM-IDX FROM 1 BY 1
                   UNTIL AVM-IDX > AVM-COUNT
               MOVE AVM-VEND-REC-T(AVM-IDX) TO VENDOR-OUT-RECORD
               WRITE VENDOR-OUT-RECORD
           END-PERFORM
           CLOSE VENDOR-OUT.
