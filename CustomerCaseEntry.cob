       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerCaseEntry.
      *> CICS/BMS complaint case screen (map CASEMAPI,
      *> bms/CASEMAP.bms). Complaints came in by phone to the call
      *> centre, across the teller counter and by letter, and none
      *> of them was written down anywhere the bank could report
      *> from. Here whoever takes the complaint opens a case on the
      *> case file (CASEFILE, the keyed CUSTCASE.cpy KSDS) against
      *> the customer -- checked on the customer master, CUSTFILE
      *> -- and, when it is about a loan, the loan account, checked
      *> on LOANFILE. The case number comes off the control record
      *> under the same unit of work as the case itself, so a
      *> failed write gives the number back. Opened-by is the
      *> signed-on operator. Update re-categorises a case, resolves
      *> it with an outcome and a resolution note (stamping who and
      *> when), or reopens it; inquiry shows the case and how long
      *> it has been open. Every applied change goes to the update
      *> journal. The nightly CustomerCaseAging job holds open cases
      *> to their category's service level; CustomerCaseReport is
      *> the monthly complaint log.
      *> Pseudo-conversational in the CustomerMaintenance.cob shape.
      *>
      *> Requires a CICS translator/pre-compile step not present in
      *> every build environment, so this member is desk-checked
      *> against the CICS command-level reference rather than
      *> compiled everywhere the batch programs are.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CASEMAP.
       COPY CUSTCASE.
       COPY CUSTMAST.
       COPY LOANACCT.
      *> Vendor-supplied AID condition names (DFHPF3, DFHENTER,
      *> etc.) referenced by RECEIVE-AND-PROCESS-MAP's EVALUATE.
       COPY DFHAID.

       01 WS-RESP                        PIC S9(8) COMP.
       01 WS-MSG                         PIC X(79).
       01 WS-TODAY                       PIC X(8).

       01 WS-COMMAREA.
           05 WS-CA-STATE                PIC X.
               88 CA-FIRST-ENTRY         VALUE SPACE.
               88 CA-REENTRY             VALUE 'R'.
           05 WS-CA-FUNCTION             PIC X.
           05 WS-CA-CASE-NO              PIC X(8).

       01 WS-TRANSID                     PIC X(4) VALUE 'CASE'.
       01 WS-MAPSET                      PIC X(8) VALUE 'CASEMAP'.
       01 WS-MAPNAME                     PIC X(8) VALUE 'CASEMAPI'.
       01 WS-FILENAME                    PIC X(8) VALUE 'CASEFILE'.
       01 WS-CUSTFILE                    PIC X(8) VALUE 'CUSTFILE'.
       01 WS-LOANFILE                    PIC X(8) VALUE 'LOANFILE'.

      *> Keyed values, upper-cased once on receipt, and the state
      *> the case is moving to.
       01 WS-FUNCTION                    PIC X.
       01 WS-INPUT-OK                    PIC X.
       01 WS-CASE-LOCKED                 PIC X.
       01 WS-NEXT-CASE-NO                PIC 9(8).
       01 WS-NEW-CUST-ID                 PIC X(6).
       01 WS-NEW-LOAN-ACCT               PIC X(6).
       01 WS-NEW-CATEGORY                PIC X(4).
       01 WS-NEW-CHANNEL                 PIC X.
       01 WS-NEW-STATUS                  PIC X.
       01 WS-NEW-OUTCOME                 PIC X(4).
       01 WS-NEW-RESOLUTION              PIC X(40).
       01 WS-OLD-STATUS                  PIC X.

      *> Days open: to today while the case is open, to the
      *> resolved date once it is resolved.
       01 WS-DAYS-OPEN                   PIC 9(4).
       01 WS-DATE-CHECK                  PIC X(8).
       01 WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK
                                         PIC 9(8).
       01 WS-FROM-INT                    PIC 9(8).
       01 WS-TO-INT                      PIC 9(8).

      *> Before/after image journal entry, queued to the update
      *> journal (TD queue UJRN, drained to UPDJRNL.DAT) on every
      *> applied change. Each image is the whole case record, so
      *> forward recovery can lay it straight back onto the file.
       COPY UPDJRNL.
       01 WS-OLD-IMAGE                   PIC X(150).

      *> Terminal sign-on token and role check: no token from the
      *> OPSN sign-on, no screen; the shared OperatorSecurity
      *> routine re-checks the role before every function and logs
      *> the attempt.
       COPY OPSNTOKN.
       COPY OPERSEC.
       01 WS-TOKEN-QUEUE.
           05 WS-TQ-PREFIX               PIC X(4) VALUE 'OPS.'.
           05 WS-TQ-TERMINAL             PIC X(4).
       01 WS-TOKEN-LENGTH                PIC S9(4) COMP.
       01 WS-SIGNED-ON                   PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-SIGNON-TOKEN
           IF WS-SIGNED-ON = 'N'
               PERFORM REFUSE-UNSIGNED-TERMINAL
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF EIBCALEN = 0
               PERFORM SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM RECEIVE-AND-PROCESS-MAP
           END-IF
           EXEC CICS RETURN
               TRANSID(WS-TRANSID)
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC
           GOBACK.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO CASEMAPO
           MOVE 'A TO OPEN A CASE, OR U/I AND A CASE NO, THEN ENTER'
               TO KMSGO
           MOVE SPACE TO WS-CA-STATE
           MOVE SPACE TO WS-CA-FUNCTION
           MOVE SPACES TO WS-CA-CASE-NO
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(CASEMAPO)
               ERASE
           END-EXEC.

       RECEIVE-AND-PROCESS-MAP.
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM SEND-GOODBYE
               WHEN DFHENTER
                   PERFORM RECEIVE-MAP-DATA
                   PERFORM DISPATCH-FUNCTION
                   PERFORM RESEND-MAP
               WHEN OTHER
                   MOVE LOW-VALUES TO CASEMAPO
                   MOVE 'INVALID KEY -- PRESS ENTER OR PF3' TO WS-MSG
                   PERFORM RESEND-MAP
           END-EVALUATE.

      *> The map is sent with FRSET, so a field comes back only
      *> when it was keyed: an untouched function or case number
      *> carries over from the last exchange in the commarea, and
      *> an untouched case field keeps what is on file.
       RECEIVE-MAP-DATA.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(CASEMAPI)
               RESP(WS-RESP)
           END-EXEC
           IF KFUNCLL > ZERO
               MOVE FUNCTION UPPER-CASE(KFUNCLI) TO WS-CA-FUNCTION
           END-IF
           IF KCASELL > ZERO
               MOVE KCASELI TO WS-CA-CASE-NO
           END-IF
           MOVE WS-CA-FUNCTION TO WS-FUNCTION
           MOVE SPACES TO WS-NEW-CUST-ID
           MOVE SPACES TO WS-NEW-LOAN-ACCT
           MOVE SPACES TO WS-NEW-CATEGORY
           MOVE SPACE TO WS-NEW-CHANNEL
           MOVE SPACE TO WS-NEW-STATUS
           IF KCUSTLL > ZERO
               MOVE KCUSTLI TO WS-NEW-CUST-ID
           END-IF
           IF KLOANLL > ZERO
               MOVE KLOANLI TO WS-NEW-LOAN-ACCT
           END-IF
           IF KCATLL > ZERO
               MOVE FUNCTION UPPER-CASE(KCATLI) TO WS-NEW-CATEGORY
           END-IF
           IF KCHANLL > ZERO
               MOVE FUNCTION UPPER-CASE(KCHANLI) TO WS-NEW-CHANNEL
           END-IF
           IF KSTATLL > ZERO
               MOVE FUNCTION UPPER-CASE(KSTATLI) TO WS-NEW-STATUS
           END-IF.

      *> Inquiry is open to every signed-on role; opening and
      *> working a case go through the role matrix first.
       DISPATCH-FUNCTION.
           IF WS-FUNCTION = 'I'
               MOVE 'INQ' TO OS-FUNCTION
           ELSE
               MOVE 'CMP' TO OS-FUNCTION
           END-IF
           MOVE SPACES TO OS-RECORD-OWNER
           PERFORM CHECK-FUNCTION-AUTHORITY
           IF OS-RESULT NOT = 'A'
               MOVE OS-REASON TO WS-MSG
           ELSE
               PERFORM DISPATCH-ALLOWED-FUNCTION
           END-IF.

       DISPATCH-ALLOWED-FUNCTION.
           EVALUATE WS-FUNCTION
               WHEN 'A'
                   PERFORM OPEN-CASE
               WHEN 'U'
                   PERFORM UPDATE-CASE
               WHEN 'I'
                   PERFORM INQUIRE-CASE
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE A, U, OR I' TO WS-MSG
           END-EVALUATE.

      *> A complaint settled while the customer is still on the
      *> phone may be opened already resolved: status R with the
      *> outcome and resolution keyed alongside.
       OPEN-CASE.
           MOVE 'Y' TO WS-INPUT-OK
           MOVE SPACES TO WS-NEW-OUTCOME
           MOVE SPACES TO WS-NEW-RESOLUTION
           PERFORM EDIT-CASE-CUSTOMER
           IF WS-INPUT-OK = 'Y'
               PERFORM EDIT-CASE-LOAN
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM EDIT-CATEGORY
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM EDIT-CHANNEL
           END-IF
           IF WS-INPUT-OK = 'Y'
               IF KSUMMLL = ZERO OR KSUMMLI = SPACES
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'A SUMMARY OF THE COMPLAINT IS REQUIRED'
                       TO WS-MSG
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               IF WS-NEW-STATUS = SPACE
                   MOVE 'O' TO WS-NEW-STATUS
               END-IF
               EVALUATE WS-NEW-STATUS
                   WHEN 'O'
                       PERFORM EDIT-NO-OUTCOME
                   WHEN 'R'
                       PERFORM EDIT-RESOLUTION
                   WHEN OTHER
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'STATUS MUST BE O OR R' TO WS-MSG
               END-EVALUATE
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM ASSIGN-CASE-NUMBER
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM WRITE-NEW-CASE
           ELSE
               MOVE LOW-VALUES TO CASEMAPO
           END-IF.

       EDIT-CASE-CUSTOMER.
           IF WS-NEW-CUST-ID = SPACES
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'CUST ID IS REQUIRED TO OPEN A CASE' TO WS-MSG
           ELSE
               MOVE WS-NEW-CUST-ID TO CUST-ID
               EXEC CICS READ FILE(WS-CUSTFILE)
                   INTO(CUSTOMER-RECORD)
                   RIDFLD(CUST-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'CUST ID NOT ON THE CUSTOMER MASTER' TO WS-MSG
               END-IF
           END-IF.

      *> The loan account is optional; when keyed it must be on
      *> the loan master.
       EDIT-CASE-LOAN.
           IF WS-NEW-LOAN-ACCT NOT = SPACES
               MOVE WS-NEW-LOAN-ACCT TO LOAN-ACCT-ID
               EXEC CICS READ FILE(WS-LOANFILE)
                   INTO(LOAN-ACCOUNT-RECORD)
                   RIDFLD(LOAN-ACCT-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'LOAN ACCOUNT NOT ON THE LOAN MASTER' TO WS-MSG
               END-IF
           END-IF.

       EDIT-CATEGORY.
           EVALUATE WS-NEW-CATEGORY
               WHEN 'BILL'
               WHEN 'FEES'
               WHEN 'SERV'
               WHEN 'COLL'
               WHEN 'PRIV'
               WHEN 'FRAU'
               WHEN 'LEND'
               WHEN 'OTHR'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'CATEGORY MUST BE BILL FEES SERV COLL PRIV FRAU'
                       TO WS-MSG
                   MOVE 'LEND OTHR' TO WS-MSG(48:9)
           END-EVALUATE.

       EDIT-CHANNEL.
           EVALUATE WS-NEW-CHANNEL
               WHEN 'P'
               WHEN 'T'
               WHEN 'L'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'CHANNEL MUST BE P, T, OR L' TO WS-MSG
           END-EVALUATE.

      *> Resolving needs one of the log's outcomes and a note of
      *> what was done; either may already be on file.
       EDIT-RESOLUTION.
           IF KOUTCLL > ZERO
               MOVE FUNCTION UPPER-CASE(KOUTCLI) TO WS-NEW-OUTCOME
           END-IF
           IF KRESNLL > ZERO
               MOVE KRESNLI TO WS-NEW-RESOLUTION
           END-IF
           EVALUATE WS-NEW-OUTCOME
               WHEN 'UPHD'
               WHEN 'PART'
               WHEN 'NOTU'
               WHEN 'WDRN'
                   IF WS-NEW-RESOLUTION = SPACES
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'RESOLVING NEEDS A RESOLUTION NOTE'
                           TO WS-MSG
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'RESOLVING NEEDS OUTCOME UPHD PART NOTU WDRN'
                       TO WS-MSG
           END-EVALUATE.

       EDIT-NO-OUTCOME.
           IF (KOUTCLL > ZERO AND KOUTCLI NOT = SPACES)
              OR (KRESNLL > ZERO AND KRESNLI NOT = SPACES)
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'OUTCOME AND RESOLUTION ARE KEYED WITH STATUS R'
                   TO WS-MSG
           END-IF.

      *> Bumps the last number on the control record; the first
      *> case ever opened writes the control record itself. The
      *> bump is undone by the rollback if the case write fails.
       ASSIGN-CASE-NUMBER.
           MOVE '00000000' TO CS-CASE-NO
           EXEC CICS READ FILE(WS-FILENAME)
               INTO(CUSTOMER-CASE-RECORD)
               RIDFLD(CS-CASE-NO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO CSC-LAST-CASE-NO
                   MOVE CSC-LAST-CASE-NO TO WS-NEXT-CASE-NO
                   EXEC CICS REWRITE FILE(WS-FILENAME)
                       FROM(CUSTOMER-CASE-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO CUSTOMER-CASE-RECORD
                   MOVE '00000000' TO CSC-CASE-NO
                   MOVE 1 TO CSC-LAST-CASE-NO
                   MOVE 1 TO WS-NEXT-CASE-NO
                   EXEC CICS WRITE FILE(WS-FILENAME)
                       FROM(CUSTOMER-CASE-RECORD)
                       RIDFLD(CSC-CASE-NO)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'CASE NUMBER CONTROL NOT AVAILABLE -- NOT OPENED'
                   TO WS-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

       WRITE-NEW-CASE.
           MOVE SPACES TO CUSTOMER-CASE-RECORD
           MOVE WS-NEXT-CASE-NO   TO CS-CASE-NO
           MOVE WS-NEW-CUST-ID    TO CS-CUST-ID
           MOVE WS-NEW-LOAN-ACCT  TO CS-LOAN-ACCT-ID
           MOVE WS-NEW-CATEGORY   TO CS-CATEGORY
           MOVE WS-NEW-CHANNEL    TO CS-CHANNEL
           MOVE STK-OPERATOR-ID   TO CS-OPENED-BY
           MOVE WS-TODAY          TO CS-OPENED-DATE
           MOVE WS-NEW-STATUS     TO CS-STATUS
           MOVE KSUMMLI           TO CS-SUMMARY
           IF WS-NEW-STATUS = 'R'
               MOVE WS-NEW-OUTCOME    TO CS-OUTCOME
               MOVE WS-NEW-RESOLUTION TO CS-RESOLUTION
               MOVE STK-OPERATOR-ID   TO CS-RESOLVED-BY
               MOVE WS-TODAY          TO CS-RESOLVED-DATE
           END-IF
           EXEC CICS WRITE FILE(WS-FILENAME)
               FROM(CUSTOMER-CASE-RECORD)
               RIDFLD(CS-CASE-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CS-CASE-NO TO WS-CA-CASE-NO
               MOVE 'U' TO WS-CA-FUNCTION
               MOVE SPACES TO WS-MSG
               STRING 'CASE ' DELIMITED BY SIZE
                      CS-CASE-NO DELIMITED BY SIZE
                      ' OPENED' DELIMITED BY SIZE
                   INTO WS-MSG
               IF CS-STATUS = 'R'
                   MOVE ' AND RESOLVED' TO WS-MSG(21:13)
               END-IF
               MOVE 'A' TO UJ-ACTION
               MOVE CS-CASE-NO TO UJ-RECORD-KEY
               MOVE SPACES TO UJ-OLD-IMAGE
               MOVE CUSTOMER-CASE-RECORD TO UJ-NEW-IMAGE
               PERFORM WRITE-UPDATE-JOURNAL
               PERFORM FILL-CASE-FIELDS
               MOVE 'U' TO KFUNCO
           ELSE
               MOVE 'CASE WRITE FAILED -- NOT OPENED' TO WS-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE LOW-VALUES TO CASEMAPO
           END-IF.

      *> Customer and loan are fixed once the case is open -- a
      *> complaint about someone else is a new case. Keyed
      *> category, status, outcome and resolution are applied;
      *> anything not keyed stays as it is on file.
       UPDATE-CASE.
           MOVE 'Y' TO WS-INPUT-OK
           MOVE 'N' TO WS-CASE-LOCKED
           PERFORM READ-CASE-FOR-UPDATE
           IF WS-INPUT-OK = 'Y'
               MOVE 'Y' TO WS-CASE-LOCKED
               MOVE CUSTOMER-CASE-RECORD TO WS-OLD-IMAGE
               MOVE CS-STATUS TO WS-OLD-STATUS
               MOVE CS-OUTCOME TO WS-NEW-OUTCOME
               MOVE CS-RESOLUTION TO WS-NEW-RESOLUTION
               IF WS-NEW-CATEGORY = SPACES
                   MOVE CS-CATEGORY TO WS-NEW-CATEGORY
               ELSE
                   PERFORM EDIT-CATEGORY
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               IF WS-NEW-STATUS = SPACE
                   MOVE CS-STATUS TO WS-NEW-STATUS
               END-IF
               EVALUATE WS-NEW-STATUS
                   WHEN 'O'
                       PERFORM EDIT-NO-OUTCOME
                   WHEN 'R'
                       PERFORM EDIT-RESOLUTION
                   WHEN OTHER
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'STATUS MUST BE O OR R' TO WS-MSG
               END-EVALUATE
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM APPLY-CASE-UPDATE
           ELSE
               IF WS-CASE-LOCKED = 'Y'
                   EXEC CICS UNLOCK FILE(WS-FILENAME)
                   END-EXEC
               END-IF
               MOVE LOW-VALUES TO CASEMAPO
           END-IF.

       READ-CASE-FOR-UPDATE.
           IF WS-CA-CASE-NO = SPACES OR WS-CA-CASE-NO = '00000000'
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'KEY THE CASE NUMBER' TO WS-MSG
           ELSE
               MOVE WS-CA-CASE-NO TO CS-CASE-NO
               EXEC CICS READ FILE(WS-FILENAME)
                   INTO(CUSTOMER-CASE-RECORD)
                   RIDFLD(CS-CASE-NO)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'CASE NOT FOUND' TO WS-MSG
               END-IF
           END-IF.

      *> Resolving stamps who and when; a resolved case amended
      *> keeps its original stamp; reopening clears the resolution
      *> and the case ages again from the day it was first opened.
       APPLY-CASE-UPDATE.
           MOVE WS-NEW-CATEGORY TO CS-CATEGORY
           IF WS-NEW-STATUS = 'R'
               IF WS-OLD-STATUS NOT = 'R'
                   MOVE STK-OPERATOR-ID TO CS-RESOLVED-BY
                   MOVE WS-TODAY TO CS-RESOLVED-DATE
               END-IF
               MOVE WS-NEW-OUTCOME TO CS-OUTCOME
               MOVE WS-NEW-RESOLUTION TO CS-RESOLUTION
           ELSE
               MOVE SPACES TO CS-OUTCOME
               MOVE SPACES TO CS-RESOLUTION
               MOVE SPACES TO CS-RESOLVED-BY
               MOVE SPACES TO CS-RESOLVED-DATE
           END-IF
           MOVE WS-NEW-STATUS TO CS-STATUS
           EXEC CICS REWRITE FILE(WS-FILENAME)
               FROM(CUSTOMER-CASE-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN WS-OLD-STATUS NOT = 'R' AND CS-STATUS = 'R'
                       MOVE 'CASE RESOLVED' TO WS-MSG
                   WHEN WS-OLD-STATUS = 'R' AND CS-STATUS = 'O'
                       MOVE 'CASE REOPENED' TO WS-MSG
                   WHEN OTHER
                       MOVE 'CASE UPDATED' TO WS-MSG
               END-EVALUATE
               MOVE 'U' TO UJ-ACTION
               MOVE CS-CASE-NO TO UJ-RECORD-KEY
               MOVE WS-OLD-IMAGE TO UJ-OLD-IMAGE
               MOVE CUSTOMER-CASE-RECORD TO UJ-NEW-IMAGE
               PERFORM WRITE-UPDATE-JOURNAL
               PERFORM FILL-CASE-FIELDS
           ELSE
               MOVE 'UPDATE FAILED' TO WS-MSG
               MOVE LOW-VALUES TO CASEMAPO
           END-IF.

       INQUIRE-CASE.
           IF WS-CA-CASE-NO = SPACES OR WS-CA-CASE-NO = '00000000'
               MOVE 'KEY THE CASE NUMBER' TO WS-MSG
               MOVE LOW-VALUES TO CASEMAPO
           ELSE
               MOVE WS-CA-CASE-NO TO CS-CASE-NO
               EXEC CICS READ FILE(WS-FILENAME)
                   INTO(CUSTOMER-CASE-RECORD)
                   RIDFLD(CS-CASE-NO)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF CS-STATUS = 'R'
                       MOVE 'CASE FOUND -- RESOLVED' TO WS-MSG
                   ELSE
                       MOVE 'CASE FOUND -- OPEN' TO WS-MSG
                   END-IF
                   PERFORM FILL-CASE-FIELDS
               ELSE
                   MOVE 'CASE NOT FOUND' TO WS-MSG
                   MOVE LOW-VALUES TO CASEMAPO
               END-IF
           END-IF.

      *> The name comes live off the customer master; a customer
      *> since deleted shows the id alone.
       FILL-CASE-FIELDS.
           MOVE LOW-VALUES TO CASEMAPO
           MOVE CS-CASE-NO       TO KCASEO
           MOVE CS-STATUS        TO KSTATO
           MOVE CS-CUST-ID       TO KCUSTO
           MOVE CS-LOAN-ACCT-ID  TO KLOANO
           MOVE CS-CATEGORY      TO KCATO
           MOVE CS-CHANNEL       TO KCHANO
           MOVE CS-SUMMARY       TO KSUMMO
           MOVE CS-OPENED-BY     TO KOPBYO
           MOVE CS-OPENED-DATE   TO KOPDTO
           MOVE CS-OUTCOME       TO KOUTCO
           MOVE CS-RESOLUTION    TO KRESNO
           MOVE CS-RESOLVED-BY   TO KRSBYO
           MOVE CS-RESOLVED-DATE TO KRSDTO
           MOVE CS-CUST-ID TO CUST-ID
           EXEC CICS READ FILE(WS-CUSTFILE)
               INTO(CUSTOMER-RECORD)
               RIDFLD(CUST-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CUST-NAME TO KNAMEO
           ELSE
               MOVE SPACES TO KNAMEO
           END-IF
           PERFORM COMPUTE-DAYS-OPEN
           MOVE WS-DAYS-OPEN TO KDAYSO.

       COMPUTE-DAYS-OPEN.
           MOVE ZERO TO WS-DAYS-OPEN
           MOVE CS-OPENED-DATE TO WS-DATE-CHECK
           IF WS-DATE-CHECK-NUM NUMERIC
               COMPUTE WS-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK-NUM)
               IF CS-STATUS = 'R'
                   MOVE CS-RESOLVED-DATE TO WS-DATE-CHECK
               ELSE
                   MOVE WS-TODAY TO WS-DATE-CHECK
               END-IF
               IF WS-DATE-CHECK-NUM NUMERIC
                   COMPUTE WS-TO-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK-NUM)
                   IF WS-TO-INT > WS-FROM-INT
                       COMPUTE WS-DAYS-OPEN = WS-TO-INT - WS-FROM-INT
                   END-IF
               END-IF
           END-IF.

       RESEND-MAP.
           MOVE WS-MSG TO KMSGO
           MOVE 'R' TO WS-CA-STATE
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(CASEMAPO)
               DATAONLY
               CURSOR
           END-EXEC.

       SEND-GOODBYE.
           EXEC CICS SEND TEXT
               FROM('COMPLAINT CASES COMPLETE')
               LENGTH(24)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       WRITE-UPDATE-JOURNAL.
           MOVE 'CASEFILE' TO UJ-FILE-NAME
           MOVE STK-OPERATOR-ID TO UJ-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO UJ-TIMESTAMP
           EXEC CICS WRITEQ TD
               QUEUE('UJRN')
               FROM(UPDATE-JOURNAL-RECORD)
               LENGTH(LENGTH OF UPDATE-JOURNAL-RECORD)
           END-EXEC.

       GET-SIGNON-TOKEN.
           MOVE EIBTRMID TO WS-TQ-TERMINAL
           MOVE LENGTH OF SIGNON-TOKEN-RECORD TO WS-TOKEN-LENGTH
           EXEC CICS READQ TS
               QUEUE(WS-TOKEN-QUEUE)
               INTO(SIGNON-TOKEN-RECORD)
               LENGTH(WS-TOKEN-LENGTH)
               ITEM(1)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-SIGNED-ON
           ELSE
               MOVE 'N' TO WS-SIGNED-ON
           END-IF.

       REFUSE-UNSIGNED-TERMINAL.
           EXEC CICS SEND TEXT
               FROM('SIGN ON FIRST -- START TRANSACTION OPSN')
               LENGTH(39)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       CHECK-FUNCTION-AUTHORITY.
           MOVE STK-OPERATOR-ID TO OS-OPERATOR-ID
           MOVE SPACES TO OS-PIN
           MOVE 'CASEMNT ' TO OS-PROGRAM
           MOVE EIBTRMID TO OS-TERMINAL
           CALL 'OperatorSecurity' USING OPERATOR-SECURITY-REQUEST.
