       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectorWorkQueue.
      *> CICS/BMS collector work queue (map COLQMAPI,
      *> bms/COLQMAP.bms). Collectors worked off the printed ranked
      *> delinquency and broken-promise reports and kept their call
      *> notes on paper, so the next collector to ring the borrower
      *> had no idea what was said last time. Here the signed-on
      *> collector pages through the accounts LoanCollectorQueue
      *> dealt them overnight (COLQFILE, the keyed LNCOLQ.cpy queue,
      *> worst account first) and sees balance -- live off the loan
      *> master (LOANFILE) -- days behind, missed amount, the open
      *> promise, and the last contact. ENTER records the call: an
      *> outcome code and note to the contact history (CONTHIST,
      *> LNCONTH.cpy, the file the billing and letter jobs read), a
      *> promise straight into LoanPromiseCapture's feed (PTPFEED),
      *> and the next-action date back onto the queue record, all
      *> in one unit of work. PF8/PF7 page forward and back through
      *> the queue by sequence number.
      *> Pseudo-conversational in the LoanServicingInquiry.cob shape.
      *>
      *> Requires a CICS translator/pre-compile step not present in
      *> every build environment, so this member is desk-checked
      *> against the CICS command-level reference rather than
      *> compiled everywhere the batch programs are.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY COLQMAP.
       COPY LNCOLQ.
       COPY LNCONTH.
       COPY LOANACCT.
      *> Vendor-supplied AID condition names (DFHPF3, DFHENTER,
      *> etc.) referenced by RECEIVE-AND-PROCESS-MAP's EVALUATE.
       COPY DFHAID.

       01 WS-RESP                        PIC S9(8) COMP.
       01 WS-MSG                         PIC X(79).

      *> LoanPromiseCapture's feed layout (data/LOANPTP-NEW.DAT):
      *> the promise merges into LNPTP.cpy as an open promise on the
      *> next run, exactly as a keyed capture transaction would.
       01 WS-PTP-FEED-RECORD.
           05 WS-PF-ACCT-ID              PIC X(6).
           05 WS-PF-PROMISE-DATE         PIC X(8).
           05 WS-PF-AMOUNT               PIC 9(7)V99.
           05 WS-PF-INITIALS             PIC X(3).

       01 WS-COMMAREA.
           05 WS-CA-STATE                PIC X.
               88 CA-FIRST-ENTRY         VALUE SPACE.
               88 CA-REENTRY             VALUE 'R'.
           05 WS-CA-SEQ                  PIC 9(4).

       01 WS-TRANSID                     PIC X(4) VALUE 'COLQ'.
       01 WS-MAPSET                      PIC X(8) VALUE 'COLQMAP'.
       01 WS-MAPNAME                     PIC X(8) VALUE 'COLQMAPI'.
       01 WS-QUEUEFILE                   PIC X(8) VALUE 'COLQFILE'.
       01 WS-LOANFILE                    PIC X(8) VALUE 'LOANFILE'.
       01 WS-HISTFILE                    PIC X(8) VALUE 'CONTHIST'.
       01 WS-PTPFILE                     PIC X(8) VALUE 'PTPFEED '.
       01 WS-FEED-RBA                    PIC S9(8) COMP.

       01 WS-TODAY                       PIC X(8).
       01 WS-NOW                         PIC X(6).
       01 WS-FOUND                       PIC X.
       01 WS-INPUT-OK                    PIC X.
       01 WS-NEXT-ACTION                 PIC X(8).
       01 WS-PROMISE-DATE                PIC X(8).
       01 WS-PROMISE-AMOUNT              PIC 9(7)V99.
       01 WS-DATE-CHECK                  PIC X(8).
       01 WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK
                                         PIC 9(8).

      *> Terminal sign-on token and role check: no token from the
      *> OPSN sign-on, no screen; the shared OperatorSecurity
      *> routine re-checks the collector role before each function
      *> and logs the attempt. The queue shown is always the
      *> signed-on operator's own.
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
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW
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

      *> First entry opens on the top of the collector's queue.
       SEND-INITIAL-MAP.
           MOVE SPACE TO WS-CA-STATE
           MOVE 1 TO WS-CA-SEQ
           MOVE 'COL' TO OS-FUNCTION
           PERFORM CHECK-FUNCTION-AUTHORITY
           IF OS-RESULT = 'A'
               PERFORM SHOW-QUEUE-ENTRY
               IF WS-FOUND = 'Y'
                   MOVE 'ENTER RECORDS THE CONTACT -- PF8 NEXT ACCOUNT'
                       TO WS-MSG
               END-IF
           ELSE
               MOVE LOW-VALUES TO COLQMAPO
               MOVE OS-REASON TO WS-MSG
           END-IF
           MOVE WS-MSG TO QMSGO
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(COLQMAPO)
               ERASE
           END-EXEC.

       RECEIVE-AND-PROCESS-MAP.
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM SEND-GOODBYE
               WHEN DFHPF8
                   MOVE 'COL' TO OS-FUNCTION
                   PERFORM CHECK-FUNCTION-AUTHORITY
                   IF OS-RESULT = 'A'
                       PERFORM PAGE-FORWARD
                   ELSE
                       MOVE LOW-VALUES TO COLQMAPO
                       MOVE OS-REASON TO WS-MSG
                   END-IF
                   PERFORM RESEND-MAP
               WHEN DFHPF7
                   MOVE 'COL' TO OS-FUNCTION
                   PERFORM CHECK-FUNCTION-AUTHORITY
                   IF OS-RESULT = 'A'
                       PERFORM PAGE-BACKWARD
                   ELSE
                       MOVE LOW-VALUES TO COLQMAPO
                       MOVE OS-REASON TO WS-MSG
                   END-IF
                   PERFORM RESEND-MAP
               WHEN DFHENTER
                   PERFORM RECEIVE-MAP-DATA
                   MOVE 'COL' TO OS-FUNCTION
                   PERFORM CHECK-FUNCTION-AUTHORITY
                   IF OS-RESULT = 'A'
                       PERFORM RECORD-CONTACT
                   ELSE
                       MOVE LOW-VALUES TO COLQMAPO
                       MOVE OS-REASON TO WS-MSG
                   END-IF
                   PERFORM RESEND-MAP
               WHEN OTHER
                   MOVE 'INVALID KEY -- ENTER, PF7, PF8, OR PF3'
                       TO WS-MSG
                   PERFORM SHOW-QUEUE-ENTRY
                   PERFORM RESEND-MAP
           END-EVALUATE.

       RECEIVE-MAP-DATA.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(COLQMAPI)
               RESP(WS-RESP)
           END-EXEC.

      *> The queue is dense by sequence within a collector, so
      *> paging is a keyed read of the neighbouring sequence; a
      *> read past either end leaves the current account showing.
       PAGE-FORWARD.
           ADD 1 TO WS-CA-SEQ
           PERFORM SHOW-QUEUE-ENTRY
           IF WS-FOUND = 'N'
               SUBTRACT 1 FROM WS-CA-SEQ
               PERFORM SHOW-QUEUE-ENTRY
               MOVE 'END OF YOUR QUEUE -- PF7 PAGES BACK' TO WS-MSG
           ELSE
               MOVE SPACES TO WS-MSG
           END-IF.

       PAGE-BACKWARD.
           IF WS-CA-SEQ > 1
               SUBTRACT 1 FROM WS-CA-SEQ
               PERFORM SHOW-QUEUE-ENTRY
               MOVE SPACES TO WS-MSG
           ELSE
               PERFORM SHOW-QUEUE-ENTRY
               MOVE 'TOP OF YOUR QUEUE -- PF8 PAGES FORWARD' TO WS-MSG
           END-IF.

       READ-QUEUE-ENTRY.
           MOVE STK-OPERATOR-ID TO CQ-OPERATOR-ID
           MOVE WS-CA-SEQ TO CQ-SEQ
           EXEC CICS READ FILE(WS-QUEUEFILE)
               INTO(COLLECTOR-QUEUE-RECORD)
               RIDFLD(CQ-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-FOUND
           ELSE
               MOVE 'N' TO WS-FOUND
           END-IF.

      *> Fills the map from the queue record; the balance comes off
      *> the loan master when it can be read, so a payment posted
      *> since the overnight build shows.
       SHOW-QUEUE-ENTRY.
           MOVE LOW-VALUES TO COLQMAPO
           PERFORM READ-QUEUE-ENTRY
           IF WS-FOUND = 'N'
               IF WS-CA-SEQ = 1
                   MOVE 'NO ACCOUNTS ON YOUR QUEUE TODAY' TO WS-MSG
               END-IF
           ELSE
               MOVE CQ-ACCT-ID TO LOAN-ACCT-ID
               EXEC CICS READ FILE(WS-LOANFILE)
                   INTO(LOAN-ACCOUNT-RECORD)
                   RIDFLD(LOAN-ACCT-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE LOAN-ACCT-BALANCE TO QBALO
               ELSE
                   MOVE CQ-BALANCE TO QBALO
               END-IF
               MOVE CQ-OPERATOR-ID       TO QOPERO
               MOVE CQ-SEQ               TO QSEQO
               MOVE CQ-ACCT-ID           TO QACCTO
               MOVE CQ-BORROWER-NAME     TO QNAMEO
               MOVE CQ-DAYS-BEHIND       TO QDAYSO
               MOVE CQ-MISSED-AMOUNT     TO QMISSO
               MOVE CQ-PTP-DATE          TO QPTPDO
               MOVE CQ-PTP-AMOUNT        TO QPTPAO
               MOVE CQ-LAST-CONTACT-DATE TO QLASTO
               MOVE CQ-LAST-OUTCOME      TO QLOUTO
               MOVE CQ-NEXT-ACTION-DATE  TO QNACTO
           END-IF.

      *> Edits the keyed outcome, promise, and next-action date,
      *> then writes the contact history row, the promise feed row
      *> on a promise, and the queue record's new state as one unit
      *> of work -- any failure rolls the lot back.
       RECORD-CONTACT.
           MOVE 'Y' TO WS-INPUT-OK
           PERFORM READ-QUEUE-ENTRY
           IF WS-FOUND = 'N'
               MOVE 'N' TO WS-INPUT-OK
               MOVE 'NO QUEUE ACCOUNT ON SCREEN' TO WS-MSG
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM EDIT-OUTCOME
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM EDIT-PROMISE
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM EDIT-NEXT-ACTION
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM WRITE-CONTACT-AND-PROMISE
      *> Refresh the account and blank the keyed fields for the
      *> next call; an edit failure leaves the keying on screen.
               PERFORM SHOW-QUEUE-ENTRY
               MOVE SPACES TO QOUTCO
               MOVE SPACES TO QNOTEO
               MOVE SPACES TO QPDATO
               MOVE SPACES TO QPAMTO
           ELSE
               MOVE LOW-VALUES TO COLQMAPO
           END-IF.

       EDIT-OUTCOME.
           EVALUATE QOUTCLI
               WHEN 'PTP'
               WHEN 'RPC'
               WHEN 'LMS'
               WHEN 'NOA'
               WHEN 'WRN'
               WHEN 'RTP'
               WHEN 'DSP'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'OUTCOME MUST BE PTP RPC LMS NOA WRN RTP DSP'
                       TO WS-MSG
           END-EVALUATE.

      *> A promise is keyed with outcome PTP and only then: a date
      *> not in the past and an amount.
       EDIT-PROMISE.
           MOVE SPACES TO WS-PROMISE-DATE
           MOVE ZERO TO WS-PROMISE-AMOUNT
           IF QOUTCLI = 'PTP'
               MOVE QPDATLI TO WS-DATE-CHECK
               IF QPDATLL = ZERO OR WS-DATE-CHECK NOT NUMERIC
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'PTP NEEDS A PROMISE DATE, CCYYMMDD' TO WS-MSG
               ELSE
                   IF WS-DATE-CHECK < WS-TODAY
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'PROMISE DATE IS IN THE PAST' TO WS-MSG
                   ELSE
                       IF QPAMTLL = ZERO OR QPAMTLI NOT NUMERIC
                          OR QPAMTLI = ZERO
                           MOVE 'N' TO WS-INPUT-OK
                           MOVE 'PTP NEEDS A PROMISE AMOUNT' TO WS-MSG
                       ELSE
                           MOVE WS-DATE-CHECK TO WS-PROMISE-DATE
                           MOVE QPAMTLI TO WS-PROMISE-AMOUNT
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF QPDATLL > ZERO OR QPAMTLL > ZERO
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'PROMISE FIELDS ARE FOR OUTCOME PTP ONLY'
                       TO WS-MSG
               END-IF
           END-IF.

      *> An untouched next-action field keeps the date already on
      *> the queue; a keyed one must be a real date not in the past.
      *> A promise with no follow-up keyed comes back on its date.
       EDIT-NEXT-ACTION.
           MOVE CQ-NEXT-ACTION-DATE TO WS-NEXT-ACTION
           IF QNACTLL > ZERO
               MOVE QNACTLI TO WS-DATE-CHECK
               IF WS-DATE-CHECK NOT NUMERIC
                   MOVE 'N' TO WS-INPUT-OK
                   MOVE 'NEXT ACTION MUST BE CCYYMMDD' TO WS-MSG
               ELSE
                   IF WS-DATE-CHECK < WS-TODAY
                       MOVE 'N' TO WS-INPUT-OK
                       MOVE 'NEXT ACTION DATE IS IN THE PAST' TO WS-MSG
                   ELSE
                       MOVE WS-DATE-CHECK TO WS-NEXT-ACTION
                   END-IF
               END-IF
           ELSE
               IF QOUTCLI = 'PTP'
                   MOVE WS-PROMISE-DATE TO WS-NEXT-ACTION
               END-IF
           END-IF.

       WRITE-CONTACT-AND-PROMISE.
           MOVE CQ-ACCT-ID        TO CH-ACCT-ID
           MOVE WS-TODAY          TO CH-CONTACT-DATE
           MOVE WS-NOW            TO CH-CONTACT-TIME
           MOVE STK-OPERATOR-ID   TO CH-OPERATOR-ID
           MOVE QOUTCLI           TO CH-OUTCOME
           MOVE WS-NEXT-ACTION    TO CH-NEXT-ACTION-DATE
           MOVE WS-PROMISE-DATE   TO CH-PTP-DATE
           MOVE WS-PROMISE-AMOUNT TO CH-PTP-AMOUNT
           IF QNOTELL > ZERO
               MOVE QNOTELI TO CH-NOTE
           ELSE
               MOVE SPACES TO CH-NOTE
           END-IF
           EXEC CICS WRITE FILE(WS-HISTFILE)
               FROM(CONTACT-HISTORY-RECORD)
               RIDFLD(WS-FEED-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CONTACT HISTORY WRITE FAILED -- NOT RECORDED'
                   TO WS-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               IF QOUTCLI = 'PTP'
                   PERFORM WRITE-PROMISE-FEED
               END-IF
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM UPDATE-QUEUE-ENTRY
               END-IF
           END-IF.

      *> Initials on the capture feed are the first three of the
      *> operator id, which is what the promise report prints as
      *> the taker.
       WRITE-PROMISE-FEED.
           MOVE CQ-ACCT-ID           TO WS-PF-ACCT-ID
           MOVE WS-PROMISE-DATE      TO WS-PF-PROMISE-DATE
           MOVE WS-PROMISE-AMOUNT    TO WS-PF-AMOUNT
           MOVE STK-OPERATOR-ID(1:3) TO WS-PF-INITIALS
           EXEC CICS WRITE FILE(WS-PTPFILE)
               FROM(WS-PTP-FEED-RECORD)
               RIDFLD(WS-FEED-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PROMISE FEED WRITE FAILED -- NOT RECORDED'
                   TO WS-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

       UPDATE-QUEUE-ENTRY.
           MOVE STK-OPERATOR-ID TO CQ-OPERATOR-ID
           MOVE WS-CA-SEQ TO CQ-SEQ
           EXEC CICS READ FILE(WS-QUEUEFILE)
               INTO(COLLECTOR-QUEUE-RECORD)
               RIDFLD(CQ-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'QUEUE RECORD NOT READABLE -- NOT RECORDED'
                   TO WS-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           ELSE
               MOVE WS-TODAY TO CQ-LAST-CONTACT-DATE
               MOVE QOUTCLI TO CQ-LAST-OUTCOME
               MOVE WS-NEXT-ACTION TO CQ-NEXT-ACTION-DATE
               IF QOUTCLI = 'PTP'
                   MOVE WS-PROMISE-DATE TO CQ-PTP-DATE
                   MOVE WS-PROMISE-AMOUNT TO CQ-PTP-AMOUNT
               END-IF
               EXEC CICS REWRITE FILE(WS-QUEUEFILE)
                   FROM(COLLECTOR-QUEUE-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'QUEUE REWRITE FAILED -- NOT RECORDED'
                       TO WS-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               ELSE
                   IF QOUTCLI = 'PTP'
                       MOVE 'CONTACT AND PROMISE RECORDED -- PF8 NEXT'
                           TO WS-MSG
                   ELSE
                       MOVE 'CONTACT RECORDED -- PF8 NEXT ACCOUNT'
                           TO WS-MSG
                   END-IF
               END-IF
           END-IF.

       RESEND-MAP.
           MOVE WS-MSG TO QMSGO
           MOVE 'R' TO WS-CA-STATE
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(COLQMAPO)
               DATAONLY
               CURSOR
           END-EXEC.

       SEND-GOODBYE.
           EXEC CICS SEND TEXT
               FROM('COLLECTOR QUEUE COMPLETE')
               LENGTH(24)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
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
           MOVE 'COLLQUE ' TO OS-PROGRAM
           MOVE SPACES TO OS-RECORD-OWNER
           MOVE EIBTRMID TO OS-TERMINAL
           CALL 'OperatorSecurity' USING OPERATOR-SECURITY-REQUEST.
