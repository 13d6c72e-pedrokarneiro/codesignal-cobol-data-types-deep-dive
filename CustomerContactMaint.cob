      *> NamesDemo.cob merge style, with rejects (malformed postal
      *> code, blank address) going to a dated error file so the
      *> aging report can track them.
      *>
      *> An address flagged bad by ReturnedMailPost.cob clears here
      *> and only here, when the update actually changes the
      *> address; a feed row repeating the same address leaves the
      *> flag standing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 CCM-OUT-STATE              PIC X(2).
           05 CCM-OUT-POSTAL             PIC X(5).
           05 CCM-OUT-PHONE              PIC X(10).
           05 CCM-OUT-ADDR-STATUS        PIC X(1).
           05 CCM-OUT-MAIL-RETURN-DATE   PIC X(8).
           05 CCM-OUT-MAIL-RETURN-DOC    PIC X(4).
           05 CCM-OUT-MAIL-RETURN-REASON PIC X(20).
           05 CCM-OUT-ADDR-CHANGED-DATE  PIC X(8).

       FD  CONTACT-ERROR-OUT.
       COPY CCONTERR.
           05 CCM-COUNT                  PIC 9(4) VALUE ZERO.
           05 CCM-IDX                    PIC 9(4).
           05 CCM-REJECT-COUNT           PIC 9(4) VALUE ZERO.
           05 CCM-CLEARED-COUNT          PIC 9(4) VALUE ZERO.
           05 CCM-STILL-BAD-COUNT        PIC 9(4) VALUE ZERO.

       01 CCM-CONTACT-TABLE.
           05 CCM-ENTRY OCCURS 500 TIMES
               10 CCM-STATE-T            PIC X(2).
               10 CCM-POSTAL-T           PIC X(5).
               10 CCM-PHONE-T            PIC X(10).
               10 CCM-ADDR-STATUS-T      PIC X(1).
               10 CCM-RETURN-DATE-T      PIC X(8).
               10 CCM-RETURN-DOC-T       PIC X(4).
               10 CCM-RETURN-REASON-T    PIC X(20).
               10 CCM-ADDR-CHANGED-T     PIC X(8).

       01 CCM-JRNL-STATUS                PIC XX.
       01 CCM-OLD-IMAGE                  PIC X(150).

       01 CCM-NV-INVALID                 PIC X.
       01 CCM-NV-REASON                  PIC X(30).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CCM-TODAY
           PERFORM LOAD-EXISTING-CONTACTS
           OPEN EXTEND UPDATE-JOURNAL-OUT
           IF CCM-JRNL-STATUS = '35'
           PERFORM WRITE-CONTACT-FILE
           DISPLAY 'Contacts on file = ' CCM-COUNT
           DISPLAY 'Rejected         = ' CCM-REJECT-COUNT
           DISPLAY 'Bad addr cleared = ' CCM-CLEARED-COUNT
           DISPLAY 'Bad addr resent  = ' CCM-STILL-BAD-COUNT
           STOP RUN.

       LOAD-EXISTING-CONTACTS.
           MOVE CCT-CITY      TO CCM-CITY-T(CCM-COUNT)
           MOVE CCT-STATE     TO CCM-STATE-T(CCM-COUNT)
           MOVE CCT-POSTAL    TO CCM-POSTAL-T(CCM-COUNT)
           MOVE CCT-PHONE     TO CCM-PHONE-T(CCM-COUNT)
           MOVE CCT-ADDR-STATUS TO CCM-ADDR-STATUS-T(CCM-COUNT)
           MOVE CCT-MAIL-RETURN-DATE TO CCM-RETURN-DATE-T(CCM-COUNT)
           MOVE CCT-MAIL-RETURN-DOC TO CCM-RETURN-DOC-T(CCM-COUNT)
           MOVE CCT-MAIL-RETURN-REASON
               TO CCM-RETURN-REASON-T(CCM-COUNT)
           MOVE CCT-ADDR-CHANGED-DATE TO CCM-ADDR-CHANGED-T(CCM-COUNT).

       MERGE-NEW-CONTACTS.
           OPEN INPUT CONTACT-NEW-IN
                   ADD 1 TO CCM-COUNT
                   MOVE CCM-NEW-CUST-ID TO CCM-CUST-ID-T(CCM-COUNT)
                   PERFORM FILL-CONTACT-FIELDS-NEW
                   MOVE SPACES TO CCM-ADDR-STATUS-T(CCM-COUNT)
                   MOVE SPACES TO CCM-RETURN-DATE-T(CCM-COUNT)
                   MOVE SPACES TO CCM-RETURN-DOC-T(CCM-COUNT)
                   MOVE SPACES TO CCM-RETURN-REASON-T(CCM-COUNT)
                   MOVE CCM-TODAY TO CCM-ADDR-CHANGED-T(CCM-COUNT)
                   MOVE 'A' TO UJ-ACTION
                   MOVE SPACES TO UJ-OLD-IMAGE
                   SET CCM-IX TO CCM-COUNT
                   PERFORM WRITE-CONTACT-JOURNAL
               WHEN CCM-CUST-ID-T(CCM-IX) = CCM-NEW-CUST-ID
                   PERFORM BUILD-OLD-CONTACT-IMAGE
                   PERFORM CHECK-ADDRESS-CHANGE
                   MOVE CCM-NEW-ADDRESS-1 TO CCM-ADDRESS-1-T(CCM-IX)
                   MOVE CCM-NEW-ADDRESS-2 TO CCM-ADDRESS-2-T(CCM-IX)
                   MOVE CCM-NEW-CITY      TO CCM-CITY-T(CCM-IX)
                   PERFORM WRITE-CONTACT-JOURNAL
           END-SEARCH.

      *> A changed mailing address is a new address: it clears a
      *> returned-mail flag and restarts the address's history.
      *> A phone-only change, or the same address keyed again,
      *> leaves the flag where it was.
       CHECK-ADDRESS-CHANGE.
           IF CCM-NEW-ADDRESS-1 NOT = CCM-ADDRESS-1-T(CCM-IX)
               OR CCM-NEW-ADDRESS-2 NOT = CCM-ADDRESS-2-T(CCM-IX)
               OR CCM-NEW-CITY NOT = CCM-CITY-T(CCM-IX)
               OR CCM-NEW-STATE NOT = CCM-STATE-T(CCM-IX)
               OR CCM-NEW-POSTAL NOT = CCM-POSTAL-T(CCM-IX)
               MOVE CCM-TODAY TO CCM-ADDR-CHANGED-T(CCM-IX)
               IF CCM-ADDR-STATUS-T(CCM-IX) = 'B'
                   ADD 1 TO CCM-CLEARED-COUNT
                   MOVE SPACES TO CCM-ADDR-STATUS-T(CCM-IX)
               END-IF
           ELSE
               IF CCM-ADDR-STATUS-T(CCM-IX) = 'B'
                   ADD 1 TO CCM-STILL-BAD-COUNT
                   DISPLAY 'SAME ADDRESS KEYED FOR ' CCM-NEW-CUST-ID
                           ' -- STILL FLAGGED RETURNED MAIL'
               END-IF
           END-IF.

      *> The contact record the change is about to overwrite,
      *> rebuilt in file shape for the journal's before image.
       BUILD-OLD-CONTACT-IMAGE.
           MOVE CCM-CITY-T(CCM-IX)      TO CCM-OLD-IMAGE(57:15)
           MOVE CCM-STATE-T(CCM-IX)     TO CCM-OLD-IMAGE(72:2)
           MOVE CCM-POSTAL-T(CCM-IX)    TO CCM-OLD-IMAGE(74:5)
           MOVE CCM-PHONE-T(CCM-IX)     TO CCM-OLD-IMAGE(79:10)
           MOVE CCM-ADDR-STATUS-T(CCM-IX) TO CCM-OLD-IMAGE(89:1)
           MOVE CCM-RETURN-DATE-T(CCM-IX) TO CCM-OLD-IMAGE(90:8)
           MOVE CCM-RETURN-DOC-T(CCM-IX)  TO CCM-OLD-IMAGE(98:4)
           MOVE CCM-RETURN-REASON-T(CCM-IX)
                                          TO CCM-OLD-IMAGE(102:20)
           MOVE CCM-ADDR-CHANGED-T(CCM-IX) TO CCM-OLD-IMAGE(122:8).

       WRITE-CONTACT-JOURNAL.
           MOVE 'CUSTCONT' TO UJ-FILE-NAME
           MOVE CCM-STATE-T(CCM-IX)     TO UJ-NEW-IMAGE(72:2)
           MOVE CCM-POSTAL-T(CCM-IX)    TO UJ-NEW-IMAGE(74:5)
           MOVE CCM-PHONE-T(CCM-IX)     TO UJ-NEW-IMAGE(79:10)
           MOVE CCM-ADDR-STATUS-T(CCM-IX) TO UJ-NEW-IMAGE(89:1)
           MOVE CCM-RETURN-DATE-T(CCM-IX) TO UJ-NEW-IMAGE(90:8)
           MOVE CCM-RETURN-DOC-T(CCM-IX)  TO UJ-NEW-IMAGE(98:4)
           MOVE CCM-RETURN-REASON-T(CCM-IX)
                                          TO UJ-NEW-IMAGE(102:20)
           MOVE CCM-ADDR-CHANGED-T(CCM-IX) TO UJ-NEW-IMAGE(122:8)
           WRITE UPDATE-JOURNAL-RECORD.

       FILL-CONTACT-FIELDS-NEW.
               MOVE CCM-STATE-T(CCM-IDX)     TO CCM-OUT-STATE
               MOVE CCM-POSTAL-T(CCM-IDX)    TO CCM-OUT-POSTAL
               MOVE CCM-PHONE-T(CCM-IDX)     TO CCM-OUT-PHONE
               MOVE CCM-ADDR-STATUS-T(CCM-IDX) TO CCM-OUT-ADDR-STATUS
               MOVE CCM-RETURN-DATE-T(CCM-IDX)
                   TO CCM-OUT-MAIL-RETURN-DATE
               MOVE CCM-RETURN-DOC-T(CCM-IDX)
                   TO CCM-OUT-MAIL-RETURN-DOC
               MOVE CCM-RETURN-REASON-T(CCM-IDX)
                   TO CCM-OUT-MAIL-RETURN-REASON
               MOVE CCM-ADDR-CHANGED-T(CCM-IDX)
                   TO CCM-OUT-ADDR-CHANGED-DATE
               WRITE CONTACT-OUT-RECORD
           END-PERFORM
           CLOSE CONTACT-OUT.
