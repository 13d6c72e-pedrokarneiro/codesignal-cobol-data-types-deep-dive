      *> through OperatorMaint -- and the role matrix is fixed:
      *> 'INQ' sees and touches nothing but inquiry, 'TEL' may
      *> update but never correct the teller's own rejected entry,
      *> 'COL' works the collection queue and nothing else that
      *> changes money, 'SUP' may do anything. The operator
      *> master is re-read on every sign-on, so deactivating an
      *> id in OperatorMaint shuts it out of every screen
      *> immediately. Every attempt, allowed or refused, lands on
      *> the access log the morning digest reads.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *> The role matrix. Inquiry reaches only inquiry; the teller
      *> updates but never corrects an entry the same id put in;
      *> the collector records contacts and promises on the work
      *> queue; any role but inquiry logs and works a complaint,
      *> since a complaint reaches whoever answers the phone; the
      *> supervisor does anything.
       CHECK-ROLE-FOR-FUNCTION.
           EVALUATE OS-FUNCTION
               WHEN 'INQ'
                           MOVE 'ROLE CANNOT CORRECT ENTRIES'
                               TO OS-REASON
                   END-EVALUATE
               WHEN 'COL'
                   IF OSC-ROLE-T(OSC-MATCH-IX) = 'COL'
                      OR OSC-ROLE-T(OSC-MATCH-IX) = 'SUP'
                       MOVE 'A' TO OS-RESULT
                   ELSE
                       MOVE 'D' TO OS-RESULT
                       MOVE 'ROLE CANNOT WORK COLLECTIONS'
                           TO OS-REASON
                   END-IF
               WHEN 'CMP'
                   IF OSC-ROLE-T(OSC-MATCH-IX) = 'INQ'
                       MOVE 'D' TO OS-RESULT
                       MOVE 'INQUIRY ROLE CANNOT LOG CASES'
                           TO OS-REASON
                   ELSE
                       MOVE 'A' TO OS-RESULT
                   END-IF
               WHEN OTHER
                   MOVE 'D' TO OS-RESULT
                   MOVE 'UNKNOWN FUNCTION CODE' TO OS-REASON
