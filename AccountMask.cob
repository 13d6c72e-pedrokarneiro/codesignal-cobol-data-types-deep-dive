       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountMask.
      *> Shared print mask for bank account numbers, routing numbers
      *> and tax ids, CALLed the way ResultFormat.cob is:
      *>     CALL 'AccountMask' USING AM-CLEAR-VALUE AM-MASKED-VALUE
      *> Everything but the last four characters of the value comes
      *> back as '*', in the same positions, so a masked field lines
      *> up on the report exactly as the clear one did:
      *>     '021000021'         -> '*****0021'
      *>     '00123456789      ' -> '*******6789      '
      *> Imbedded and trailing spaces are left as spaces. A blank
      *> value comes back blank. Only printed reports and screens
      *> use this -- bank transmission files, the masters and the
      *> journals keep the clear value they need.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 AM-LAST-POS                   PIC 9(2).
       01 AM-POS                        PIC 9(2).

       LINKAGE SECTION.
       01 AM-CLEAR-VALUE                PIC X(17).
       01 AM-MASKED-VALUE               PIC X(17).

       PROCEDURE DIVISION USING AM-CLEAR-VALUE
                                AM-MASKED-VALUE.
       MAIN-PARA.
           MOVE AM-CLEAR-VALUE TO AM-MASKED-VALUE
           MOVE ZERO TO AM-LAST-POS
           PERFORM VARYING AM-POS FROM 17 BY -1
                   UNTIL AM-POS < 1 OR AM-LAST-POS > ZERO
               IF AM-CLEAR-VALUE(AM-POS:1) NOT = SPACE
                   MOVE AM-POS TO AM-LAST-POS
               END-IF
           END-PERFORM
           IF AM-LAST-POS > 4
               PERFORM VARYING AM-POS FROM 1 BY 1
                       UNTIL AM-POS > AM-LAST-POS - 4
                   IF AM-CLEAR-VALUE(AM-POS:1) NOT = SPACE
                       MOVE '*' TO AM-MASKED-VALUE(AM-POS:1)
                   END-IF
               END-PERFORM
           END-IF
           GOBACK.
