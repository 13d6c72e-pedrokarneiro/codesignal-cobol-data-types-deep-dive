           05 UJA-UPD-COUNT             PIC 9(6) VALUE ZERO.
           05 UJA-DEL-COUNT             PIC 9(6) VALUE ZERO.
           05 UJA-ACTION-WORD           PIC X(6).
           05 UJA-IMG-FULL              PIC X(150).

      *> Per-operator activity rollup for the summary block.
       01 UJA-OPER-CONTROL.
           05 UJA-OPL-CHANGES           PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(8) VALUE ' CHANGES'.

      *> A vendor is journalled whole; the report shows it as the
      *> fields the auditors ask about -- who is paid, how, into
      *> which account, under what hold and by whose hand.
       COPY APVEND.

       01 UJA-VEND-VIEW.
           05 UJV-VEND-ID                PIC X(6).
           05 UJV-NAME                   PIC X(20).
           05 UJV-TERMS-DAYS             PIC 9(3).
           05 UJV-PAY-METHOD             PIC X(1).
           05 UJV-ROUTING                PIC X(9).
           05 UJV-ACCOUNT                PIC X(17).
           05 UJV-STATUS                 PIC X(1).
           05 UJV-TAX-ID                 PIC X(9).
           05 UJV-BANK-HOLD              PIC X(1).
           05 UJV-BANK-CHG-OPER          PIC X(8).
           05 UJV-BANK-CHG-DATE          PIC X(8).
           05 UJV-BANK-VER-OPER          PIC X(8).
           05 FILLER                     PIC X(9).

       01 AM-CLEAR-VALUE                PIC X(17).
       01 AM-MASKED-VALUE               PIC X(17).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-ACTIVITY-PARM
           WRITE ACTIVITY-REPORT-LINE
           IF UJ-ACTION NOT = 'A'
               MOVE 'BEFORE: ' TO UJA-IMG-LABEL
               MOVE UJ-OLD-IMAGE TO UJA-IMG-FULL
               PERFORM MASK-IMAGE-TEXT
               MOVE UJA-IMG-FULL(1:80) TO UJA-IMG-TEXT
               MOVE UJA-IMAGE-LINE TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           IF UJ-ACTION NOT = 'D'
               MOVE 'AFTER:  ' TO UJA-IMG-LABEL
               MOVE UJ-NEW-IMAGE TO UJA-IMG-FULL
               PERFORM MASK-IMAGE-TEXT
               MOVE UJA-IMG-FULL(1:80) TO UJA-IMG-TEXT
               MOVE UJA-IMAGE-LINE TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           PERFORM TALLY-OPERATOR.

      *> The report goes to the auditors, not to payroll or AP: the
      *> bank account, routing number and tax id carried in a vendor
      *> or borrower image print as their last four only. Positions
      *> are those of the vendor view and of the borrower record.
       MASK-IMAGE-TEXT.
           EVALUATE UJ-FILE-NAME
               WHEN 'APVEND  '
                   PERFORM BUILD-VENDOR-VIEW
                   MOVE UJA-IMG-FULL(31:9) TO AM-CLEAR-VALUE
                   CALL 'AccountMask' USING AM-CLEAR-VALUE
                                            AM-MASKED-VALUE
                   MOVE AM-MASKED-VALUE(1:9) TO UJA-IMG-FULL(31:9)
                   MOVE UJA-IMG-FULL(40:17) TO AM-CLEAR-VALUE
                   CALL 'AccountMask' USING AM-CLEAR-VALUE
                                            AM-MASKED-VALUE
                   MOVE AM-MASKED-VALUE TO UJA-IMG-FULL(40:17)
                   MOVE UJA-IMG-FULL(58:9) TO AM-CLEAR-VALUE
                   CALL 'AccountMask' USING AM-CLEAR-VALUE
                                            AM-MASKED-VALUE
                   MOVE AM-MASKED-VALUE(1:9) TO UJA-IMG-FULL(58:9)
               WHEN 'LOANBORR'
                   MOVE UJA-IMG-FULL(74:9) TO AM-CLEAR-VALUE
                   CALL 'AccountMask' USING AM-CLEAR-VALUE
                                            AM-MASKED-VALUE
                   MOVE AM-MASKED-VALUE(1:9) TO UJA-IMG-FULL(74:9)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-VENDOR-VIEW.
           MOVE UJA-IMG-FULL             TO AP-VENDOR-RECORD
           MOVE SPACES                   TO UJA-VEND-VIEW
           MOVE AP-VEND-ID               TO UJV-VEND-ID
           MOVE AP-VEND-NAME             TO UJV-NAME
           MOVE AP-VEND-TERMS-DAYS       TO UJV-TERMS-DAYS
           MOVE AP-VEND-PAY-METHOD       TO UJV-PAY-METHOD
           MOVE AP-VEND-ROUTING          TO UJV-ROUTING
           MOVE AP-VEND-ACCOUNT          TO UJV-ACCOUNT
           MOVE AP-VEND-STATUS           TO UJV-STATUS
           MOVE AP-VEND-TAX-ID           TO UJV-TAX-ID
           MOVE AP-VEND-BANK-HOLD        TO UJV-BANK-HOLD
           MOVE AP-VEND-BANK-CHG-OPER    TO UJV-BANK-CHG-OPER
           MOVE AP-VEND-BANK-CHG-DATE    TO UJV-BANK-CHG-DATE
           MOVE AP-VEND-BANK-VER-OPER    TO UJV-BANK-VER-OPER
           MOVE UJA-VEND-VIEW            TO UJA-IMG-FULL.

       TALLY-OPERATOR.
           MOVE ZERO TO UJA-OPER-MATCH
           PERFORM VARYING UJA-OPER-IDX FROM 1 BY 1
