           PERFORM WRITE-LABELLED-AMOUNT-TOTAL
           MOVE REG-WITHHOLDING TO PSP-EDIT-AMOUNT
           PERFORM WRITE-LABELLED-AMOUNT-WITHHOLD
      *> Expense reimbursement is not part of gross, so it shows
      *> on its own between the withholding and the net it is in.
           IF REG-REIMBURSEMENT NUMERIC
               IF REG-REIMBURSEMENT > ZERO
                   MOVE REG-REIMBURSEMENT TO PSP-EDIT-AMOUNT
                   PERFORM WRITE-LABELLED-AMOUNT-REIMB
               END-IF
           END-IF
           MOVE REG-NET-PAY TO PSP-EDIT-AMOUNT
           PERFORM WRITE-LABELLED-AMOUNT-NET
           MOVE 'YEAR TO DATE' TO STUB-PRINT-LINE
           MOVE PSP-LINE-WORK TO STUB-PRINT-LINE
           WRITE STUB-PRINT-LINE.

       WRITE-LABELLED-AMOUNT-REIMB.
           MOVE SPACES TO PSP-LINE-WORK
           STRING '  EXPENSE REIMB:   ' DELIMITED BY SIZE
                  PSP-EDIT-AMOUNT DELIMITED BY SIZE
               INTO PSP-LINE-WORK
           MOVE PSP-LINE-WORK TO STUB-PRINT-LINE
           WRITE STUB-PRINT-LINE.

       WRITE-LABELLED-AMOUNT-NET.
           MOVE SPACES TO PSP-LINE-WORK
           STRING '  NET PAY:         ' DELIMITED BY SIZE
