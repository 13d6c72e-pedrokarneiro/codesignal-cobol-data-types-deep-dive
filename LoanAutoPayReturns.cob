       COPY LOANACCT.

       FD  LOAN-ACCOUNT-OUT.
       01  LOAN-ACCOUNT-OUT-RECORD      PIC X(90).

       FD  RETURN-REGISTER-OUT.
       01  RETURN-REGISTER-LINE          PIC X(100).

       01 LRT-ACCT-TABLE.
           05 LRT-ACCT-ENTRY OCCURS 500 TIMES.
               10 LRT-ACCT-RAW-T        PIC X(90).
               10 LRT-ACCT-RAW-R REDEFINES LRT-ACCT-RAW-T.
                   15 LRT-RAW-ID        PIC X(6).
                   15 LRT-RAW-BALANCE   PIC 9(7)V99.
                   15 FILLER            PIC X(13).
                   15 LRT-RAW-ESCROW-BAL
                                        PIC 9(7)V99.
                   15 FILLER            PIC X(53).

       01 LRT-WORK-FIELDS.
           05 LRT-RETURN-COUNT          PIC 9(4) VALUE ZERO.

       01 LRT-LINE-WORK                 PIC X(100).

       01 AM-CLEAR-VALUE                PIC X(17).
       01 AM-MASKED-VALUE               PIC X(17).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO LRT-TODAY
           PERFORM LOAD-ENROLLMENTS
           PERFORM LOAD-LOAN-MASTER
           OPEN OUTPUT RETURN-REGISTER-OUT
           END-PERFORM
           IF LRT-ENR-MATCH = ZERO
               ADD 1 TO LRT-UNMATCHED-COUNT
               MOVE ART-ROUTING TO AM-CLEAR-VALUE
               CALL 'AccountMask' USING AM-CLEAR-VALUE
                                        AM-MASKED-VALUE
               MOVE SPACES TO LRT-LINE-WORK
               STRING '  NO ENROLLMENT MATCHES RETURN FOR '
                       DELIMITED BY SIZE
                      AM-MASKED-VALUE(1:9) DELIMITED BY SIZE
                   INTO LRT-LINE-WORK
               MOVE LRT-LINE-WORK TO RETURN-REGISTER-LINE
               WRITE RETURN-REGISTER-LINE
