           05 ARO-EMP-ROUTING            PIC X(9).
           05 ARO-EMP-ACCOUNT            PIC X(17).
           05 ARO-EMP-STATUS             PIC X(1).
           05 ARO-EMP-PAY-TYPE           PIC X(1).
           05 ARO-EMP-HOURLY-RATE        PIC 9(3)V99.
           05 ARO-EMP-DEPT               PIC X(4).
           05 ARO-EMP-HIRE-DATE          PIC X(8).
           05 ARO-EMP-TERM-DATE          PIC X(8).

       FD  PAY-REISSUE-OUT.
       01  PAY-REISSUE-RECORD.
               10 ARP-EMP-ROUTING-T      PIC X(9).
               10 ARP-EMP-ACCOUNT-T      PIC X(17).
               10 ARP-EMP-STATUS-T       PIC X(1).
               10 ARP-EMP-PAY-TYPE-T     PIC X(1).
               10 ARP-EMP-RATE-T         PIC 9(3)V99.
               10 ARP-EMP-DEPT-T         PIC X(4).
               10 ARP-EMP-HIRE-DATE-T    PIC X(8).
               10 ARP-EMP-TERM-DATE-T    PIC X(8).

      *> Batch-window log.
       01 ARP-BRL-STATUS                 PIC XX.
       01 ARP-EDIT-AMOUNT                PIC ZZZ,ZZ9.99.
       01 ARP-LINE-WORK                  PIC X(100).

       01 AM-CLEAR-VALUE                PIC X(17).
       01 AM-MASKED-VALUE               PIC X(17).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO ARP-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO ARP-BRL-START-TIME
           PERFORM LOAD-REGISTER
           PERFORM LOAD-EMPLOYEE-MASTER
           MOVE PAY-EMP-BONUS   TO ARP-EMP-BONUS-T(ARP-EMP-COUNT)
           MOVE PAY-EMP-ROUTING TO ARP-EMP-ROUTING-T(ARP-EMP-COUNT)
           MOVE PAY-EMP-ACCOUNT TO ARP-EMP-ACCOUNT-T(ARP-EMP-COUNT)
           MOVE PAY-EMP-STATUS  TO ARP-EMP-STATUS-T(ARP-EMP-COUNT)
           MOVE PAY-EMP-PAY-TYPE TO ARP-EMP-PAY-TYPE-T(ARP-EMP-COUNT)
           IF PAY-EMP-HOURLY-RATE NUMERIC
               MOVE PAY-EMP-HOURLY-RATE
                   TO ARP-EMP-RATE-T(ARP-EMP-COUNT)
           ELSE
               MOVE ZERO TO ARP-EMP-RATE-T(ARP-EMP-COUNT)
           END-IF
           MOVE PAY-EMP-DEPT    TO ARP-EMP-DEPT-T(ARP-EMP-COUNT)
           MOVE PAY-EMP-HIRE-DATE
               TO ARP-EMP-HIRE-DATE-T(ARP-EMP-COUNT)
           MOVE PAY-EMP-TERM-DATE
               TO ARP-EMP-TERM-DATE-T(ARP-EMP-COUNT).

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING 'NOC       EMP=' DELIMITED BY SIZE
                  ARP-EMP-ID-T(ARP-EMP-IDX) DELIMITED BY SIZE
                  ' ROUTING/ACCOUNT CORRECTED TO ' DELIMITED BY SIZE
               INTO ARP-LINE-WORK
           MOVE ART-CORRECTED-ROUTING TO AM-CLEAR-VALUE
           CALL 'AccountMask' USING AM-CLEAR-VALUE AM-MASKED-VALUE
           MOVE AM-MASKED-VALUE(1:9) TO ARP-LINE-WORK(51:9)
           MOVE '/' TO ARP-LINE-WORK(60:1)
           MOVE ART-CORRECTED-ACCOUNT TO AM-CLEAR-VALUE
           CALL 'AccountMask' USING AM-CLEAR-VALUE AM-MASKED-VALUE
           MOVE AM-MASKED-VALUE TO ARP-LINE-WORK(61:17)
           MOVE ARP-LINE-WORK TO RETURN-REPORT-LINE
           WRITE RETURN-REPORT-LINE.

       WRITE-UNMATCHED-LINE.
           MOVE ART-AMOUNT TO ARP-EDIT-AMOUNT
           MOVE ART-ROUTING TO AM-CLEAR-VALUE
           CALL 'AccountMask' USING AM-CLEAR-VALUE AM-MASKED-VALUE
           MOVE SPACES TO ARP-LINE-WORK
           STRING 'UNMATCHED TYPE=' DELIMITED BY SIZE
                  ART-TYPE DELIMITED BY SIZE
                  ' ROUTING=' DELIMITED BY SIZE
                  AM-MASKED-VALUE(1:9) DELIMITED BY SIZE
                  ' AMT=' DELIMITED BY SIZE
                  ARP-EDIT-AMOUNT DELIMITED BY SIZE
                  ' -- INVESTIGATE BY HAND' DELIMITED BY SIZE
               MOVE ARP-EMP-ROUTING-T(ARP-EMP-IDX) TO ARO-EMP-ROUTING
               MOVE ARP-EMP-ACCOUNT-T(ARP-EMP-IDX) TO ARO-EMP-ACCOUNT
               MOVE ARP-EMP-STATUS-T(ARP-EMP-IDX)  TO ARO-EMP-STATUS
               MOVE ARP-EMP-PAY-TYPE-T(ARP-EMP-IDX) TO ARO-EMP-PAY-TYPE
               MOVE ARP-EMP-RATE-T(ARP-EMP-IDX)
                   TO ARO-EMP-HOURLY-RATE
               MOVE ARP-EMP-DEPT-T(ARP-EMP-IDX)    TO ARO-EMP-DEPT
               MOVE ARP-EMP-HIRE-DATE-T(ARP-EMP-IDX)
                   TO ARO-EMP-HIRE-DATE
               MOVE ARP-EMP-TERM-DATE-T(ARP-EMP-IDX)
                   TO ARO-EMP-TERM-DATE
               WRITE PAY-EMPLOYEE-OUT-RECORD
           END-PERFORM
           CLOSE PAY-EMPLOYEE-OUT.
