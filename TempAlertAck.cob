      *> initials -- against the open-alerts file, marking each
      *> matching open alert acknowledged with today's date, so the
      *> morning digest stops escalating alerts somebody has in fact
      *> dealt with. Early warnings are acknowledged the same way;
      *> an ack naming the alert kind touches only that kind, one
      *> with the kind left blank acknowledges both.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 ACK-NEW-SENSOR-ID          PIC X(6).
           05 ACK-NEW-RAISED-DATE        PIC X(8).
           05 ACK-NEW-INITIALS           PIC X(3).
           05 ACK-NEW-ALERT-KIND         PIC X(1).

       FD  TEMP-ALERT-OUT.
       01  TEMP-ALERT-OUT-RECORD.
           05 ACK-OUT-ACK-STATUS         PIC X(1).
           05 ACK-OUT-ACK-INITIALS       PIC X(3).
           05 ACK-OUT-ACK-DATE           PIC X(8).
           05 ACK-OUT-MEASURE-TYPE       PIC X(1).
           05 ACK-OUT-ALERT-KIND         PIC X(1).
           05 ACK-OUT-PROJECTED-MIN      PIC X(5).
           05 ACK-OUT-WARN-MATCH         PIC X(1).

       WORKING-STORAGE SECTION.
       01 ACK-EOF-SWITCHES.
               10 ACK-STATUS-T           PIC X(1).
               10 ACK-INITIALS-T         PIC X(3).
               10 ACK-ACK-DATE-T         PIC X(8).
               10 ACK-TYPE-T             PIC X(1).
               10 ACK-KIND-T             PIC X(1).
               10 ACK-PROJ-MIN-T         PIC X(5).
               10 ACK-MATCH-T            PIC X(1).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO ACK-TODAY
           PERFORM LOAD-ALERTS
           PERFORM APPLY-ACKS
           PERFORM WRITE-ALERT-FILE
                               TO ACK-INITIALS-T(ACK-COUNT)
                           MOVE TAL-ACK-DATE
                               TO ACK-ACK-DATE-T(ACK-COUNT)
                           MOVE TAL-MEASURE-TYPE
                               TO ACK-TYPE-T(ACK-COUNT)
                           MOVE TAL-ALERT-KIND
                               TO ACK-KIND-T(ACK-COUNT)
                           MOVE TAL-PROJECTED-MIN
                               TO ACK-PROJ-MIN-T(ACK-COUNT)
                           MOVE TAL-WARN-MATCH
                               TO ACK-MATCH-T(ACK-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TEMP-ALERT-IN
               IF ACK-SENSOR-T(ACK-IDX) = ACK-NEW-SENSOR-ID
                   AND ACK-DATE-T(ACK-IDX) = ACK-NEW-RAISED-DATE
                   AND ACK-STATUS-T(ACK-IDX) = 'O'
                   AND (ACK-NEW-ALERT-KIND = SPACE
                        OR ACK-NEW-ALERT-KIND = ACK-KIND-T(ACK-IDX)
                        OR (ACK-NEW-ALERT-KIND = 'B'
                            AND ACK-KIND-T(ACK-IDX) = SPACE))
                   MOVE 'A' TO ACK-STATUS-T(ACK-IDX)
                   MOVE ACK-NEW-INITIALS TO ACK-INITIALS-T(ACK-IDX)
                   MOVE ACK-TODAY TO ACK-ACK-DATE-T(ACK-IDX)
               MOVE ACK-STATUS-T(ACK-IDX)   TO ACK-OUT-ACK-STATUS
               MOVE ACK-INITIALS-T(ACK-IDX) TO ACK-OUT-ACK-INITIALS
               MOVE ACK-ACK-DATE-T(ACK-IDX) TO ACK-OUT-ACK-DATE
               MOVE ACK-TYPE-T(ACK-IDX)     TO ACK-OUT-MEASURE-TYPE
               MOVE ACK-KIND-T(ACK-IDX)     TO ACK-OUT-ALERT-KIND
               MOVE ACK-PROJ-MIN-T(ACK-IDX) TO ACK-OUT-PROJECTED-MIN
               MOVE ACK-MATCH-T(ACK-IDX)    TO ACK-OUT-WARN-MATCH
               WRITE TEMP-ALERT-OUT-RECORD
           END-PERFORM
           CLOSE TEMP-ALERT-OUT.
