
       01 APA-LINE-WORK                 PIC X(110).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO APA-TODAY
           COMPUTE APA-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(APA-TODAY))

       AGE-ONE-ROW.
           ADD 1 TO APA-ROW-COUNT
      *> Invoices waiting on, or held by, the three-way match are
      *> still owed -- they age with the rest.
           IF AP-OPN-STATUS = 'O' OR AP-OPN-STATUS = 'S'
               OR AP-OPN-STATUS = 'U' OR AP-OPN-STATUS = 'M'
               ADD 1 TO APA-UNPAID-COUNT
               COMPUTE APA-AGE-DAYS =
                       APA-TODAY-INT
