       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessDate.
      *> Shared business-date routine, CALLed the way BankingDay.cob
      *> is: CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
      *> (BUSDTREQ.cpy) hands back the date the batch job is to
      *> process, off the business-date control record (BUSDATE.cpy)
      *> rather than the machine clock, and whether that day is
      *> still open. A job told the day is closed stops without
      *> touching anything. The control record is read once on the
      *> first call and kept for the rest of the run, so a job that
      *> asks twice gets the same answer either side of midnight.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-IN ASSIGN TO "data/BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-IN.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01 BDT-CTL-STATUS                PIC XX.
       01 BDT-CTL-LOADED                PIC X VALUE 'N'.
       01 BDT-SAVED-DATE                PIC X(8).
       01 BDT-SAVED-STATUS              PIC X(1).
       01 BDT-CHECK-DATE                PIC X(8).
       01 BDT-CHECK-PARTS REDEFINES BDT-CHECK-DATE.
           05 BDT-CHECK-YEAR            PIC 9(4).
           05 BDT-CHECK-MONTH           PIC 9(2).
           05 BDT-CHECK-DAY             PIC 9(2).

       LINKAGE SECTION.
       COPY BUSDTREQ.

       PROCEDURE DIVISION USING BUSINESS-DATE-REQUEST.
       MAIN-PARA.
           IF BDT-CTL-LOADED = 'N'
               PERFORM LOAD-CONTROL-RECORD
               MOVE 'Y' TO BDT-CTL-LOADED
           END-IF
           MOVE BDT-SAVED-DATE TO BDR-PROCESS-DATE
           MOVE BDT-SAVED-STATUS TO BDR-DAY-STATUS
           IF BDR-DAY-CLOSED
               DISPLAY 'BUSINESS DAY ' BDR-PROCESS-DATE
                       ' IS CLOSED -- RUN REFUSED'
           END-IF
           GOBACK.

      *> A missing or unreadable control record degrades to the
      *> machine date, loudly -- the run log will show it. A record
      *> whose date is not a date is treated the same way; anything
      *> but 'O' or 'C' in the status byte is taken as closed, since
      *> running against a day nobody opened is the mistake this
      *> record exists to stop.
       LOAD-CONTROL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-SAVED-DATE
           MOVE 'M' TO BDT-SAVED-STATUS
           OPEN INPUT BUS-DATE-IN
           IF BDT-CTL-STATUS = '00'
               READ BUS-DATE-IN
                   AT END
                       DISPLAY 'BUSINESS-DATE CONTROL RECORD EMPTY'
                               ' -- MACHINE DATE ' BDT-SAVED-DATE
                               ' USED'
                   NOT AT END
                       MOVE BDC-BUSINESS-DATE TO BDT-CHECK-DATE
                       IF BDT-CHECK-DATE IS NUMERIC
                          AND BDT-CHECK-YEAR NOT < 1601
                          AND BDT-CHECK-MONTH > 0
                          AND BDT-CHECK-MONTH < 13
                          AND BDT-CHECK-DAY > 0
                          AND BDT-CHECK-DAY < 32
                           MOVE BDC-BUSINESS-DATE TO BDT-SAVED-DATE
                           IF BDC-DAY-OPEN
                               MOVE 'O' TO BDT-SAVED-STATUS
                           ELSE
                               MOVE 'C' TO BDT-SAVED-STATUS
                           END-IF
                       ELSE
                           DISPLAY 'BUSINESS-DATE CONTROL RECORD DATE '
                                   BDC-BUSINESS-DATE ' INVALID'
                                   ' -- MACHINE DATE ' BDT-SAVED-DATE
                                   ' USED'
                       END-IF
               END-READ
               CLOSE BUS-DATE-IN
           ELSE
               DISPLAY 'BUSINESS-DATE CONTROL NOT FOUND: '
                       BDT-CTL-STATUS ' -- MACHINE DATE '
                       BDT-SAVED-DATE ' USED'
           END-IF.
