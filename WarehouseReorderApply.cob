           05 WH-IM-OUT-REORDER-POINT      PIC 9(6)V999.
           05 WH-IM-OUT-ORDER-QUANTITY     PIC 9(6)V999.
           05 WH-IM-OUT-STORAGE-ZONE       PIC X(3).
           05 WH-IM-OUT-TEMP-LOW           PIC S9(3)
                                         SIGN IS TRAILING SEPARATE.
           05 WH-IM-OUT-TEMP-HIGH          PIC S9(3)
                                         SIGN IS TRAILING SEPARATE.
           05 WH-IM-OUT-MAX-EXCURSION      PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WRA-EOF-SWITCHES.
               10 WRA-ADJ-BY-T          PIC X(3).
               10 WRA-ADJ-MATCHED-T     PIC X(1).

       01 WRA-TODAY                     PIC X(8).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO WRA-TODAY
           PERFORM LOAD-APPROVED-ADJUSTMENTS
           PERFORM REWRITE-ITEM-MASTER
           PERFORM REPORT-UNMATCHED-ADJUSTMENTS
           DISPLAY 'Business date        = ' WRA-TODAY
           DISPLAY 'Approvals read       = ' WRA-ADJ-READ-COUNT
           DISPLAY 'Approvals applied    = ' WRA-APPLIED-COUNT
           DISPLAY 'Rejected unsigned    = ' WRA-UNSIGNED-COUNT
           MOVE WH-IM-REORDER-POINT   TO WH-IM-OUT-REORDER-POINT
           MOVE WH-IM-ORDER-QUANTITY  TO WH-IM-OUT-ORDER-QUANTITY
           MOVE WH-IM-STORAGE-ZONE    TO WH-IM-OUT-STORAGE-ZONE
           MOVE WH-IM-TEMP-LOW        TO WH-IM-OUT-TEMP-LOW
           MOVE WH-IM-TEMP-HIGH       TO WH-IM-OUT-TEMP-HIGH
           MOVE WH-IM-MAX-EXCURSION-MIN
                                      TO WH-IM-OUT-MAX-EXCURSION
           SET WRA-ADJ-IX TO 1
           SEARCH WRA-ADJ-ENTRY
               AT END
