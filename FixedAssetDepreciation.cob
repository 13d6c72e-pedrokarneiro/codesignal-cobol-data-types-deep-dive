      *> under source FADEPR -- the expense legs go out one per
      *> location, so store-level depreciation is attributable to
      *> each store -- and prints the asset register by location
      *> with net book values that tie to the GL movement. An asset
      *> completed from a pending capitalization this month waits
      *> for next month's run to take its first charge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FAO-METHOD                 PIC X(1).
           05 FAO-ACCUM-DEPR             PIC 9(7)V99.
           05 FAO-STATUS                 PIC X(1).
           05 FAO-IN-SERVICE-DATE        PIC X(8).
           05 FAO-VEND-ID                PIC X(6).
           05 FAO-INV-NUMBER             PIC X(10).

       FD  DISPOSAL-IN.
       01  DISPOSAL-RECORD.
               10 FAD-METHOD-T          PIC X(1).
               10 FAD-ACCUM-T           PIC 9(7)V99.
               10 FAD-STATUS-T          PIC X(1).
               10 FAD-SERVICE-T         PIC X(8).
               10 FAD-VEND-T            PIC X(6).
               10 FAD-INVNO-T           PIC X(10).

      *> Per-location depreciation behind the split expense legs
      *> and the register sections.
           05 FAD-DEPR-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05 FAD-DISPOSED-COUNT        PIC 9(3) VALUE ZERO.
           05 FAD-DEPRECIATED-COUNT     PIC 9(4) VALUE ZERO.
           05 FAD-NOT-STARTED-COUNT     PIC 9(4) VALUE ZERO.
           05 FAD-DISP-COST-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05 FAD-DISP-ACCUM-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 FAD-DISP-PROCEEDS-TOTAL   PIC 9(9)V99 VALUE ZERO.

       01 FAD-LINE-WORK                 PIC X(110).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO FAD-TODAY
           PERFORM LOAD-ASSET-MASTER
           PERFORM DEPRECIATE-ASSETS
           PERFORM APPLY-DISPOSALS
           PERFORM WRITE-GL-FEED
           DISPLAY 'Assets on master     = ' FAD-ASSET-COUNT
           DISPLAY 'Assets depreciated   = ' FAD-DEPRECIATED-COUNT
           DISPLAY 'Starting next month  = ' FAD-NOT-STARTED-COUNT
           DISPLAY 'Assets disposed      = ' FAD-DISPOSED-COUNT
           MOVE FAD-DEPR-TOTAL TO FAD-EDIT-AMOUNT
           DISPLAY 'Period depreciation  = ' FAD-EDIT-AMOUNT
                           TO FAD-ACCUM-T(FAD-ASSET-COUNT)
                       MOVE FA-STATUS
                           TO FAD-STATUS-T(FAD-ASSET-COUNT)
                       MOVE FA-IN-SERVICE-DATE
                           TO FAD-SERVICE-T(FAD-ASSET-COUNT)
                       MOVE FA-VEND-ID
                           TO FAD-VEND-T(FAD-ASSET-COUNT)
                       MOVE FA-INV-NUMBER
                           TO FAD-INVNO-T(FAD-ASSET-COUNT)
               END-READ
           END-PERFORM
           CLOSE ASSET-IN.
               IF FAD-STATUS-T(FAD-ASSET-IDX) = 'A'
                   AND FAD-ACCUM-T(FAD-ASSET-IDX) <
                       FAD-COST-T(FAD-ASSET-IDX)
                   IF FAD-SERVICE-T(FAD-ASSET-IDX) NOT = SPACES
                       AND FAD-SERVICE-T(FAD-ASSET-IDX)(1:6)
                           >= FAD-TODAY(1:6)
                       ADD 1 TO FAD-NOT-STARTED-COUNT
                   ELSE
                       PERFORM DEPRECIATE-ONE-ASSET
                   END-IF
               END-IF
           END-PERFORM.

               MOVE FAD-METHOD-T(FAD-ASSET-IDX) TO FAO-METHOD
               MOVE FAD-ACCUM-T(FAD-ASSET-IDX)  TO FAO-ACCUM-DEPR
               MOVE FAD-STATUS-T(FAD-ASSET-IDX) TO FAO-STATUS
               MOVE FAD-SERVICE-T(FAD-ASSET-IDX)
                   TO FAO-IN-SERVICE-DATE
               MOVE FAD-VEND-T(FAD-ASSET-IDX)   TO FAO-VEND-ID
               MOVE FAD-INVNO-T(FAD-ASSET-IDX)  TO FAO-INV-NUMBER
               WRITE ASSET-OUT-RECORD
           END-PERFORM
           CLOSE ASSET-OUT.
