      *> ranks customers in descending order of exposure with the
      *> same selection-sort discipline HeroRanking.cob uses -- so
      *> credit review finally sees concentration risk instead of a
      *> pile of unlinked account ids. The same totals go out on an
      *> exposure extract (CUSTEXPO.cpy) for the KYC risk rating.
      *>
      *> The customer master is the same indexed VSAM KSDS
      *> NamesDemo.cob maintains, read with a full sequential pass.
           SELECT EXPOSURE-REPORT-OUT
               ASSIGN TO "data/CUST-EXPOSURE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPOSURE-EXTRACT-OUT ASSIGN TO "data/CUSTEXPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPOSURE-REPORT-OUT.
       01  EXPOSURE-REPORT-LINE           PIC X(80).

       FD  EXPOSURE-EXTRACT-OUT.
       COPY CUSTEXPO.

       WORKING-STORAGE SECTION.
       01 CEX-EOF-SWITCHES.
           05 CEX-XREF-EOF               PIC X VALUE 'N'.
           05 CEX-XREF-STATUS            PIC XX.
           05 CEX-CUST-STATUS            PIC XX.

       01 CEX-TODAY                      PIC X(8).

       01 CEX-XREF-TABLE-CONTROL.
           05 CEX-XREF-COUNT             PIC 9(4) VALUE ZERO.
           05 CEX-XREF-IDX               PIC 9(4).
               10 CEX-CUST-NAME-T        PIC X(10).
               10 CEX-CUST-EXPOSURE-T    PIC 9(11)V99.
               10 CEX-CUST-LOANS-T       PIC 9(3).
               10 CEX-CUST-FIRST-ORIG-T  PIC X(8).

       01 CEX-SWAP-ENTRY.
           05 CEX-SWAP-ID                PIC X(6).
           05 CEX-SWAP-NAME              PIC X(10).
           05 CEX-SWAP-EXPOSURE          PIC 9(11)V99.
           05 CEX-SWAP-LOANS             PIC 9(3).
           05 CEX-SWAP-FIRST-ORIG        PIC X(8).

       01 CEX-WORK-FIELDS.
           05 CEX-ACCT-FX-RATE           PIC 9(3)V9(6).

       01 CEX-LINE-WORK                  PIC X(80).

       COPY BUSDTREQ.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL 'BusinessDate' USING BUSINESS-DATE-REQUEST
           IF BDR-DAY-CLOSED
               STOP RUN
           END-IF
           MOVE BDR-PROCESS-DATE TO CEX-TODAY
           PERFORM LOAD-XREF
           PERFORM LOAD-FX-RATES
           PERFORM ACCUMULATE-EXPOSURES
                   MOVE CEX-USD-BALANCE
                       TO CEX-CUST-EXPOSURE-T(CEX-CUST-COUNT)
                   MOVE 1 TO CEX-CUST-LOANS-T(CEX-CUST-COUNT)
                   MOVE LOAN-ACCT-ORIG-DATE
                       TO CEX-CUST-FIRST-ORIG-T(CEX-CUST-COUNT)
               WHEN CEX-CUST-ID-T(CEX-CUST-IX)
                       = CEX-XREF-CUST-T(CEX-XREF-IDX)
                   ADD CEX-USD-BALANCE
                       TO CEX-CUST-EXPOSURE-T(CEX-CUST-IX)
                   ADD 1 TO CEX-CUST-LOANS-T(CEX-CUST-IX)
                   IF LOAN-ACCT-ORIG-DATE
                           < CEX-CUST-FIRST-ORIG-T(CEX-CUST-IX)
                       MOVE LOAN-ACCT-ORIG-DATE
                           TO CEX-CUST-FIRST-ORIG-T(CEX-CUST-IX)
                   END-IF
           END-SEARCH.

       JOIN-CUSTOMER-NAMES.
           MOVE CEX-CUST-EXPOSURE-T(CEX-CUST-IDX)
               TO CEX-SWAP-EXPOSURE
           MOVE CEX-CUST-LOANS-T(CEX-CUST-IDX)    TO CEX-SWAP-LOANS
           MOVE CEX-CUST-FIRST-ORIG-T(CEX-CUST-IDX)
               TO CEX-SWAP-FIRST-ORIG
           MOVE CEX-CUST-ID-T(CEX-CUST-IDX2)
               TO CEX-CUST-ID-T(CEX-CUST-IDX)
           MOVE CEX-CUST-NAME-T(CEX-CUST-IDX2)
               TO CEX-CUST-EXPOSURE-T(CEX-CUST-IDX)
           MOVE CEX-CUST-LOANS-T(CEX-CUST-IDX2)
               TO CEX-CUST-LOANS-T(CEX-CUST-IDX)
           MOVE CEX-CUST-FIRST-ORIG-T(CEX-CUST-IDX2)
               TO CEX-CUST-FIRST-ORIG-T(CEX-CUST-IDX)
           MOVE CEX-SWAP-ID       TO CEX-CUST-ID-T(CEX-CUST-IDX2)
           MOVE CEX-SWAP-NAME     TO CEX-CUST-NAME-T(CEX-CUST-IDX2)
           MOVE CEX-SWAP-EXPOSURE
               TO CEX-CUST-EXPOSURE-T(CEX-CUST-IDX2)
           MOVE CEX-SWAP-LOANS    TO CEX-CUST-LOANS-T(CEX-CUST-IDX2)
           MOVE CEX-SWAP-FIRST-ORIG
               TO CEX-CUST-FIRST-ORIG-T(CEX-CUST-IDX2).

       WRITE-EXPOSURE-REPORT.
           OPEN OUTPUT EXPOSURE-REPORT-OUT
           OPEN OUTPUT EXPOSURE-EXTRACT-OUT
           MOVE 'CUSTOMER EXPOSURE -- DESCENDING BY USD TOTAL'
               TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
                   INTO CEX-LINE-WORK
               MOVE CEX-LINE-WORK TO EXPOSURE-REPORT-LINE
               WRITE EXPOSURE-REPORT-LINE
               MOVE CEX-CUST-ID-T(CEX-CUST-IDX) TO CXP-CUST-ID
               MOVE CEX-CUST-EXPOSURE-T(CEX-CUST-IDX)
                   TO CXP-USD-EXPOSURE
               MOVE CEX-CUST-LOANS-T(CEX-CUST-IDX) TO CXP-LOAN-COUNT
               MOVE CEX-CUST-FIRST-ORIG-T(CEX-CUST-IDX)
                   TO CXP-FIRST-ORIG-DATE
               MOVE CEX-TODAY TO CXP-RUN-DATE
               WRITE CUST-EXPOSURE-RECORD
           END-PERFORM
           CLOSE EXPOSURE-REPORT-OUT
           CLOSE EXPOSURE-EXTRACT-OUT.
