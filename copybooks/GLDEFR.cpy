      *> GLDEFR.cpy - Deferral schedule record: a prepaid cost or a
      *> deferred receipt paid or received up front and released to
      *> the P&L evenly over GDF-PERIODS months from GDF-START-PERIOD
      *> (YYYYMM). GDF-KIND 'P' prepaid expense (GDF-BS-ACCT an
      *> asset, GDF-PL-ACCT an expense), 'D' deferred revenue or
      *> customer deposit (a liability released to revenue). The
      *> release job keeps GDF-RELEASED-AMOUNT, GDF-PERIODS-DONE and
      *> GDF-LAST-PERIOD current; the last period releases whatever
      *> rounding left and stamps GDF-STATUS 'C' closed ('A' active).
       01 GL-DEFERRAL-RECORD.
           05 GDF-SCHEDULE-ID           PIC X(6).
           05 GDF-DESCRIPTION           PIC X(20).
           05 GDF-KIND                  PIC X(1).
           05 GDF-TOTAL-AMOUNT          PIC 9(7)V99.
           05 GDF-START-PERIOD          PIC X(6).
           05 GDF-PERIODS               PIC 9(3).
           05 GDF-BS-ACCT               PIC X(6).
           05 GDF-PL-ACCT               PIC X(6).
           05 GDF-RELEASED-AMOUNT       PIC 9(7)V99.
           05 GDF-PERIODS-DONE          PIC 9(3).
           05 GDF-LAST-PERIOD           PIC X(6).
           05 GDF-STATUS                PIC X(1).
