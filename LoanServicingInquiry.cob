      *> Reads the loan master through CICS file control under the
      *> logical name LOANFILE (the keyed VSAM KSDS the batch
      *> servicing jobs maintain) and the product master under
      *> PRODFILE for the account's rate, and the unapplied-funds
      *> sub-ledger under UNAPFILE so the caller who sent a short
      *> payment hears it is held, not lost.
      *>
      *> Requires a CICS translator/pre-compile step not present in
      *> every build environment, so this member is desk-checked
       COPY LOANMAP.
       COPY LOANACCT.
       COPY LNPROD.
       COPY LNUNAPP.
      *> Vendor-supplied AID condition names (DFHPF3, DFHENTER,
      *> etc.) referenced by RECEIVE-AND-PROCESS-MAP's EVALUATE.
       COPY DFHAID.
       01 WS-MAPNAME                     PIC X(8) VALUE 'LOANMAPI'.
       01 WS-LOANFILE                    PIC X(8) VALUE 'LOANFILE'.
       01 WS-PRODFILE                    PIC X(8) VALUE 'PRODFILE'.
       01 WS-UNAPFILE                    PIC X(8) VALUE 'UNAPFILE'.

      *> Fallback rate when the product row is absent, same
      *> fallback the batch servicing jobs use.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM LOOKUP-PRODUCT-RATE
               PERFORM COMPUTE-NEXT-SPLIT
               PERFORM LOOKUP-UNAPPLIED-FUNDS
               PERFORM FILL-ACCOUNT-FIELDS
               MOVE 'ACCOUNT FOUND' TO WS-MSG
           ELSE
                       WS-ANNUAL-RATE-PCT / 1200
           END-IF.

      *> No sub-ledger row simply means nothing is held.
       LOOKUP-UNAPPLIED-FUNDS.
           MOVE LOAN-ACCT-ID TO LUA-ACCT-ID
           EXEC CICS READ FILE(WS-UNAPFILE)
               INTO(LOAN-UNAPPLIED-RECORD)
               RIDFLD(LUA-ACCT-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO LUA-BALANCE
           END-IF.

      *> The next payment's split, the same way the batch schedule
      *> computes a month: the escrow portion feeds the escrow
      *> sub-account, the month's interest accrues on the balance,
           MOVE LOAN-ACCT-PRODUCT  TO LPRODO
           MOVE WS-NEXT-INTEREST   TO LNINTO
           MOVE WS-NEXT-PRINCIPAL  TO LNPRNO
           MOVE LUA-BALANCE        TO LUNAPO
           IF WS-DEBT-PAYMENT < WS-NEXT-INTEREST
               MOVE 'DELINQUENT' TO LSTATO
           ELSE
