      *>          balance.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - Card hold memo rows (CARDHOLD, HOLDREL)
      *>                     move no money and are left out of the class
      *>                     totals.
      *>   15/10/2026 - jm - Deposited checks journal both sides (the
      *>                     customer's credit or charge-back and the
      *>                     items-in-clearing leg) under DEPCHECK.
      *>   15/10/2026 - jm - Payroll releases journal both sides (the
      *>                     business's summary debit and credit-back
      *>                     against the recipients' credits), so
      *>                     PAYROLL joins the DR = CR check.
      *>   15/10/2026 - jm - Overdraft debit interest (OD-INT) classes
      *>                     as interest with the other interest
      *>                     source types.
      *>   15/10/2026 - jm - A prior-period adjustment (PRIOR-ADJ)
      *>                     classes under the source type it was
      *>                     posted as, so a reversal carried out of a
      *>                     locked period still pairs up in the
      *>                     DR = CR check; the count is reported.
      *>   15/10/2026 - jm - Month-end loss provisioning journals both
      *>                     legs (provision expense against the
      *>                     allowance), so PROV-EXP and PROV-ALLOW
      *>                     join the DR = CR check.
      *>   15/10/2026 - jm - Cash advances and balance transfers
      *>                     journal both legs (the card against the
      *>                     cardholder's cash), so CASHADV and
      *>                     BALXFER join the DR = CR check.
      *>   15/10/2026 - jm - Escheatment journals both legs (the
      *>                     account, deposit or outstanding-checks
      *>                     liability against the escheat liability),
      *>                     so ESCHEAT joins the DR = CR check.
      *>   15/10/2026 - jm - Official checks journal both legs on issue
      *>                     and void (the customer against the
      *>                     outstanding-checks liability) and on
      *>                     payment (liability against settlement), so
      *>                     OFFCHECK and OFFCHK-PD join the DR = CR
      *>                     check.
      *>   15/10/2026 - jm - Deposit accounts journal under their ten-
      *>                     digit number and class as user cash; a
      *>                     move between a customer's own accounts
      *>                     (ACCT-XFER) journals both legs and joins
      *>                     the DR = CR check.
      *>   15/10/2026 - jm - Backup withholding journals both legs (off
      *>                     the customer, onto the withholding
      *>                     payable account), so BKUP-WH joins too.
      *>   15/10/2026 - jm - Loan charge-offs journal both legs (off
      *>                     the loan, onto the write-off account), so
      *>                     CHARGEOFF joins the DR = CR check.
      *>   24/10/2025 - jm - TD-INT classes as interest and the
      *>                     D-prefixed deposit accounts get their
      *>                     own TERM DEPOSITS class instead of
       77 WS-DRCR-DIFF         PIC S9(11)V99 VALUE 0.
       77 WS-ENTRIES-READ      PIC 9(7) COMP VALUE 0.
       77 WS-ENTRIES-TODAY     PIC 9(7) COMP VALUE 0.
       77 WS-PRIOR-ADJ-COUNT   PIC 9(7) COMP VALUE 0.
       77 WS-TB-EXCEPTIONS     PIC 9(5) COMP VALUE 0.

      *> Run-history ledger rows for the operations summary
      *> ----------------------------------------------------------------
      *> 2000-FOLD-JOURNAL - one pass over the posting journal, folding
      *> every entry stamped with the run date into its class totals.
      *> A card hold going on or off (CARDHOLD/HOLDREL) is a memo row
      *> that moves no money, and is left out.
      *> ----------------------------------------------------------------
       2000-FOLD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
               PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
                   ADD 1 TO WS-ENTRIES-READ
                   IF JRNL-TIMESTAMP(1:8) = WS-TODAY-DATE
                           AND JRNL-SOURCE-TYPE NOT = "CARDHOLD"
                           AND JRNL-SOURCE-TYPE NOT = "HOLDREL"
                       ADD 1 TO WS-ENTRIES-TODAY
                       PERFORM 2100-FOLD-ONE-ENTRY
                   END-IF

      *> ----------------------------------------------------------------
      *> 2100-FOLD-ONE-ENTRY - classifies the entry in the record area:
      *> the source type decides fees and interest (INTEREST, DEP-INT,
      *> TD-INT and OD-INT alike), everything else is classed by where
      *> the money sat - the account-id prefix the creates hand out
      *> (U = user cash, C = card receivables, L = loan receivables,
      *> D = term-deposit liabilities); an all-digit id is a deposit
      *> account number, which is customer cash too. A prior-period
      *> adjustment is classed as the source it was posted under.
      *> ----------------------------------------------------------------
       2100-FOLD-ONE-ENTRY.
           IF JRNL-SOURCE-TYPE = "PRIOR-ADJ"
               ADD 1 TO WS-PRIOR-ADJ-COUNT
               MOVE JRNL-ADJ-SOURCE TO JRNL-SOURCE-TYPE
           END-IF
           EVALUATE TRUE
               WHEN JRNL-SOURCE-TYPE = "FEE"
                   MOVE 4 TO WS-CLASS-IDX
               WHEN JRNL-SOURCE-TYPE = "INTEREST"
                       OR JRNL-SOURCE-TYPE = "DEP-INT"
                       OR JRNL-SOURCE-TYPE = "TD-INT"
                       OR JRNL-SOURCE-TYPE = "OD-INT"
                   MOVE 5 TO WS-CLASS-IDX
               WHEN JRNL-ACCOUNT-ID(1:1) = "U"
               WHEN JRNL-ACCOUNT-ID IS NUMERIC
                   MOVE 1 TO WS-CLASS-IDX
               WHEN JRNL-ACCOUNT-ID(1:1) = "C"
                   MOVE 2 TO WS-CLASS-IDX
      *>   DR = CR check; everything else nets into the P&L line.
           IF JRNL-SOURCE-TYPE = "TRANSFER"
                   OR JRNL-SOURCE-TYPE = "TERMDEP"
                   OR JRNL-SOURCE-TYPE = "CHARGEOFF"
                   OR JRNL-SOURCE-TYPE = "BKUP-WH"
                   OR JRNL-SOURCE-TYPE = "ACCT-XFER"
                   OR JRNL-SOURCE-TYPE = "OFFCHECK"
                   OR JRNL-SOURCE-TYPE = "OFFCHK-PD"
                   OR JRNL-SOURCE-TYPE = "ESCHEAT"
                   OR JRNL-SOURCE-TYPE = "CASHADV"
                   OR JRNL-SOURCE-TYPE = "BALXFER"
                   OR JRNL-SOURCE-TYPE = "PROV-EXP"
                   OR JRNL-SOURCE-TYPE = "PROV-ALLOW"
                   OR JRNL-SOURCE-TYPE = "PAYROLL"
                   OR JRNL-SOURCE-TYPE = "DEPCHECK"
               IF JRNL-DEBIT
                   ADD JRNL-AMOUNT TO WS-2SIDED-DR
               ELSE
           DISPLAY " "
           DISPLAY "Journal entries read: " WS-ENTRIES-READ
           DISPLAY "Entries for the run date: " WS-ENTRIES-TODAY
           DISPLAY "Prior-period adjustments: " WS-PRIOR-ADJ-COUNT
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "TRIAL-BALANCE" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
