      *>          the maturity date arrives.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - The interest part of each payout goes
      *>                     through BLM-WITHHOLD-CONTROLLER: onto the
      *>                     tax ledger, less backup withholding for
      *>                     a customer without a certified TIN.
      *>   23/10/2025 - jm - The payout leg is checked: a refused
      *>                     posting re-opens the deposit for the
      *>                     next run and counts as an exception, and
      *> Payout posting
       77 WS-PAYOUT-AMT        PIC S9(9)V99 VALUE 0.
       77 WS-BAL-EDIT          PIC -(9)9.99.
       77 WS-PAYOUT-INT        PIC 9(9)V99 VALUE 0.
       77 WS-PAYOUT-USER       PIC X(10) VALUE SPACES.
       77 WS-PAYOUT-TD-ID      PIC X(10) VALUE SPACES.

      *> Tax ledger / backup withholding on the interest credited.
       COPY "tax-ledger.cpy"
           REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-ENTRY==.
       77 WS-TAX-RET-CODE      PIC S9(4) COMP.

      *> Posting journal
       COPY "journal.cpy"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAYOUT-AMT = TD-AMOUNT + TD-ACCRUED-INT
           MOVE TD-ACCRUED-INT TO WS-PAYOUT-INT
           MOVE TD-USER-ID TO WS-PAYOUT-USER
           MOVE TD-ID TO WS-PAYOUT-TD-ID
           SET TD-MATURED TO TRUE
           REWRITE TERM-DEPOSIT-RECORD
           CLOSE TERMDEP-MASTER-FILE
           DISPLAY "MATURED " TD-ID " paid out " WS-PAYOUT-AMT
                   " to " TD-USER-ID
           ADD 1 TO WS-DEPOSITS-MATURED
           PERFORM 3130-WITHHOLD-INTEREST
           PERFORM 3110-POST-MATURITY-NOTICE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3130-WITHHOLD-INTEREST - the interest part of the payout is
      *> the customer's reportable income: ledgered, less backup
      *> withholding when their TIN is not certified. A withholding
      *> debit that will not post is an exception for the morning.
      *> ----------------------------------------------------------------
       3130-WITHHOLD-INTEREST.
           IF WS-PAYOUT-INT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TAX-ENTRY
           MOVE WS-PAYOUT-USER TO TAXL-USER-ID OF WS-TAX-ENTRY
           MOVE "TD-INT" TO TAXL-INCOME-TYPE OF WS-TAX-ENTRY
           MOVE WS-PAYOUT-TD-ID TO TAXL-SOURCE-ID OF WS-TAX-ENTRY
           MOVE WS-PAYOUT-INT TO TAXL-GROSS-AMT OF WS-TAX-ENTRY
           CALL "BLM-WITHHOLD-CONTROLLER" USING "WITHHOLD",
                WS-TAX-ENTRY, WS-TAX-RET-CODE
           IF WS-TAX-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: backup withholding on "
                       WS-PAYOUT-TD-ID " did not post."
               ADD 1 TO WS-MATURITY-EXCEPTIONS
           ELSE
               IF TAXL-WITHHELD-AMT OF WS-TAX-ENTRY > 0
                   DISPLAY "WITHHELD " WS-PAYOUT-TD-ID " "
                           TAXL-WITHHELD-AMT OF WS-TAX-ENTRY
                           " from " WS-PAYOUT-USER
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3120-REOPEN-DEPOSIT - puts the deposit the payout failed for
      *> back to ACTIVE so tomorrow's run retries it.
