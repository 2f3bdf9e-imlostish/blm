      *>          and the at-term payout.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - Opening a deposit is funded from the
      *>                     available balance (deposited checks on hold
      *>                     excluded).
      *>   15/10/2026 - jm - Opening and breaking a deposit are
      *>                     refused (20) while the customer is under
      *>                     watch-list review.
      *>   15/10/2026 - jm - The accrued interest an early withdrawal
      *>                     pays out goes through backup withholding
      *>                     and onto the tax ledger.
      *>   24/10/2025 - jm - The early-withdrawal penalty is now
      *>                     assessed through BLM-FEE-CONTROLLER
      *>                     (journalled as FEE) instead of being
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Tax ledger / backup withholding on the interest credited.
       COPY "tax-ledger.cpy"
           REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-ENTRY==.
       77 WS-TAX-RET-CODE      PIC S9(4) COMP.

      *> Watch-list review gate - a customer under the SANCTION memo
      *> flag moves no money until compliance clears the hit.
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.
       77 WS-SANCTION-SW       PIC X VALUE "N".
           88 SANCTION-HOLD      VALUE "Y".

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
      *> TERMDEP) and the balance must cover it.
      *> ----------------------------------------------------------------
       OPEN-DEPOSIT.
           PERFORM CHECK-SANCTION-HOLD
           IF SANCTION-HOLD
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TERM-DEPOSIT-RECORD
           MOVE LK-USER-ID TO TD-USER-ID
           MOVE "amount" TO WS-LOOKUP-NAME
           END-IF

           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-AVAILABLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF UCD-BAL-AMOUNT < TD-AMOUNT
               DISPLAY "Insufficient funds: available balance is "
                       UCD-BAL-AMOUNT "."
               MOVE 16 TO LK-RET-CODE
               EXIT PARAGRAPH
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-SANCTION-HOLD - sets SANCTION-HOLD (with a message) when
      *> LK-USER-ID is under watch-list review.
      *> ----------------------------------------------------------------
       CHECK-SANCTION-HOLD.
           MOVE "N" TO WS-SANCTION-SW
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "SANCTION" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", LK-USER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "Refused: this account is under compliance "
                       "review and no money may move on it."
               MOVE "Y" TO WS-SANCTION-SW
           END-IF.
           EXIT.

       LIST-DEPOSITS.
           OPEN INPUT TERMDEP-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
      *> assessed against it through the fee mechanics.
      *> ----------------------------------------------------------------
       WITHDRAW-EARLY.
           PERFORM CHECK-SANCTION-HOLD
           IF SANCTION-HOLD
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           OPEN I-O TERMDEP-MASTER-FILE
           END-IF
           PERFORM JOURNAL-TD-PAYOUT
           PERFORM ASSESS-TD-PENALTY
           PERFORM WITHHOLD-TD-INTEREST
           DISPLAY "Deposit " TD-ID " withdrawn early: paid out "
                   WS-PAYOUT-AMT " before the early-withdrawal "
                   "penalty."
                WS-FEE-FIELD-COUNT, LK-USER-ID, WS-FEE-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> WITHHOLD-TD-INTEREST - the interest part of the payout is
      *> reportable income: ledgered, and backup withholding taken
      *> from it when the customer's TIN is not certified.
      *> ----------------------------------------------------------------
       WITHHOLD-TD-INTEREST.
           IF TD-ACCRUED-INT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TAX-ENTRY
           MOVE TD-USER-ID TO TAXL-USER-ID OF WS-TAX-ENTRY
           MOVE "TD-INT" TO TAXL-INCOME-TYPE OF WS-TAX-ENTRY
           MOVE TD-ID TO TAXL-SOURCE-ID OF WS-TAX-ENTRY
           MOVE TD-ACCRUED-INT TO TAXL-GROSS-AMT OF WS-TAX-ENTRY
           CALL "BLM-WITHHOLD-CONTROLLER" USING "WITHHOLD",
                WS-TAX-ENTRY, WS-TAX-RET-CODE
           IF TAXL-WITHHELD-AMT OF WS-TAX-ENTRY > 0
               DISPLAY "Backup withholding of "
                       TAXL-WITHHELD-AMT OF WS-TAX-ENTRY
                       " taken on the interest (no certified "
                       "taxpayer ID on file)."
           END-IF.
           EXIT.

       JOURNAL-TD-PAYOUT.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE TD-ID TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
