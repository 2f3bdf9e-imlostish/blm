      *>          posts a notification that it is ready.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - A prior-period adjustment (PRIOR-ADJ) folds
      *>                     in as the source type it was posted under.
      *>   15/10/2026 - jm - Fees taken are net of teller fee refunds
      *>                     (FEE credits on the customer's own id or
      *>                     cards), so a refunded charge is not
      *>                     reported as a fee paid for the year.
      *>   24/10/2025 - jm - Deposit interest earned now includes the
      *>                     TD-INT accruals on the customer's term
      *>                     deposits (collected off the TD-USER-ID
       77 WS-CARD-INT-CHGD     PIC 9(11)V99 VALUE 0.
       77 WS-DEP-INT-EARNED    PIC 9(11)V99 VALUE 0.
       77 WS-FEES-TAKEN        PIC 9(11)V99 VALUE 0.
       77 WS-FEES-REFUNDED     PIC 9(11)V99 VALUE 0.

      *> Statement-archive lines for the reprint path
       COPY "statement-archive.cpy"
       2120-FOLD-YEAR-JOURNAL.
           MOVE 0 TO WS-LOAN-INT-PAID WS-CARD-INT-CHGD
           MOVE 0 TO WS-DEP-INT-EARNED WS-FEES-TAKEN
           MOVE 0 TO WS-FEES-REFUNDED
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
               END-IF
               READ JOURNAL-FILE
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-FEES-REFUNDED >= WS-FEES-TAKEN
               MOVE 0 TO WS-FEES-TAKEN
           ELSE
               SUBTRACT WS-FEES-REFUNDED FROM WS-FEES-TAKEN
           END-IF.
           EXIT.

      *> a prior-period adjustment counts as the source it was posted
      *> under - a fee refund carried out of a locked period is still
      *> a fee refund.
       2125-FOLD-ONE-ENTRY.
           IF JRNL-SOURCE-TYPE = "PRIOR-ADJ"
               MOVE JRNL-ADJ-SOURCE TO JRNL-SOURCE-TYPE
           END-IF
           EVALUATE TRUE
               WHEN JRNL-SOURCE-TYPE = "DEP-INT"
                       AND JRNL-ACCOUNT-ID = WS-SUMMARY-USER
                       AND JRNL-ACCOUNT-ID = WS-SUMMARY-USER
                       AND JRNL-DEBIT
                   ADD JRNL-AMOUNT TO WS-FEES-TAKEN
               WHEN JRNL-SOURCE-TYPE = "FEE"
                       AND JRNL-ACCOUNT-ID = WS-SUMMARY-USER
                       AND JRNL-CREDIT
                   ADD JRNL-AMOUNT TO WS-FEES-REFUNDED
               WHEN JRNL-SOURCE-TYPE = "INTEREST"
                       AND JRNL-DEBIT
                   PERFORM 2126-FOLD-INTEREST-ENTRY
               WHEN JRNL-SOURCE-TYPE = "FEE"
                   PERFORM 2127-FOLD-CARD-FEE-ENTRY
               WHEN OTHER
                   CONTINUE
           END-IF.
           EXIT.

      *> card-side fees (the late fee) debit the card, not the user;
      *> a refund of one credits the card back.
       2127-FOLD-CARD-FEE-ENTRY.
           MOVE "N" TO WS-IS-MY-CARD
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               END-IF
           END-PERFORM
           IF IS-MY-CARD
               IF JRNL-DEBIT
                   ADD JRNL-AMOUNT TO WS-FEES-TAKEN
               ELSE
                   ADD JRNL-AMOUNT TO WS-FEES-REFUNDED
               END-IF
           END-IF.
           EXIT.

