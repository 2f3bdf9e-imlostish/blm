      *>   08/09/2025 - jm - A posted payment now assesses the PAYFEE
      *>                     schedule entry against the payer through
      *>                     BLM-FEE-CONTROLLER.
      *>   15/10/2026 - jm - A payment against a CHARGED-OFF loan is a
      *>                     recovery: it accumulates on
      *>                     LOAN-RECOVERED-AMT, journals under the
      *>                     RECOVERY source instead of PAYMENT, and a
      *>                     reversal backs it out of the recovered
      *>                     total.
      *>   15/10/2026 - jm - New batch "add-autopay" op for the
      *>                     autopay pass: the payment is funded from
      *>                     the payer's cash balance, which must
      *>                     cover it (16 if not), with the debit
      *>                     journalled under the same PAYMENT id. A
      *>                     debit that won't post backs the payment
      *>                     out again.
      *>   15/10/2026 - jm - A payer under watch-list review (SANCTION
      *>                     flag) is refused any payment with 20.
      *>   15/10/2026 - jm - A reversal journals under the original
      *>                     payment's date, so one whose payment sits
      *>                     in a locked accounting period comes out
      *>                     as a prior-period adjustment, or is
      *>                     refused up front with 8 (nothing backed
      *>                     out) when PERIOD-LOCK-ACTION is REFUSE.
      *>   15/10/2026 - jm - Cash-funded payments check the available
      *>                     balance, so deposited checks still on hold
      *>                     can't pay.
      *>   15/10/2026 - jm - A recovery on a charged-off loan, and its
      *>                     reversal, journal the loan's own
      *>                     outstanding balance (zero) as the balance
      *>                     after, not what is still to recover, so
      *>                     every loan row's balance-after is LOAN-
      *>                     OUTSTANDING-BAL.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-PAYMENT-CONTROLLER.
       77 WS-FEE-RET-CODE      PIC S9(4) COMP.
       77 WS-FEE-AMT-EDIT      PIC 9(9).99.

      *> Accounting period check on a reversal's original date
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-PER-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-PER-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-PER-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-PER-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-PER-FIELD-COUNT==.
       77 WS-PER-RET-CODE      PIC S9(4) COMP.
       77 WS-REV-VALUE-DATE    PIC X(8) VALUE SPACES.
       77 WS-REV-TODAY         PIC 9(8) VALUE 0.


      *> Batch-window gate - online money movement backs off politely
      *> while the nightly suite owns the masters.
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.
       77 WS-TARGET-BAL-AFTER  PIC S9(9)V99 VALUE 0.
      *> set by the loan apply when the loan was already charged off,
      *> so the journal entry posts as a recovery.
       77 WS-RECOVERY-SW       PIC X VALUE "N".
           88 RECOVERY-POSTING   VALUE "Y".

      *> Cash-funded payments (the autopay path) - the payer's cash
      *> balance gives the money up through BALANCE-DELTA.
       77 WS-CASH-FUNDED-SW    PIC X VALUE "N".
           88 CASH-FUNDED        VALUE "Y".
       77 WS-FUNDING-OK        PIC X VALUE "Y".
           88 FUNDING-OK         VALUE "Y".
       77 WS-BAL-AMOUNT        PIC S9(9)V99 VALUE 0.
       77 WS-BAL-EDIT          PIC -(9)9.99.

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
                                 LK-USER-ID LK-RET-CODE.

           MOVE 0 TO LK-RET-CODE
           MOVE "N" TO WS-CASH-FUNDED-SW
           EVALUATE LK-OP
               WHEN "list"
                   PERFORM LIST-PAYMENTS
      *>       it is part of, so its path skips the online gate.
               WHEN "add-release"
                   PERFORM ADD-PAYMENT
      *>       the autopay pass, also inside the window: the same
      *>       posting, paid for out of the payer's cash balance.
               WHEN "add-autopay"
                   MOVE "Y" TO WS-CASH-FUNDED-SW
                   PERFORM ADD-PAYMENT
               WHEN "reverse"
                   PERFORM CHECK-BATCH-WINDOW
                   IF NOT WINDOW-CLOSED
           END-PERFORM.
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

      *> ----------------------------------------------------------------
      *> LIST-PAYMENTS - displays every payment made by LK-USER-ID.
      *> ----------------------------------------------------------------
      *> nothing is posted and no payment record is written.
      *> ----------------------------------------------------------------
       ADD-PAYMENT.
           PERFORM CHECK-SANCTION-HOLD
           IF SANCTION-HOLD
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PAYMENT-RECORD
           MOVE "card-id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           END-IF

           MOVE LK-USER-ID TO PAYMENT-USER-ID
           IF CASH-FUNDED
               MOVE SPACES TO USER-CTL-DATA
               CALL "BLM-USER-CONTROLLER" USING "GET-AVAILABLE",
                    USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
               IF WS-CTL-RET-CODE NOT = 0
                       OR UCD-BAL-AMOUNT < PAYMENT-AMOUNT
                   DISPLAY "Insufficient funds for payment of "
                           PAYMENT-AMOUNT "."
                   MOVE 16 TO LK-RET-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VALIDATE-AND-POST-PAYMENT
           IF NOT TARGET-OK
               MOVE 4 TO LK-RET-CODE
               WRITE PAYMENT-RECORD
               IF WS-FILE-STATUS = "00"
                   PERFORM JOURNAL-PAYMENT-POSTING
                   PERFORM FUND-FROM-PAYER-CASH
                   IF FUNDING-OK
                       PERFORM ASSESS-PAYMENT-FEE
                       MOVE 0 TO LK-RET-CODE
                   END-IF
               ELSE
                   DISPLAY "Error writing payment, status "
                           WS-FILE-STATUS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> FUND-FROM-PAYER-CASH - for a cash-funded payment, debits the
      *> payer's balance through BALANCE-DELTA (journal source
      *> PAYMENT, the new PAYMENT-ID), so both legs of the payment
      *> sit under one document. If the debit doesn't post (a busy
      *> record's 24 included) the payment just applied is backed
      *> out again and the debit's code goes back to the caller.
      *> ----------------------------------------------------------------
       FUND-FROM-PAYER-CASH.
           MOVE "Y" TO WS-FUNDING-OK
           IF NOT CASH-FUNDED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BAL-AMOUNT = 0 - PAYMENT-AMOUNT
           MOVE WS-BAL-AMOUNT TO WS-BAL-EDIT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE "PAYMENT" TO UCD-UPD-SOURCE-TYPE
           MOVE PAYMENT-ID TO UCD-UPD-SOURCE-ID
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, PAYMENT-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               MOVE "N" TO WS-FUNDING-OK
               DISPLAY "Funding debit for payment " PAYMENT-ID
                       " did not post (code " WS-CTL-RET-CODE
                       "); backing it out."
               PERFORM BACK-OUT-PAYMENT
               MOVE WS-CTL-RET-CODE TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> ASSESS-PAYMENT-FEE - charges the PAYFEE schedule entry (if
      *> any) against the payer of the payment just posted, via
           MOVE PAYMENT-CARD-ID TO JRNL-ACCOUNT-ID
           SET JRNL-CREDIT TO TRUE
           MOVE PAYMENT-AMOUNT TO JRNL-AMOUNT
           IF RECOVERY-POSTING
               MOVE "RECOVERY" TO JRNL-SOURCE-TYPE
           ELSE
               MOVE "PAYMENT" TO JRNL-SOURCE-TYPE
           END-IF
           MOVE PAYMENT-ID TO JRNL-SOURCE-ID
           MOVE WS-TARGET-BAL-AFTER TO JRNL-BALANCE-AFTER
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
      *> ----------------------------------------------------------------
       VALIDATE-AND-POST-PAYMENT.
           MOVE "N" TO WS-TARGET-OK
           MOVE "N" TO WS-RECOVERY-SW
           EVALUATE PAYMENT-CARD-ID(1:1)
               WHEN "C"
                   PERFORM APPLY-PAYMENT-TO-CARD
      *> APPLY-PAYMENT-TO-LOAN - looks PAYMENT-CARD-ID up on
      *> LOAN-MASTER-FILE, checks ownership, and applies the amount
      *> against the loan's outstanding balance, closing it out once
      *> paid down to zero. A charged-off loan is off the books, so
      *> the amount goes to its recovered total instead.
      *> ----------------------------------------------------------------
       APPLY-PAYMENT-TO-LOAN.
           OPEN I-O LOAN-MASTER-FILE
                   DISPLAY "Loan " PAYMENT-CARD-ID
                           " does not belong to this user."
               ELSE
                   IF LOAN-CHARGED-OFF
                       PERFORM APPLY-RECOVERY-TO-LOAN
                   ELSE
                       PERFORM APPLY-PAYMENT-TO-LOAN-BAL
                   END-IF
               END-IF
           END-IF
           CLOSE LOAN-MASTER-FILE.
           EXIT.

      *> the ordinary case: the amount comes off the outstanding
      *> balance and against the earliest pending installments.
       APPLY-PAYMENT-TO-LOAN-BAL.
           IF PAYMENT-AMOUNT > LOAN-OUTSTANDING-BAL
               MOVE 0 TO LOAN-OUTSTANDING-BAL
           ELSE
               COMPUTE LOAN-OUTSTANDING-BAL =
                       LOAN-OUTSTANDING-BAL - PAYMENT-AMOUNT
           END-IF
           IF LOAN-OUTSTANDING-BAL = 0
               SET LOAN-PAID TO TRUE
           END-IF
           REWRITE LOAN-RECORD
           MOVE LOAN-OUTSTANDING-BAL TO WS-TARGET-BAL-AFTER
           PERFORM MATCH-PAYMENT-TO-INSTALLMENTS
           MOVE "Y" TO WS-TARGET-OK.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPLY-RECOVERY-TO-LOAN - money received on a charged-off
      *> loan: added to LOAN-RECOVERED-AMT. The written-off book
      *> balance stays at zero, and that is the balance the journal
      *> entry carries, like every other loan row; what collections
      *> still pursues is charged off less recovered, off the loan.
      *> The schedule is left alone - it stopped meaning anything at
      *> charge-off.
      *> ----------------------------------------------------------------
       APPLY-RECOVERY-TO-LOAN.
           ADD PAYMENT-AMOUNT TO LOAN-RECOVERED-AMT
           REWRITE LOAN-RECORD
           IF LOAN-RECOVERED-AMT >= LOAN-CHARGEOFF-AMT
               DISPLAY "Charged-off loan " LOAN-ID
                       " is now fully recovered."
           END-IF
           MOVE LOAN-OUTSTANDING-BAL TO WS-TARGET-BAL-AFTER
           MOVE "Y" TO WS-RECOVERY-SW
           MOVE "Y" TO WS-TARGET-OK.
           EXIT.

      *> ----------------------------------------------------------------
      *> REVERSE-PAYMENT - teller-approved reversal of the COMPLETE
      *> payment named by --id: the amount is backed out of the card
                               "COMPLETE and can't be reversed."
                       MOVE 8 TO LK-RET-CODE
                   WHEN OTHER
                       PERFORM CHECK-REVERSAL-PERIOD
                       IF WS-PER-RET-CODE = 8
                           DISPLAY "Payment " PAYMENT-ID " falls in "
                                   "a locked accounting period and "
                                   "can't be reversed."
                           MOVE 8 TO LK-RET-CODE
                       ELSE
                           PERFORM BACK-OUT-PAYMENT
                       END-IF
               END-EVALUATE
               CLOSE PAYMENT-MASTER-FILE
           END-IF
           PERFORM LOG-REVERSAL-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-REVERSAL-PERIOD - the reversal is dated back to the
      *> original payment. When that date is in a locked period and
      *> the lock refuses back-dated postings (8), the reversal stops
      *> here, before any balance is touched; otherwise the journal
      *> carries it forward as a prior-period adjustment.
      *> ----------------------------------------------------------------
       CHECK-REVERSAL-PERIOD.
           MOVE 0 TO WS-PER-RET-CODE
           MOVE PAYMENT-CREATED-AT(1:8) TO WS-REV-VALUE-DATE
           ACCEPT WS-REV-TODAY FROM DATE YYYYMMDD
           IF WS-REV-VALUE-DATE NOT < WS-REV-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE "date" TO WS-PER-FIELD-NAME(1)
           MOVE WS-REV-VALUE-DATE TO WS-PER-FIELD-VALUE(1)
           MOVE 1 TO WS-PER-FIELD-COUNT
           CALL "BLM-PERIOD-CONTROLLER" USING "check", WS-PER-FIELDS,
                WS-PER-FIELD-COUNT, LK-USER-ID, WS-PER-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> BACK-OUT-PAYMENT - the original is in the record area and the
      *> payment master is open I-O: restore the card/loan balance,
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Loan " WS-REV-TARGET " not found."
           ELSE
               IF LOAN-CHARGED-OFF
      *>           a reversed recovery comes back off the recovered
      *>           total; the written-off book balance stays at zero.
                   IF WS-REV-AMOUNT > LOAN-RECOVERED-AMT
                       MOVE 0 TO LOAN-RECOVERED-AMT
                   ELSE
                       SUBTRACT WS-REV-AMOUNT FROM LOAN-RECOVERED-AMT
                   END-IF
                   MOVE LOAN-OUTSTANDING-BAL TO WS-TARGET-BAL-AFTER
               ELSE
                   COMPUTE LOAN-OUTSTANDING-BAL =
                           LOAN-OUTSTANDING-BAL + WS-REV-AMOUNT
                   IF LOAN-PAID AND LOAN-OUTSTANDING-BAL > 0
                       SET LOAN-ACTIVE TO TRUE
                       DISPLAY "Loan " LOAN-ID " re-opened by the "
                               "reversal."
                   END-IF
                   MOVE LOAN-OUTSTANDING-BAL TO WS-TARGET-BAL-AFTER
               END-IF
               REWRITE LOAN-RECORD
               MOVE "Y" TO WS-REVERSE-OK
           END-IF
           CLOSE LOAN-MASTER-FILE.

      *> ----------------------------------------------------------------
      *> JOURNAL-REVERSAL-POSTING - the debit that backs the original
      *> credit out of the card/loan, keyed by the reversing entry and
      *> dated back to the original payment.
      *> ----------------------------------------------------------------
       JOURNAL-REVERSAL-POSTING.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-REV-AMOUNT TO JRNL-AMOUNT
           MOVE "REVERSAL" TO JRNL-SOURCE-TYPE
           MOVE WS-NEW-PAYMENT-ID TO JRNL-SOURCE-ID
           MOVE WS-REV-VALUE-DATE TO JRNL-VALUE-DATE
           MOVE WS-TARGET-BAL-AFTER TO JRNL-BALANCE-AFTER
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
