       05 WS-CC-OPTION     PIC 9(2).
       05 WS-CC-EXIT-FLAG  PIC X VALUE "N".
       05 WS-CC-INPUT      PIC X(100) VALUE SPACES.
       05 WS-CC-CHOICE     PIC X VALUE SPACES.
       05 WS-PM-OPTION     PIC 9(2).
       05 WS-PM-EXIT-FLAG  PIC X VALUE "N".
       05 WS-PM-INPUT      PIC X(100) VALUE SPACES.
       05 WS-FEE-RATE      PIC 9(5)V9(6) VALUE 0.
       05 WS-FEE-USD       PIC 9(9)V99 VALUE 0.
       05 WS-FEE-USD-EDIT  PIC 9(9).99.
       05 WS-FEE-CHARGED   PIC X(20) VALUE SPACES.
       05 WS-FEE-WAIVED    PIC X(20) VALUE SPACES.
       05 WS-FEE-TIER      PIC X(10) VALUE SPACES.
       05 WS-AD-CLOSE-AMT  PIC S9(9)V99 VALUE 0.
       05 WS-AD-CLOSE-EDIT PIC -(9)9.99.
       05 WS-AD-CASH-AMT   PIC 9(9)V99 VALUE 0.
       05 WS-AD-CASH-OP    PIC X VALUE SPACE.
       05 WS-AD-PAGE       PIC 9(3) VALUE 1.
           MOVE "dob" TO OP-FIELD-NAME(7)
           MOVE WS-TR-INPUT TO OP-FIELD-VALUE(7)
           MOVE 7 TO OP-FIELD-COUNT
           DISPLAY "Taxpayer ID (blank to keep): " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           IF WS-TR-INPUT NOT = SPACES
               ADD 1 TO OP-FIELD-COUNT
               MOVE "tin" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-TR-INPUT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           DISPLAY "Taxpayer ID type S=SSN E=EIN (blank to keep): "
                   WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           IF WS-TR-INPUT NOT = SPACES
               ADD 1 TO OP-FIELD-COUNT
               MOVE "tin-type" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-TR-INPUT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           DISPLAY "Certify the taxpayer ID is correct? (Y/N, blank "
                   "to keep): " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           IF WS-TR-INPUT NOT = SPACES
               ADD 1 TO OP-FIELD-COUNT
               MOVE "tin-cert" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-TR-INPUT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           CALL "BLM-PROFILE-CONTROLLER" USING "set", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Could not save profile, code " WS-RET-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Annual income, whole amount (blank to keep): "
                   WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           IF WS-TR-INPUT NOT = SPACES
               MOVE "income" TO OP-FIELD-NAME(1)
               MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
               MOVE 1 TO OP-FIELD-COUNT
               CALL "BLM-PROFILE-CONTROLLER" USING "set", OP-FIELDS,
                    OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
               IF WS-RET-CODE NOT = 0
                   DISPLAY "Could not save income, code "
                           WS-RET-CODE
               END-IF
           END-IF.
           EXIT.

                   DISPLAY "Preferred currency updated."
               END-IF
           END-IF
           DISPLAY "Statement delivery P=paper E=electronic B=both "
                   "(blank to keep): " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           IF WS-TR-INPUT NOT = SPACES
               MOVE 1 TO OP-FIELD-COUNT
               MOVE "stmt-delivery" TO OP-FIELD-NAME(1)
               MOVE WS-TR-INPUT(1:1) TO OP-FIELD-VALUE(1)
               CALL "BLM-PROFILE-CONTROLLER" USING "set", OP-FIELDS,
                    OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
               IF WS-RET-CODE = 0
                   DISPLAY "Statement delivery updated."
               ELSE
                   DISPLAY "Unable to update statement delivery, code "
                           WS-RET-CODE
               END-IF
           END-IF
           PERFORM TOGGLE-OTP-ENROLLMENT.
           EXIT.

               DISPLAY "11) Search transactions"
               DISPLAY "12) Alerts"
               DISPLAY "13) Term deposits"
               DISPLAY "14) My accounts"
               DISPLAY "15) Logout"
               PERFORM READ-MENU-OPTION
               PERFORM CHECK-IDLE-TIMEOUT
               IF SESSION-TIMED-OUT
                     WHEN 11 PERFORM SEARCH-MY-TRANSACTIONS
                     WHEN 12 PERFORM MANAGE-MY-ALERTS
                     WHEN 13 PERFORM TERM-DEPOSITS-MENU
                     WHEN 14 PERFORM MY-ACCOUNTS-MENU
                     WHEN 15 MOVE "Y" TO WS-ACCT-EXIT-FLAG
                     WHEN OTHER DISPLAY "Try again."
                   END-EVALUATE
                   PERFORM MARK-IDLE-ACTIVITY
               DISPLAY "10) Spending controls"
               DISPLAY "11) Authorized users"
               DISPLAY "12) Request credit-limit change"
               DISPLAY "13) Autopay"
               DISPLAY "14) Rewards points"
               DISPLAY "15) Balances, cash advance, balance transfer"
               DISPLAY "16) Back"
               PERFORM READ-MENU-OPTION
               MOVE WS-MENU-DIGIT TO WS-CC-OPTION
               EVALUATE WS-CC-OPTION
                 WHEN 10 PERFORM CC-SPEND-CONTROLS
                 WHEN 11 PERFORM CC-AUTH-USERS
                 WHEN 12 PERFORM CC-LIMIT-REQUEST
                 WHEN 13 PERFORM CC-AUTOPAY
                 WHEN 14 PERFORM CC-REWARDS
                 WHEN 15 PERFORM CC-SEGMENTS
                 WHEN 16 MOVE "Y" TO WS-CC-EXIT-FLAG
                 WHEN OTHER DISPLAY "Try again."
               END-EVALUATE
           END-PERFORM.
           MOVE 6 TO OP-FIELD-COUNT
           CALL "BLM-CARD-CONTROLLER" USING "add", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           EVALUATE WS-RET-CODE
               WHEN 0
                   DISPLAY "Card added."
               WHEN 16
               WHEN 8
                   DISPLAY "That limit would take you past the credit "
                           "the bank can extend to you; please contact "
                           "us."
               WHEN OTHER
                   DISPLAY "Error adding card: " WS-RET-CODE
           END-EVALUATE.
           EXIT.

       CC-REMOVE.
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CC-AUTOPAY - enrols a card in autopay (minimum due, full
      *> statement balance or a fixed amount) or cancels it. The
      *> nightly autopay run debits the balance on the due date.
      *> ----------------------------------------------------------------
       CC-AUTOPAY.
           DISPLAY "Card ID: " WITH NO ADVANCING
           ACCEPT WS-CC-INPUT
           MOVE "card-id" TO OP-FIELD-NAME(1)
           MOVE WS-CC-INPUT TO OP-FIELD-VALUE(1)
           MOVE 1 TO OP-FIELD-COUNT
           DISPLAY "E)nrol, C)ancel, blank to go back: "
                   WITH NO ADVANCING
           ACCEPT WS-CC-INPUT
           EVALUATE WS-CC-INPUT(1:1)
               WHEN "E"
                   DISPLAY "Pay M)inimum due, S)tatement balance or "
                           "F)ixed amount: " WITH NO ADVANCING
                   ACCEPT WS-CC-INPUT
                   MOVE "basis" TO OP-FIELD-NAME(2)
                   MOVE WS-CC-INPUT TO OP-FIELD-VALUE(2)
                   MOVE 2 TO OP-FIELD-COUNT
                   IF WS-CC-INPUT(1:1) = "F"
                       DISPLAY "Fixed amount: " WITH NO ADVANCING
                       ACCEPT WS-CC-INPUT
                       MOVE "amount" TO OP-FIELD-NAME(3)
                       MOVE WS-CC-INPUT TO OP-FIELD-VALUE(3)
                       MOVE 3 TO OP-FIELD-COUNT
                   END-IF
                   DISPLAY "If funds are short: P)ay what is "
                           "available or F)ail: " WITH NO ADVANCING
                   ACCEPT WS-CC-INPUT
                   ADD 1 TO OP-FIELD-COUNT
                   MOVE "short" TO OP-FIELD-NAME(OP-FIELD-COUNT)
                   MOVE WS-CC-INPUT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
                   CALL "BLM-RECURRING-CONTROLLER" USING "autopay",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE NOT = 0
                       DISPLAY "Unable to set up autopay, code "
                               WS-RET-CODE
                   END-IF
               WHEN "C"
                   CALL "BLM-RECURRING-CONTROLLER" USING
                        "autopay-cancel", OP-FIELDS, OP-FIELD-COUNT,
                        WS-USER-ID, WS-RET-CODE
                   IF WS-RET-CODE NOT = 0
                       DISPLAY "Unable to cancel autopay, code "
                               WS-RET-CODE
                   END-IF
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CC-REWARDS - the cardholder's rewards points on one card, and
      *> optionally a redemption as a statement credit.
      *> ----------------------------------------------------------------
       CC-REWARDS.
           DISPLAY "Card ID: " WITH NO ADVANCING
           ACCEPT WS-CC-INPUT
           MOVE "id" TO OP-FIELD-NAME(1)
           MOVE WS-CC-INPUT TO OP-FIELD-VALUE(1)
           MOVE 1 TO OP-FIELD-COUNT
           CALL "BLM-REWARDS-CONTROLLER" USING "balance", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "R)edeem as statement credit, blank to go back: "
                   WITH NO ADVANCING
           ACCEPT WS-CC-INPUT
           IF WS-CC-INPUT(1:1) = "R"
               DISPLAY "Points to redeem: " WITH NO ADVANCING
               ACCEPT WS-CC-INPUT
               MOVE "points" TO OP-FIELD-NAME(2)
               MOVE WS-CC-INPUT TO OP-FIELD-VALUE(2)
               MOVE 2 TO OP-FIELD-COUNT
               CALL "BLM-REWARDS-CONTROLLER" USING "redeem",
                    OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                    WS-RET-CODE
               IF WS-RET-CODE NOT = 0
                   DISPLAY "Unable to redeem points, code "
                           WS-RET-CODE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CC-SEGMENTS - the card's balance segments (purchases, cash
      *> advances, balance transfers) and their rates, and optionally
      *> a cash advance or balance transfer onto the cash balance.
      *> ----------------------------------------------------------------
       CC-SEGMENTS.
           DISPLAY "Card ID: " WITH NO ADVANCING
           ACCEPT WS-CC-INPUT
           MOVE "id" TO OP-FIELD-NAME(1)
           MOVE WS-CC-INPUT TO OP-FIELD-VALUE(1)
           MOVE 1 TO OP-FIELD-COUNT
           CALL "BLM-CARDSEG-CONTROLLER" USING "list", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "C)ash advance, B)alance transfer, blank to go "
                   "back: " WITH NO ADVANCING
           ACCEPT WS-CC-INPUT
           IF WS-CC-INPUT(1:1) NOT = "C" AND WS-CC-INPUT(1:1) NOT = "B"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CC-INPUT(1:1) TO WS-CC-CHOICE
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT WS-CC-INPUT
           MOVE "amount" TO OP-FIELD-NAME(2)
           MOVE WS-CC-INPUT TO OP-FIELD-VALUE(2)
           MOVE 2 TO OP-FIELD-COUNT
           IF WS-CC-CHOICE = "C"
               CALL "BLM-CARDSEG-CONTROLLER" USING "cash-advance",
                    OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                    WS-RET-CODE
           ELSE
               CALL "BLM-CARDSEG-CONTROLLER" USING "balance-transfer",
                    OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                    WS-RET-CODE
           END-IF
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to draw on the card, code "
                       WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CC-AUTH-USERS - the primary holder lists, grants or revokes
      *> secondary cardholders on one of their cards; a revoke takes
               DISPLAY "6) Sweep orders"
               DISPLAY "7) Request money"
               DISPLAY "8) Payment requests"
               DISPLAY "9) Send to another bank"
               DISPLAY "10) Payroll files"
               DISPLAY "11) Back"
               PERFORM READ-MENU-OPTION
               MOVE WS-MENU-DIGIT TO WS-TR-OPTION
               EVALUATE WS-TR-OPTION
                 WHEN 6 PERFORM TR-SWEEP-ORDERS
                 WHEN 7 PERFORM TR-RAISE-REQUEST
                 WHEN 8 PERFORM TR-PAYMENT-REQUESTS
                 WHEN 9 PERFORM TR-SEND-EXTERNAL
                 WHEN 10 PERFORM TR-PAYROLL
                 WHEN 11 MOVE "Y" TO WS-TR-EXIT-FLAG
                 WHEN OTHER DISPLAY "Try again."
               END-EVALUATE
           END-PERFORM.
               MOVE "recipient" TO OP-FIELD-NAME(1)
               MOVE WS-PD-TARGET TO OP-FIELD-VALUE(1)
           ELSE
               DISPLAY "Recipient username or account number: "
                       WITH NO ADVANCING
               ACCEPT WS-TR-INPUT
      *>       ten digits is an account number - its check digit is
      *>       verified here, before anything else is asked, so a
      *>       mistyped number never reaches the send.
               IF WS-TR-INPUT(1:10) IS NUMERIC
                       AND WS-TR-INPUT(11:90) = SPACES
                   MOVE "account" TO OP-FIELD-NAME(1)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
                   MOVE 1 TO OP-FIELD-COUNT
                   CALL "BLM-ACCOUNT-CONTROLLER" USING "check",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE NOT = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "to-account" TO OP-FIELD-NAME(1)
               ELSE
                   MOVE "recipient" TO OP-FIELD-NAME(1)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
               END-IF
           END-IF
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> TR-SEND-EXTERNAL - a transfer to a beneficiary at another
      *> bank: routing number, account number and name, read back
      *> for the customer to confirm before the fee quote and the
      *> send. The debit is taken now; the item goes out on tonight's
      *> clearing file.
      *> ----------------------------------------------------------------
       TR-SEND-EXTERNAL.
           DISPLAY "Beneficiary bank routing number (9 digits): "
                   WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           MOVE "routing" TO OP-FIELD-NAME(1)
           MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Beneficiary account number: " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           MOVE "account" TO OP-FIELD-NAME(2)
           MOVE WS-TR-INPUT TO OP-FIELD-VALUE(2)
           DISPLAY "Beneficiary name: " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           MOVE "beneficiary" TO OP-FIELD-NAME(3)
           MOVE WS-TR-INPUT TO OP-FIELD-VALUE(3)
           DISPLAY "Amount (USD): " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           MOVE "amount" TO OP-FIELD-NAME(4)
           MOVE WS-TR-INPUT TO OP-FIELD-VALUE(4)
           MOVE "currency" TO OP-FIELD-NAME(5)
           MOVE "USD" TO OP-FIELD-VALUE(5)
           MOVE 5 TO OP-FIELD-COUNT
           DISPLAY "Send date (YYYYMMDD, blank for today): "
                   WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           IF WS-TR-INPUT NOT = SPACES
               ADD 1 TO OP-FIELD-COUNT
               MOVE "date" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-TR-INPUT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           DISPLAY "Send " FUNCTION TRIM(OP-FIELD-VALUE(4))
                   " USD to " FUNCTION TRIM(OP-FIELD-VALUE(3))
                   ", account " FUNCTION TRIM(OP-FIELD-VALUE(2))
                   " at routing " FUNCTION TRIM(OP-FIELD-VALUE(1))
                   "? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           IF WS-TR-INPUT(1:1) NOT = "Y"
               DISPLAY "Transfer not sent."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-FEE-QUOTE-XFER
           IF NOT FEE-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           CALL "BLM-TRANSFER-CONTROLLER" USING "send", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           EVALUATE WS-RET-CODE
               WHEN 0
                   DISPLAY "Transfer sent; it leaves on tonight's "
                           "clearing file."
               WHEN 7
                   DISPLAY "Transfer exceeds your per-transfer "
                           "limit."
               WHEN 8
                   DISPLAY "Check the beneficiary details and try "
                           "again."
               WHEN 14
                   DISPLAY "Transfer exceeds the large-transfer "
                           "limit and is held awaiting approval."
               WHEN 15
                   DISPLAY "This looks like a duplicate of a "
                           "transfer you just sent; it is held for "
                           "review instead of posting twice."
               WHEN 16
                   DISPLAY "Insufficient funds for this transfer."
               WHEN 17
                   DISPLAY "Daily transfer limit exceeded. Try "
                           "again tomorrow or ask a teller to raise "
                           "your limit."
               WHEN 18
               WHEN 20
                   CONTINUE
               WHEN 19
                   DISPLAY "Transfer booked; it will move on its "
                           "value date."
               WHEN 24
                   DISPLAY "Record busy - another session is "
                           "updating your account. Nothing moved; "
                           "try again."
               WHEN OTHER
                   DISPLAY "Error sending transfer: " WS-RET-CODE
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> SHOW-FEE-QUOTE-XFER / SHOW-FEE-QUOTE-PAY - price the fee for
      *> the transaction staged in OP-FIELDS via BLM-FEE-CONTROLLER
      *> "quote", show it, and let the customer back out before
      *> anything posts. A zero quote goes through silently, unless
      *> the customer's relationship tier waived it, which is said.
      *> Whatever the tier took off is shown with the quote. The
      *> transfer flavor converts the staged amount to USD first -
      *> the assessment charges on the transfer's USD figure, so the
      *> customer must confirm that same figure; the appended USD
           MOVE WS-FEE-QUOTED TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           CALL "BLM-FEE-CONTROLLER" USING "quote", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           MOVE "0" TO WS-FEE-CHARGED
           MOVE SPACES TO WS-FEE-WAIVED WS-FEE-TIER
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > OP-FIELD-COUNT
               EVALUATE OP-FIELD-NAME(WS-PD-IDX)
                   WHEN "fee-amount"
                       MOVE OP-FIELD-VALUE(WS-PD-IDX)(1:20)
                            TO WS-FEE-CHARGED
                   WHEN "fee-waived"
                       MOVE OP-FIELD-VALUE(WS-PD-IDX)(1:20)
                            TO WS-FEE-WAIVED
                   WHEN "fee-tier"
                       MOVE OP-FIELD-VALUE(WS-PD-IDX)(1:10)
                            TO WS-FEE-TIER
               END-EVALUATE
           END-PERFORM
           IF WS-FEE-WAIVED NOT = SPACES
               IF FUNCTION NUMVAL(WS-FEE-CHARGED) > 0
                   DISPLAY "Relationship pricing ("
                           FUNCTION TRIM(WS-FEE-TIER)
                           " tier) saves you USD "
                           FUNCTION TRIM(WS-FEE-WAIVED)
                           " on this fee."
               ELSE
                   DISPLAY "The USD " FUNCTION TRIM(WS-FEE-WAIVED)
                           " fee is waived for your "
                           FUNCTION TRIM(WS-FEE-TIER)
                           " relationship tier."
               END-IF
           END-IF
           IF FUNCTION NUMVAL(WS-FEE-CHARGED) > 0
               DISPLAY "A fee of USD "
                       FUNCTION TRIM(WS-FEE-CHARGED)
                       " applies. Proceed? (Y/N): "
                       WITH NO ADVANCING
               ACCEPT WS-TR-INPUT
               IF WS-TR-INPUT(1:1) NOT = "Y"
                   MOVE "N" TO WS-FEE-OK
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> TR-PAYROLL - a business customer's own payroll batches.
      *> ----------------------------------------------------------------
       TR-PAYROLL.
           MOVE SPACES TO WS-AD-TARGET-ID
           PERFORM PAYROLL-BATCHES.
           EXIT.

      *> ----------------------------------------------------------------
      *> PAYROLL-BATCHES - lists the payroll batches of the business in
      *> WS-AD-TARGET-ID (spaces for the logged-in customer), then
      *> submits a new payroll file, shows one batch's per-line
      *> result, or cancels a batch not yet released.
      *> ----------------------------------------------------------------
       PAYROLL-BATCHES.
           MOVE 0 TO OP-FIELD-COUNT
           IF WS-AD-TARGET-ID NOT = SPACES
               MOVE "user" TO OP-FIELD-NAME(1)
               MOVE WS-AD-TARGET-ID TO OP-FIELD-VALUE(1)
               MOVE 1 TO OP-FIELD-COUNT
           END-IF
           CALL "BLM-PAYROLL-CONTROLLER" USING "list", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "S)ubmit a payroll file, V)iew a batch, C)ancel "
                   "a batch, blank to go back: " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           EVALUATE WS-TR-INPUT(1:1)
               WHEN "S"
                   DISPLAY "Payroll file (lines of recipient,amount"
                           "[,reference]): " WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "file" TO OP-FIELD-NAME(1)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "Control total of the file (USD): "
                           WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "control" TO OP-FIELD-NAME(2)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(2)
                   DISPLAY "Pay date (YYYYMMDD, blank for today): "
                           WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "date" TO OP-FIELD-NAME(3)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(3)
                   MOVE 3 TO OP-FIELD-COUNT
                   IF WS-AD-TARGET-ID NOT = SPACES
                       MOVE "user" TO OP-FIELD-NAME(4)
                       MOVE WS-AD-TARGET-ID TO OP-FIELD-VALUE(4)
                       MOVE 4 TO OP-FIELD-COUNT
                   END-IF
                   CALL "BLM-PAYROLL-CONTROLLER" USING "submit",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   EVALUATE WS-RET-CODE
                       WHEN 0
                           CONTINUE
                       WHEN 16
                           DISPLAY "Insufficient funds for this "
                                   "payroll; nothing was submitted."
                       WHEN 20
                           DISPLAY "Outgoing payments are blocked on "
                                   "this account; see a teller."
                       WHEN OTHER
                           DISPLAY "Payroll file not submitted, code "
                                   WS-RET-CODE
                   END-EVALUATE
               WHEN "V"
                   DISPLAY "Batch id: " WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "id" TO OP-FIELD-NAME(1)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
                   MOVE 1 TO OP-FIELD-COUNT
                   CALL "BLM-PAYROLL-CONTROLLER" USING "view",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN "C"
                   DISPLAY "Batch id to cancel: " WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "id" TO OP-FIELD-NAME(1)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
                   MOVE 1 TO OP-FIELD-COUNT
                   CALL "BLM-PAYROLL-CONTROLLER" USING "cancel",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE NOT = 0
                       DISPLAY "Unable to cancel batch, code "
                               WS-RET-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       TR-FILE-DISPUTE.
           DISPLAY "Transfer id to dispute: " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           MOVE "id" TO OP-FIELD-NAME(1)
           MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Reason: " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           MOVE "reason" TO OP-FIELD-NAME(2)
           MOVE WS-TR-INPUT TO OP-FIELD-VALUE(2)
           MOVE 2 TO OP-FIELD-COUNT
           CALL "BLM-DISPUTE-CONTROLLER" USING "file", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Error filing dispute: " WS-RET-CODE
           END-IF.
           EXIT.

       TR-RECEIVE.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-TRANSFER-CONTROLLER" USING "receive", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE.
           EXIT.

       TR-HISTORY.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-TRANSFER-CONTROLLER" USING "history", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> ACCOUNT-OVERVIEW - the logged-in customer's money on one
      *> screen: current balance (and what of it is available while
      *> deposited checks are on hold), each card against its limit,
      *> each loan's outstanding and monthly payment, and recent
      *> transfers and payments.
      *> ----------------------------------------------------------------
       ACCOUNT-OVERVIEW.
           DISPLAY "=== OVERVIEW ==="
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-BALANCE",
                USER-CTL-DATA, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE = 0
               DISPLAY "Balance: " UCD-BAL-AMOUNT " USD"
           END-IF
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-AVAILABLE",
                USER-CTL-DATA, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE = 0 AND UCD-BAL-HELD NOT = 0
               DISPLAY "Available: " UCD-BAL-AMOUNT " USD ("
                       UCD-BAL-HELD " on hold)"
               DISPLAY "--- deposited checks ---"
               MOVE 0 TO OP-FIELD-COUNT
               CALL "BLM-DEPCHK-CONTROLLER" USING "list", OP-FIELDS,
                    OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           END-IF
           DISPLAY "--- accounts ---"
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-ACCOUNT-CONTROLLER" USING "list", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "--- cards ---"
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-CARD-CONTROLLER" USING "list", OP-FIELDS,
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> MY-ACCOUNTS-MENU - the customer's deposit accounts: the
      *> primary checking account every customer has, plus any
      *> savings or second checking opened since. Money moves
      *> between them here; sends always leave from the primary. The
      *> balances on any past day come off the end-of-day history.
      *> ----------------------------------------------------------------
       MY-ACCOUNTS-MENU.
           DISPLAY "=== MY ACCOUNTS ==="
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-ACCOUNT-CONTROLLER" USING "list", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "O)pen account, M)ove money, C)lose account, "
                   "B)alance on a date, blank to go back: "
                   WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           EVALUATE WS-TR-INPUT(1:1)
               WHEN "B"
                   DISPLAY "Date YYYYMMDD: " WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "date" TO OP-FIELD-NAME(1)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
                   MOVE 1 TO OP-FIELD-COUNT
                   CALL "BLM-ACCOUNT-CONTROLLER" USING "balance-on",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN "O"
                   DISPLAY "Type (C=checking, S=savings): "
                           WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "type" TO OP-FIELD-NAME(1)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "Nickname (optional): " WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "nickname" TO OP-FIELD-NAME(2)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(2)
                   MOVE 2 TO OP-FIELD-COUNT
                   CALL "BLM-ACCOUNT-CONTROLLER" USING "open",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE NOT = 0 AND WS-RET-CODE NOT = 18
                       DISPLAY "Unable to open account, code "
                               WS-RET-CODE
                   END-IF
               WHEN "M"
                   DISPLAY "From account number: " WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "from" TO OP-FIELD-NAME(1)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "To account number: " WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "to" TO OP-FIELD-NAME(2)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(2)
                   DISPLAY "Amount: " WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "amount" TO OP-FIELD-NAME(3)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(3)
                   MOVE 3 TO OP-FIELD-COUNT
                   CALL "BLM-ACCOUNT-CONTROLLER" USING "move",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE NOT = 0 AND WS-RET-CODE NOT = 18
                       DISPLAY "Unable to move money, code "
                               WS-RET-CODE
                   END-IF
               WHEN "C"
                   DISPLAY "Account number to close: "
                           WITH NO ADVANCING
                   ACCEPT WS-TR-INPUT
                   MOVE "account" TO OP-FIELD-NAME(1)
                   MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
                   MOVE 1 TO OP-FIELD-COUNT
                   CALL "BLM-ACCOUNT-CONTROLLER" USING "close",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE NOT = 0
                       DISPLAY "Unable to close account, code "
                               WS-RET-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> MANAGE-MY-ALERTS - the customer's alert rules: balance below
      *> X, card utilization above Y percent, any single charge over

      *> ----------------------------------------------------------------
      *> VIEW-MESSAGES - the customer's inbox: unread notifications
      *> with read-tracking, the customer's complaint cases and what
      *> the bank has told them on each, then the customer's choice of
      *> which messages also come by email.
      *> ----------------------------------------------------------------
       VIEW-MESSAGES.
           DISPLAY "=== MESSAGES ==="
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               END-IF
           END-IF
           DISPLAY "View your complaint cases? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           IF WS-TR-INPUT(1:1) = "Y"
               MOVE 0 TO OP-FIELD-COUNT
               CALL "BLM-CASE-CONTROLLER" USING "my-cases", OP-FIELDS,
                    OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           END-IF
           DISPLAY "Email delivery preferences? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           IF WS-TR-INPUT(1:1) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "list-prefs", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "Event to set (blank for all messages): "
                   WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           MOVE "event" TO OP-FIELD-NAME(1)
           MOVE WS-TR-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "E=email and inbox, I=inbox only (blank to go "
                   "back): " WITH NO ADVANCING
           ACCEPT WS-TR-INPUT
           IF WS-TR-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "channel" TO OP-FIELD-NAME(2)
           MOVE WS-TR-INPUT TO OP-FIELD-VALUE(2)
           MOVE 2 TO OP-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "set-pref", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
               DISPLAY "4) Schedule status"
               DISPLAY "5) Request a loan"
               DISPLAY "6) My applications"
               DISPLAY "7) Autopay"
               DISPLAY "8) Back"
               PERFORM READ-MENU-OPTION
               MOVE WS-MENU-DIGIT TO WS-LN-OPTION
               EVALUATE WS-LN-OPTION
                 WHEN 4 PERFORM LN-SCHEDULE
                 WHEN 5 PERFORM LN-APPLY
                 WHEN 6 PERFORM LN-MY-APPLICATIONS
                 WHEN 7 PERFORM LN-AUTOPAY
                 WHEN 8 MOVE "Y" TO WS-LN-EXIT-FLAG
                 WHEN OTHER DISPLAY "Try again."
               END-EVALUATE
           END-PERFORM.
      *> nothing originates until a teller approves.
      *> ----------------------------------------------------------------
       LN-APPLY.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-LOANPROD-CONTROLLER" USING "list", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Product code (blank to go back): "
                   WITH NO ADVANCING
           ACCEPT WS-LN-INPUT
           IF WS-LN-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "product" TO OP-FIELD-NAME(1)
           MOVE WS-LN-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT WS-LN-INPUT
           MOVE "amount" TO OP-FIELD-NAME(2)
           MOVE WS-LN-INPUT TO OP-FIELD-VALUE(2)
           DISPLAY "Term (months): " WITH NO ADVANCING
           ACCEPT WS-LN-INPUT
           MOVE "term" TO OP-FIELD-NAME(3)
           MOVE WS-LN-INPUT TO OP-FIELD-VALUE(3)
           DISPLAY "Purpose (blank for the product's): "
                   WITH NO ADVANCING
           ACCEPT WS-LN-INPUT
           MOVE "purpose" TO OP-FIELD-NAME(4)
           MOVE WS-LN-INPUT TO OP-FIELD-VALUE(4)
           MOVE 4 TO OP-FIELD-COUNT
           CALL "BLM-LOANAPP-CONTROLLER" USING "apply", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LN-AUTOPAY - enrols a loan in autopay of its scheduled
      *> installment or cancels it.
      *> ----------------------------------------------------------------
       LN-AUTOPAY.
           DISPLAY "Loan id: " WITH NO ADVANCING
           ACCEPT WS-LN-INPUT
           MOVE "card-id" TO OP-FIELD-NAME(1)
           MOVE WS-LN-INPUT TO OP-FIELD-VALUE(1)
           MOVE 1 TO OP-FIELD-COUNT
           DISPLAY "E)nrol, C)ancel, blank to go back: "
                   WITH NO ADVANCING
           ACCEPT WS-LN-INPUT
           EVALUATE WS-LN-INPUT(1:1)
               WHEN "E"
                   DISPLAY "If funds are short: P)ay what is "
                           "available or F)ail: " WITH NO ADVANCING
                   ACCEPT WS-LN-INPUT
                   MOVE "short" TO OP-FIELD-NAME(2)
                   MOVE WS-LN-INPUT TO OP-FIELD-VALUE(2)
                   MOVE 2 TO OP-FIELD-COUNT
                   CALL "BLM-RECURRING-CONTROLLER" USING "autopay",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE NOT = 0
                       DISPLAY "Unable to set up autopay, code "
                               WS-RET-CODE
                   END-IF
               WHEN "C"
                   CALL "BLM-RECURRING-CONTROLLER" USING
                        "autopay-cancel", OP-FIELDS, OP-FIELD-COUNT,
                        WS-USER-ID, WS-RET-CODE
                   IF WS-RET-CODE NOT = 0
                       DISPLAY "Unable to cancel autopay, code "
                               WS-RET-CODE
                   END-IF
           END-EVALUATE.
           EXIT.

       LN-MY-APPLICATIONS.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-LOANAPP-CONTROLLER" USING "list-mine", OP-FIELDS,
                   DISPLAY "9) Audit trail query"
                   DISPLAY "10) Fee schedule"
                   DISPLAY "11) Close account (teller)"
                   DISPLAY "12) Cash drawer, deposit / withdrawal"
                   DISPLAY "13) Customer inquiry"
                   DISPLAY "14) Force batch window open"
                   DISPLAY "15) Reverse a payment"
                   DISPLAY "25) Credit-limit requests"
                   DISPLAY "26) Active sessions"
                   DISPLAY "27) Processing calendar"
                   DISPLAY "28) Inbound-credit suspense queue"
                   DISPLAY "29) Sanctions review queue"
                   DISPLAY "30) Set account overdraft"
                   DISPLAY "31) Official checks"
                   DISPLAY "32) Loan products"
                   DISPLAY "33) Rate indexes"
                   DISPLAY "34) Decision letters"
                   DISPLAY "35) Message templates"
                   DISPLAY "36) Configuration change approvals"
                   DISPLAY "37) Accounting periods"
                   DISPLAY "38) Fee refunds"
                   DISPLAY "39) Complaint cases"
                   DISPLAY "40) Credit bureau corrections"
                   DISPLAY "41) KYC review worklist"
                   DISPLAY "42) Payroll batches"
                   DISPLAY "43) Deposited checks and holds"
                   DISPLAY "44) Back"
                   PERFORM READ-MENU-OPTION
                   MOVE WS-MENU-DIGIT TO WS-AD-OPTION
                   EVALUATE WS-AD-OPTION
                     WHEN 25 PERFORM AD-LIMIT-REQUESTS
                     WHEN 26 PERFORM AD-ACTIVE-SESSIONS
                     WHEN 27 PERFORM AD-PROC-CALENDAR
                     WHEN 28 PERFORM AD-SUSPENSE-QUEUE
                     WHEN 29 PERFORM AD-SANCTIONS-QUEUE
                     WHEN 30 PERFORM AD-SET-ACCOUNT-OVERDRAFT
                     WHEN 31 PERFORM AD-OFFICIAL-CHECKS
                     WHEN 32 PERFORM AD-LOAN-PRODUCTS
                     WHEN 33 PERFORM AD-RATE-INDEXES
                     WHEN 34 PERFORM AD-DECISION-LETTERS
                     WHEN 35 PERFORM AD-MESSAGE-TEMPLATES
                     WHEN 36 PERFORM AD-CONFIG-CHANGES
                     WHEN 37 PERFORM AD-ACCT-PERIODS
                     WHEN 38 PERFORM AD-FEE-REFUNDS
                     WHEN 39 PERFORM AD-COMPLAINT-CASES
                     WHEN 40 PERFORM AD-BUREAU-CORRECTIONS
                     WHEN 41 PERFORM AD-KYC-WORKLIST
                     WHEN 42 PERFORM AD-PAYROLL-BATCHES
                     WHEN 43 PERFORM AD-DEPOSITED-CHECKS
                     WHEN 44 MOVE "Y" TO WS-AD-EXIT-FLAG
                     WHEN OTHER DISPLAY "Try again."
                   END-EVALUATE
               END-PERFORM
                   CALL "BLM-RISK-CONTROLLER" USING "view",
                        OP-FIELDS, OP-FIELD-COUNT, WS-AD-TARGET-ID,
                        WS-RET-CODE
                   MOVE 0 TO OP-FIELD-COUNT
                   CALL "BLM-EXPOSURE-CONTROLLER" USING "view",
                        OP-FIELDS, OP-FIELD-COUNT, WS-AD-TARGET-ID,
                        WS-RET-CODE
                   MOVE 0 TO OP-FIELD-COUNT
                   CALL "BLM-KYC-CONTROLLER" USING "view",
                        OP-FIELDS, OP-FIELD-COUNT, WS-AD-TARGET-ID,
                        WS-RET-CODE
                   MOVE 0 TO WS-RET-CODE
                   DISPLAY "--- cards ---"
                   MOVE 0 TO OP-FIELD-COUNT
                   CALL "BLM-TRANSFER-CONTROLLER" USING "history",
                        OP-FIELDS, OP-FIELD-COUNT, WS-AD-TARGET-ID,
                        WS-RET-CODE
                   DISPLAY "Balances as of date YYYYMMDD (blank to "
                           "skip): " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   IF WS-AD-INPUT NOT = SPACES
                       MOVE "date" TO OP-FIELD-NAME(1)
                       MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                       MOVE 1 TO OP-FIELD-COUNT
                       CALL "BLM-ACCOUNT-CONTROLLER" USING
                            "balance-on", OP-FIELDS, OP-FIELD-COUNT,
                            WS-AD-TARGET-ID, WS-RET-CODE
                   END-IF
               ELSE
                   DISPLAY "Account not found."
               END-IF
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-CASH-OPS - the teller's cash drawer and counter deposits
      *> and withdrawals via BLM-USER-CONTROLLER, which run against
      *> the open drawer; at end of day the drawer is counted and
      *> closed through BLM-DRAWER-CONTROLLER.
      *> ----------------------------------------------------------------
       AD-CASH-OPS.
           DISPLAY "O)pen drawer, D)eposit, W)ithdraw, S)tatus, "
                   "C)lose drawer: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           EVALUATE WS-AD-INPUT(1:1)
               WHEN "O"
                   PERFORM AD-DRAWER-OPEN
                   EXIT PARAGRAPH
               WHEN "C"
                   PERFORM AD-DRAWER-CLOSE
                   EXIT PARAGRAPH
               WHEN "S"
                   MOVE 0 TO OP-FIELD-COUNT
                   CALL "BLM-DRAWER-CONTROLLER" USING "status",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   EXIT PARAGRAPH
               WHEN "D"
               WHEN "W"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-AD-INPUT(1:1) TO WS-AD-CASH-OP
           DISPLAY "Customer user id: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-CASH-OP = "D"
               CALL "BLM-USER-CONTROLLER" USING "CASH-DEPOSIT",
                    USER-CTL-DATA, WS-AD-TARGET-ID, WS-RET-CODE
           ELSE
               CALL "BLM-USER-CONTROLLER" USING "CASH-WITHDRAW",
                    USER-CTL-DATA, WS-AD-TARGET-ID, WS-RET-CODE
           END-IF
           IF WS-RET-CODE NOT = 0
               DISPLAY "Cash operation failed, code " WS-RET-CODE
           END-IF.
           EXIT.

      *> opens the teller's drawer with the float they counted in.
       AD-DRAWER-OPEN.
           DISPLAY "Counted opening float: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "amount" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           MOVE 1 TO OP-FIELD-COUNT
           CALL "BLM-DRAWER-CONTROLLER" USING "open", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to open the drawer, code " WS-RET-CODE
           END-IF.
           EXIT.

      *> takes the teller's denomination count and closes the drawer;
      *> the controller proves it and posts any over or short.
       AD-DRAWER-CLOSE.
           MOVE "n100" TO OP-FIELD-NAME(1)
           MOVE "n50" TO OP-FIELD-NAME(2)
           MOVE "n20" TO OP-FIELD-NAME(3)
           MOVE "n10" TO OP-FIELD-NAME(4)
           MOVE "n5" TO OP-FIELD-NAME(5)
           MOVE "n1" TO OP-FIELD-NAME(6)
           MOVE "coin" TO OP-FIELD-NAME(7)
           MOVE 7 TO OP-FIELD-COUNT
           DISPLAY "Count of 100 notes: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Count of 50 notes: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
           DISPLAY "Count of 20 notes: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
           DISPLAY "Count of 10 notes: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(4)
           DISPLAY "Count of 5 notes: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(5)
           DISPLAY "Count of 1 notes: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(6)
           DISPLAY "Coin, as an amount: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(7)
           CALL "BLM-DRAWER-CONTROLLER" USING "close", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to close the drawer, code " WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-CLOSE-ACCOUNT - teller-assisted closure: shows the
      *> balance, optionally posts the final disbursing adjustment
      *> that zeroes it (journalled as CLOSEOUT), then runs the same
      *> verified CLOSE-ACCOUNT everyone else gets. An account with
      *> deposited checks still on hold can't be closed: paying out
      *> that money would leave nothing to charge a returned item to.
      *> ----------------------------------------------------------------
       AD-CLOSE-ACCOUNT.
           DISPLAY "User id to close: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE WS-AD-INPUT(1:10) TO WS-AD-TARGET-ID
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-AVAILABLE",
                USER-CTL-DATA, WS-AD-TARGET-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Account not found."
               EXIT PARAGRAPH
           END-IF
           IF UCD-BAL-HELD > 0
               DISPLAY "Account has " UCD-BAL-HELD " in deposited "
                       "checks still on hold; it can't be closed "
                       "until they clear."
               EXIT PARAGRAPH
           END-IF
           IF UCD-BAL-AMOUNT NOT = 0
               DISPLAY "Balance is " UCD-BAL-AMOUNT ". Post "
                       "final disbursing adjustment to zero it? "
                       "(Y/N): " WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               IF WS-AD-INPUT(1:1) = "Y"
                   COMPUTE WS-AD-CLOSE-AMT = 0 - UCD-BAL-AMOUNT
                   MOVE WS-AD-CLOSE-AMT TO WS-AD-CLOSE-EDIT
                   MOVE SPACES TO USER-CTL-DATA
                   MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
                   MOVE WS-AD-CLOSE-EDIT TO UCD-UPD-VALUE
                   MOVE "CLOSEOUT" TO UCD-UPD-SOURCE-TYPE
                   MOVE WS-USER-ID TO UCD-UPD-SOURCE-ID
                   CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                        USER-CTL-DATA, WS-AD-TARGET-ID,
                        WS-RET-CODE
               END-IF
           END-IF
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "CLOSE-ACCOUNT",
                USER-CTL-DATA, WS-AD-TARGET-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Account not closed, code " WS-RET-CODE
           END-IF.
           EXIT.

                   MOVE "effective" TO OP-FIELD-NAME(OP-FIELD-COUNT)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
               END-IF
               DISPLAY "Tier discounts silver/gold/platinum, percent "
                       "off as SSS/GGG/PPP (blank keeps them): "
                       WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               IF WS-AD-INPUT NOT = SPACES
                   ADD 1 TO OP-FIELD-COUNT
                   MOVE "tiers" TO OP-FIELD-NAME(OP-FIELD-COUNT)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
               END-IF
               CALL "BLM-FEE-CONTROLLER" USING "set", OP-FIELDS,
                    OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
               IF WS-RET-CODE NOT = 0
                   DISPLAY "Unable to raise fee change, code "
                           WS-RET-CODE
               END-IF
           END-IF.
           EXIT.
                    WS-AD-CTL-KEY(1:8), WS-AD-CTL-VALUE(1:2),
                    WS-USER-ID, WS-RET-CODE
               IF WS-RET-CODE NOT = 0
                   DISPLAY "Unable to raise the calendar change, "
                           "code "
                           WS-RET-CODE
               END-IF
           END-IF.
                   CALL "BLM-CLREQ-CONTROLLER" USING "approve",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE = 16
                       PERFORM AD-ASK-EXPOSURE-SIGNOFF
                       IF WS-AD-INPUT(1:1) = "Y"
                           CALL "BLM-CLREQ-CONTROLLER" USING
                                "approve", OP-FIELDS, OP-FIELD-COUNT,
                                WS-USER-ID, WS-RET-CODE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Reason code (blank for none): "
                           WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "code" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   DISPLAY "Decline reason (blank for the code's "
                           "wording): " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "reason" TO OP-FIELD-NAME(3)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
                   MOVE 3 TO OP-FIELD-COUNT
                   CALL "BLM-CLREQ-CONTROLLER" USING "decline",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               ACCEPT WS-AD-INPUT
               MOVE "desc" TO OP-FIELD-NAME(2)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
               DISPLAY "Points per USD (blank for base rate): "
                       WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "rate" TO OP-FIELD-NAME(3)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
               MOVE 3 TO OP-FIELD-COUNT
               CALL "BLM-CATEGORY-CONTROLLER" USING "set", OP-FIELDS,
                    OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
               IF WS-RET-CODE NOT = 0
                   DISPLAY "Unable to raise category change, code "
                           WS-RET-CODE
               END-IF
           END-IF.
           EXIT.
      *> ----------------------------------------------------------------
      *> AD-COLLECTIONS - the collections worklist ordered by
      *> follow-up date, then optionally logs a contact (with any
      *> promise to pay), closes a worked entry, or books a recovery
      *> received on a charged-off loan per pass.
      *> ----------------------------------------------------------------
       AD-COLLECTIONS.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-COLLECT-CONTROLLER" USING "worklist", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "L)og contact, C)lose entry, R)ecovery received, "
                   "blank to go back: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           EVALUATE WS-AD-INPUT(1:1)
               WHEN "L"
                   DISPLAY "Loan or card id: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "loan" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                       DISPLAY "Unable to close entry, code "
                               WS-RET-CODE
                   END-IF
               WHEN "R"
                   DISPLAY "Charged-off loan id: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "loan" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "Amount received: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "amount" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   MOVE 2 TO OP-FIELD-COUNT
                   CALL "BLM-COLLECT-CONTROLLER" USING "recover",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE NOT = 0
                       DISPLAY "Unable to book recovery, code "
                               WS-RET-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   CALL "BLM-LOANAPP-CONTROLLER" USING "approve",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE = 16
                       PERFORM AD-ASK-EXPOSURE-SIGNOFF
                       IF WS-AD-INPUT(1:1) = "Y"
                           CALL "BLM-LOANAPP-CONTROLLER" USING
                                "approve", OP-FIELDS, OP-FIELD-COUNT,
                                WS-USER-ID, WS-RET-CODE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Reason code (blank for none): "
                           WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "code" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   DISPLAY "Decline reason (blank for the code's "
                           "wording): " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "reason" TO OP-FIELD-NAME(3)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
                   MOVE 3 TO OP-FIELD-COUNT
                   CALL "BLM-LOANAPP-CONTROLLER" USING "decline",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-ASK-EXPOSURE-SIGNOFF - the decision would take the customer
      *> past their credit exposure maximum; an admin may sign the
      *> breach off, which goes back to the controller as --override
      *> on the one id field already keyed. The answer is left in
      *> WS-AD-INPUT.
      *> ----------------------------------------------------------------
       AD-ASK-EXPOSURE-SIGNOFF.
           DISPLAY "Sign off the exposure breach as senior approver? "
                   "(Y/N): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT(1:1) = "Y"
               MOVE "override" TO OP-FIELD-NAME(2)
               MOVE "Y" TO OP-FIELD-VALUE(2)
               MOVE 2 TO OP-FIELD-COUNT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-LOAN-PRODUCTS - the loan product catalog: lists it, then
      *> optionally sets a product version (effective today or a
      *> later date) or withdraws one.
      *> ----------------------------------------------------------------
       AD-LOAN-PRODUCTS.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-LOANPROD-CONTROLLER" USING "list", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "S)et a product, W)ithdraw one, blank to go back: "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT(1:1) NOT = "S" AND WS-AD-INPUT(1:1) NOT = "W"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AD-INPUT(1:1) TO WS-AD-CTL-VALUE(1:1)
           DISPLAY "Product code: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "code" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Effective date YYYYMMDD (blank for today): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "effective" TO OP-FIELD-NAME(2)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
           MOVE 2 TO OP-FIELD-COUNT
           IF WS-AD-CTL-VALUE(1:1) = "W"
               CALL "BLM-LOANPROD-CONTROLLER" USING "withdraw",
                    OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                    WS-RET-CODE
           ELSE
               DISPLAY "Purpose: " WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "purpose" TO OP-FIELD-NAME(3)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
               DISPLAY "Currency (blank for USD): " WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "currency" TO OP-FIELD-NAME(4)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(4)
               DISPLAY "Minimum amount: " WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "min" TO OP-FIELD-NAME(5)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(5)
               DISPLAY "Maximum amount: " WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "max" TO OP-FIELD-NAME(6)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(6)
               DISPLAY "Allowed terms in months (e.g. 12,24,36): "
                       WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "terms" TO OP-FIELD-NAME(7)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(7)
               DISPLAY "Base rate (percent, or INDEX+spread): "
                       WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "base" TO OP-FIELD-NAME(8)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(8)
               DISPLAY "Margins for grades 1-5 (e.g. 0,1,2.5,4,6): "
                       WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "margins" TO OP-FIELD-NAME(9)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(9)
               DISPLAY "Worst grade offered (blank for 5): "
                       WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "max-grade" TO OP-FIELD-NAME(10)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(10)
               MOVE 10 TO OP-FIELD-COUNT
               CALL "BLM-LOANPROD-CONTROLLER" USING "set",
                    OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                    WS-RET-CODE
           END-IF
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to update the loan product, code "
                       WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-RATE-INDEXES - the reference rate indexes: lists them,
      *> then optionally keys an index change (effective today or a
      *> later date) or links a loan or card to an index.
      *> ----------------------------------------------------------------
       AD-RATE-INDEXES.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-RATEIDX-CONTROLLER" USING "list", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "S)et an index value, L)ink a loan or card, blank "
                   "to go back: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           EVALUATE WS-AD-INPUT(1:1)
               WHEN "S"
                   DISPLAY "Index code: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "code" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "Effective date YYYYMMDD (blank for "
                           "today): " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "effective" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   DISPLAY "New rate (percent): " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "rate" TO OP-FIELD-NAME(3)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
                   DISPLAY "Description: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "description" TO OP-FIELD-NAME(4)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(4)
                   MOVE 4 TO OP-FIELD-COUNT
                   CALL "BLM-RATEIDX-CONTROLLER" USING "set",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN "L"
                   DISPLAY "Loan or card (L/C): " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "kind" TO OP-FIELD-NAME(1)
                   IF WS-AD-INPUT(1:1) = "C"
                       MOVE "card" TO OP-FIELD-VALUE(1)
                   ELSE
                       MOVE "loan" TO OP-FIELD-VALUE(1)
                   END-IF
                   DISPLAY "Loan or card id: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "id" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   DISPLAY "Index code (blank to fix the rate): "
                           WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "index" TO OP-FIELD-NAME(3)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
                   DISPLAY "Margin over the index (percent): "
                           WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "margin" TO OP-FIELD-NAME(4)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(4)
                   MOVE 4 TO OP-FIELD-COUNT
                   CALL "BLM-RATEIDX-CONTROLLER" USING "link",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to update the rate index, code "
                       WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-DECISION-LETTERS - the decision-letter wording: lists the
      *> templates, then optionally keys a template's title or one
      *> body line, or shows the letters sent to a customer.
      *> ----------------------------------------------------------------
       AD-DECISION-LETTERS.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-LETTER-CONTROLLER" USING "list-templates",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "S)et template wording, V)iew letters sent, blank "
                   "to go back: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           EVALUATE WS-AD-INPUT(1:1)
               WHEN "S"
                   DISPLAY "Letter type (LA LD CA CD CB AC): "
                           WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "type" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "Reason code (blank for the letter body): "
                           WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "reason" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   MOVE 2 TO OP-FIELD-COUNT
                   DISPLAY "Title (blank to keep): " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   IF WS-AD-INPUT NOT = SPACES
                       MOVE 3 TO OP-FIELD-COUNT
                       MOVE "title" TO OP-FIELD-NAME(3)
                       MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
                   END-IF
                   DISPLAY "Body line 1-6 (blank for none): "
                           WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   IF WS-AD-INPUT NOT = SPACES
                       ADD 1 TO OP-FIELD-COUNT
                       MOVE "line" TO OP-FIELD-NAME(OP-FIELD-COUNT)
                       MOVE WS-AD-INPUT
                            TO OP-FIELD-VALUE(OP-FIELD-COUNT)
                       DISPLAY "Text: " WITH NO ADVANCING
                       ACCEPT WS-AD-INPUT
                       ADD 1 TO OP-FIELD-COUNT
                       MOVE "text" TO OP-FIELD-NAME(OP-FIELD-COUNT)
                       MOVE WS-AD-INPUT
                            TO OP-FIELD-VALUE(OP-FIELD-COUNT)
                   END-IF
                   CALL "BLM-LETTER-CONTROLLER" USING "set-template",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN "V"
                   DISPLAY "Customer user id (blank for all): "
                           WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "user" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   MOVE 1 TO OP-FIELD-COUNT
                   CALL "BLM-LETTER-CONTROLLER" USING "log",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to complete the letter request, code "
                       WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-MESSAGE-TEMPLATES - the customer message wording: lists
      *> the email templates, then optionally keys one event's
      *> subject, flags or a body line.
      *> ----------------------------------------------------------------
       AD-MESSAGE-TEMPLATES.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "list-templates",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "Event to set (blank to go back): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "event" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Subject (blank to keep): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "subject" TO OP-FIELD-NAME(2)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
           DISPLAY "Mandatory service message Y/N (blank to keep): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "mandatory" TO OP-FIELD-NAME(3)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
           DISPLAY "Default channel E/I (blank to keep): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "channel" TO OP-FIELD-NAME(4)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(4)
           MOVE 4 TO OP-FIELD-COUNT
           DISPLAY "Body line 1-4 (blank for none): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT NOT = SPACES
               MOVE "line" TO OP-FIELD-NAME(5)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(5)
               DISPLAY "Text (&TEXT for the message itself): "
                       WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "text" TO OP-FIELD-NAME(6)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(6)
               MOVE 6 TO OP-FIELD-COUNT
           END-IF
           CALL "BLM-NOTIFY-CONTROLLER" USING "set-template",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to save the message template, code "
                       WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-CONFIG-CHANGES - the four-eyes queue for fee, GL mapping,
      *> limit, calendar and merchant category changes: each pending
      *> change shows what it replaces and what it sets; a second
      *> admin approves (it applies) or rejects it.
      *> ----------------------------------------------------------------
       AD-CONFIG-CHANGES.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-CFGCHG-CONTROLLER" USING "list-pending",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "Change id to decide (blank to go back): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT NOT = SPACES
               MOVE "id" TO OP-FIELD-NAME(1)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
               MOVE 1 TO OP-FIELD-COUNT
               DISPLAY "Decision (A=approve, R=reject): "
                       WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               IF WS-AD-INPUT(1:1) = "A"
                   CALL "BLM-CFGCHG-CONTROLLER" USING "approve",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               ELSE
                   DISPLAY "Reason (blank for none): "
                           WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "reason" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   MOVE 2 TO OP-FIELD-COUNT
                   CALL "BLM-CFGCHG-CONTROLLER" USING "reject",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               END-IF
               IF WS-RET-CODE NOT = 0
                   DISPLAY "Unable to decide change, code "
                           WS-RET-CODE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-ACCT-PERIODS - lists the accounting periods the month-end
      *> close has locked; an admin may reopen one for a late
      *> correction, giving the reason that goes on the audit trail.
      *> ----------------------------------------------------------------
       AD-ACCT-PERIODS.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-PERIOD-CONTROLLER" USING "list",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "Period to reopen, YYYYMM (blank to go back): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT NOT = SPACES
               MOVE "period" TO OP-FIELD-NAME(1)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
               DISPLAY "Reason for reopening: " WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "reason" TO OP-FIELD-NAME(2)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
               MOVE 2 TO OP-FIELD-COUNT
               CALL "BLM-PERIOD-CONTROLLER" USING "reopen",
                    OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
               IF WS-RET-CODE NOT = 0
                   DISPLAY "Unable to reopen period, code "
                           WS-RET-CODE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-FEE-REFUNDS - lists the refunds waiting on a supervisor,
      *> then either raises a refund of an assessed fee with its
      *> reason code, or decides one of the waiting refunds.
      *> ----------------------------------------------------------------
       AD-FEE-REFUNDS.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-FEEREF-CONTROLLER" USING "list",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "R=raise a refund, D=decide a waiting refund "
                   "(blank to go back): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           EVALUATE WS-AD-INPUT(1:1)
               WHEN "R"
                   PERFORM AD-RAISE-FEE-REFUND
               WHEN "D"
                   PERFORM AD-DECIDE-FEE-REFUND
           END-EVALUATE.
           EXIT.

       AD-RAISE-FEE-REFUND.
           DISPLAY "Fee code (LATEFEE, PAYFEE, XFERFEE, MAINTFEE): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "code" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Charged to (card id for LATEFEE, else user id): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "account" TO OP-FIELD-NAME(2)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
           DISPLAY "Payment or transfer id (blank for LATEFEE / "
                   "MAINTFEE): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "source" TO OP-FIELD-NAME(3)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
           DISPLAY "Date charged YYYYMMDD (blank for the latest): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "date" TO OP-FIELD-NAME(4)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(4)
           DISPLAY "Amount (blank to refund the whole fee): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "amount" TO OP-FIELD-NAME(5)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(5)
           DISPLAY "Reason - BERR bank error, GOOD goodwill, "
                   "DISP dispute upheld,"
           DISPLAY "         HARD hardship, DUPL duplicate charge: "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "reason" TO OP-FIELD-NAME(6)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(6)
           DISPLAY "Note (blank for none): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "note" TO OP-FIELD-NAME(7)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(7)
           MOVE 7 TO OP-FIELD-COUNT
           CALL "BLM-FEEREF-CONTROLLER" USING "refund",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to refund the fee, code " WS-RET-CODE
           END-IF.
           EXIT.

       AD-DECIDE-FEE-REFUND.
           DISPLAY "Refund id to decide: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "id" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           MOVE 1 TO OP-FIELD-COUNT
           DISPLAY "Decision (A=approve, R=reject): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT(1:1) = "A"
               CALL "BLM-FEEREF-CONTROLLER" USING "approve",
                    OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                    WS-RET-CODE
           ELSE
               DISPLAY "Reason (blank for none): "
                       WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "reason" TO OP-FIELD-NAME(2)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
               MOVE 2 TO OP-FIELD-COUNT
               CALL "BLM-FEEREF-CONTROLLER" USING "reject",
                    OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                    WS-RET-CODE
           END-IF
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to decide refund, code " WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-COMPLAINT-CASES - lists the open and in-progress complaint
      *> cases, then opens a new one for a customer, adds an update,
      *> reassigns one or shows one in full with its history.
      *> ----------------------------------------------------------------
       AD-COMPLAINT-CASES.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-CASE-CONTROLLER" USING "list",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "O=open a case, U=update, A=assign, V=view "
                   "(blank to go back): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           EVALUATE WS-AD-INPUT(1:1)
               WHEN "O"
                   PERFORM AD-OPEN-CASE
               WHEN "U"
                   PERFORM AD-UPDATE-CASE
               WHEN "A"
                   DISPLAY "Case id: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "id" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "New owner (teller username): "
                           WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "owner" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   MOVE 2 TO OP-FIELD-COUNT
                   CALL "BLM-CASE-CONTROLLER" USING "assign",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE NOT = 0
                       DISPLAY "Unable to reassign case, code "
                               WS-RET-CODE
                   END-IF
               WHEN "V"
                   DISPLAY "Case id: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "id" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   MOVE 1 TO OP-FIELD-COUNT
                   CALL "BLM-CASE-CONTROLLER" USING "view",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
           END-EVALUATE.
           EXIT.

       AD-OPEN-CASE.
           DISPLAY "Customer username: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "user" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Category - ACCT account, PYMT payments, CARD, "
                   "LOAN, FEES,"
           DISPLAY "           FRAU fraud or scam, SERV service, "
                   "OTHR other: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "category" TO OP-FIELD-NAME(2)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
           DISPLAY "Taken by P=phone, C=counter: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "channel" TO OP-FIELD-NAME(3)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
           DISPLAY "What the customer said: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "text" TO OP-FIELD-NAME(4)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(4)
           DISPLAY "About T=transfer, P=payment, C=card, L=loan "
                   "(blank for none): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "link-type" TO OP-FIELD-NAME(5)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(5)
           MOVE 5 TO OP-FIELD-COUNT
           IF WS-AD-INPUT NOT = SPACES
               DISPLAY "Its id: " WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "link-id" TO OP-FIELD-NAME(6)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(6)
               MOVE 6 TO OP-FIELD-COUNT
           END-IF
           DISPLAY "Owner (blank for yourself): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT NOT = SPACES
               ADD 1 TO OP-FIELD-COUNT
               MOVE "owner" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           CALL "BLM-CASE-CONTROLLER" USING "open",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to open case, code " WS-RET-CODE
           END-IF.
           EXIT.

       AD-UPDATE-CASE.
           DISPLAY "Case id: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "id" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Update: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "text" TO OP-FIELD-NAME(2)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
           DISPLAY "New status W=working, R=resolved, O=reopen "
                   "(blank to leave): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "status" TO OP-FIELD-NAME(3)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
           DISPLAY "Staff only, not shown to the customer? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "internal" TO OP-FIELD-NAME(4)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(4)
           MOVE 4 TO OP-FIELD-COUNT
           CALL "BLM-CASE-CONTROLLER" USING "update",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to update case, code " WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-BUREAU-CORRECTIONS - lists the corrections waiting for the
      *> next bureau file, then shows what was reported for a card or
      *> loan month by month, or enters a correction to one month.
      *> ----------------------------------------------------------------
       AD-BUREAU-CORRECTIONS.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-BUREAU-CONTROLLER" USING "list",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "H=history for an account, C=correct a month "
                   "(blank to go back): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           EVALUATE WS-AD-INPUT(1:1)
               WHEN "H"
                   DISPLAY "Card or loan id: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "account" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   MOVE 1 TO OP-FIELD-COUNT
                   CALL "BLM-BUREAU-CONTROLLER" USING "history",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN "C"
                   PERFORM AD-BUREAU-CORRECT
           END-EVALUATE.
           EXIT.

       AD-BUREAU-CORRECT.
           DISPLAY "Card or loan id: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "account" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Month reported (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "period" TO OP-FIELD-NAME(2)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
           DISPLAY "Corrected balance (blank to leave): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "balance" TO OP-FIELD-NAME(3)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
           DISPLAY "Corrected amount past due (blank to leave): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "past-due" TO OP-FIELD-NAME(4)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(4)
           DISPLAY "Delinquency CUR, 030, 060, 090 (blank to leave): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "delinq" TO OP-FIELD-NAME(5)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(5)
           DISPLAY "Status OP, CL, PD, DF, CO (blank to leave): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "status" TO OP-FIELD-NAME(6)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(6)
           DISPLAY "Reason: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "reason" TO OP-FIELD-NAME(7)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(7)
           DISPLAY "Complaint case id (blank for none): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "case" TO OP-FIELD-NAME(8)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(8)
           MOVE 8 TO OP-FIELD-COUNT
           CALL "BLM-BUREAU-CONTROLLER" USING "correct",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to enter correction, code "
                       WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-SUSPENSE-QUEUE - works the inbound-credit suspense queue:
      *> lists the OPEN items, then assigns one to a customer (posts
      *> it to their balance) or returns it to the originator.
      *> ----------------------------------------------------------------
       AD-SUSPENSE-QUEUE.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-SUSPENSE-CONTROLLER" USING "list-open",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "Suspense item id to work (blank to go back): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT NOT = SPACES
               MOVE "id" TO OP-FIELD-NAME(1)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
               MOVE 1 TO OP-FIELD-COUNT
               DISPLAY "A=assign to a customer, R=return to "
                       "originator: " WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               EVALUATE WS-AD-INPUT(1:1)
                   WHEN "A"
                       DISPLAY "Customer username: "
                               WITH NO ADVANCING
                       ACCEPT WS-AD-INPUT
                       MOVE "user" TO OP-FIELD-NAME(2)
                       MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                       MOVE 2 TO OP-FIELD-COUNT
                       CALL "BLM-SUSPENSE-CONTROLLER" USING "assign",
                            OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                            WS-RET-CODE
                   WHEN "R"
                       CALL "BLM-SUSPENSE-CONTROLLER" USING "return",
                            OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                            WS-RET-CODE
                   WHEN OTHER
                       DISPLAY "Nothing done."
                       MOVE 0 TO WS-RET-CODE
               END-EVALUATE
               IF WS-RET-CODE NOT = 0
                   DISPLAY "Unable to work suspense item, code "
                           WS-RET-CODE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-LOAN-RESTRUCTURE - a teller re-amortizes an active loan at
      *> negotiated new terms; the remaining pending installments are
      *> rewritten and the old terms are audited.
      *> ----------------------------------------------------------------
       AD-LOAN-RESTRUCTURE.
           DISPLAY "Loan id to restructure: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "id" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "New annual rate (percent): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "rate" TO OP-FIELD-NAME(2)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
           DISPLAY "Remaining term (months): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "term" TO OP-FIELD-NAME(3)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
           MOVE 3 TO OP-FIELD-COUNT
           CALL "BLM-LOAN-CONTROLLER" USING "RESTRUCTURE", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to restructure loan, code " WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-CAPTURE-CHARGE - a teller posts the settled amount for an
      *> open authorization hold (blank amount captures at the held
      *> figure); the uncaptured difference returns to the card.
      *> ----------------------------------------------------------------
       AD-CAPTURE-CHARGE.
           DISPLAY "Authorization id to capture: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "id" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           MOVE 1 TO OP-FIELD-COUNT
           DISPLAY "Settled amount (blank for the held amount): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT NOT = SPACES
               ADD 1 TO OP-FIELD-COUNT
               MOVE "amount" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           CALL "BLM-CARD-CONTROLLER" USING "capture", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0 AND WS-RET-CODE NOT = 18
               DISPLAY "Unable to capture charge, code " WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-GL-MAPPING - lists the chart-of-accounts mapping and
      *> optionally sets one row per pass via BLM-GLMAP-CONTROLLER,
      *> the same shape as the fee-schedule screen.
      *> ----------------------------------------------------------------
       AD-GL-MAPPING.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-GLMAP-CONTROLLER" USING "list", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           DISPLAY "Journal source type to map (blank to go back): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT NOT = SPACES
               MOVE "source" TO OP-FIELD-NAME(1)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
               DISPLAY "Entry type (DR/CR): " WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "entry" TO OP-FIELD-NAME(2)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
               DISPLAY "GL account number: " WITH NO ADVANCING
               ACCEPT WS-AD-INPUT
               MOVE "account" TO OP-FIELD-NAME(3)
               MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
               MOVE 3 TO OP-FIELD-COUNT
               CALL "BLM-GLMAP-CONTROLLER" USING "set", OP-FIELDS,
                    OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
               IF WS-RET-CODE NOT = 0
                   DISPLAY "Unable to raise mapping change, code "
                           WS-RET-CODE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-AUDIT-QUERY - customer-service investigation against the
      *> audit trail: gathers the filters, then runs the standalone
      *> BLM-AUDIT-QUERY tool as a child process, the same way the
      *> batch driver runs its job steps.
      *> ----------------------------------------------------------------
       AD-AUDIT-QUERY.
           MOVE SPACES TO WS-AD-CMD
           DISPLAY "Mode (D=detail, S=summary): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT(1:1) = "S"
               STRING "./audit-query SUMMARY" DELIMITED BY SIZE
                   INTO WS-AD-CMD
           ELSE
               STRING "./audit-query DETAIL" DELIMITED BY SIZE
                   INTO WS-AD-CMD
           END-IF
           DISPLAY "User id (blank for all): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           PERFORM AD-CLEAN-NAME-FILTER
           IF WS-AD-INPUT NOT = SPACES
               STRING FUNCTION TRIM(WS-AD-CMD) " --user "
                      FUNCTION TRIM(WS-AD-INPUT)
                      DELIMITED BY SIZE INTO WS-AD-CMD
           END-IF
           DISPLAY "Action (blank for all): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           PERFORM AD-CLEAN-NAME-FILTER
           IF WS-AD-INPUT NOT = SPACES
               STRING FUNCTION TRIM(WS-AD-CMD) " --action "
                      FUNCTION TRIM(WS-AD-INPUT)
                      DELIMITED BY SIZE INTO WS-AD-CMD
           END-IF
           DISPLAY "Return code (blank for all): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           PERFORM AD-CLEAN-DIGIT-FILTER
           IF WS-AD-INPUT NOT = SPACES
               STRING FUNCTION TRIM(WS-AD-CMD) " --retcode "
                      FUNCTION TRIM(WS-AD-INPUT)
                      DELIMITED BY SIZE INTO WS-AD-CMD
           END-IF
           DISPLAY "From date YYYYMMDD (blank for all): "
                   WITH NO ADVANCING
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-KYC-WORKLIST - the overdue periodic identity reviews; a
      *> teller picks one, checks the customer's identity against the
      *> profile on file, and re-verifies them, which restarts the
      *> review cycle and lifts any KYCREVIEW hold on outgoing money.
      *> ----------------------------------------------------------------
       AD-KYC-WORKLIST.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-KYC-CONTROLLER" USING "worklist", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "User id to re-verify (blank to go back): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AD-INPUT(1:10) TO WS-AD-TARGET-ID
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-PROFILE-CONTROLLER" USING "get", OP-FIELDS,
                OP-FIELD-COUNT, WS-AD-TARGET-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "No identity profile on file; verify "
                       "documents by hand before proceeding."
           END-IF
           DISPLAY "Identity re-verified against the details "
                   "above? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT(1:1) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Note (blank for none): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "user" TO OP-FIELD-NAME(1)
           MOVE WS-AD-TARGET-ID TO OP-FIELD-VALUE(1)
           MOVE "note" TO OP-FIELD-NAME(2)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
           MOVE 2 TO OP-FIELD-COUNT
           CALL "BLM-KYC-CONTROLLER" USING "reverify", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to re-verify, code " WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-PAYROLL-BATCHES - a teller handles a business customer's
      *> payroll for them: submitting the file they brought in,
      *> viewing a batch's per-line result, or cancelling a batch.
      *> ----------------------------------------------------------------
       AD-PAYROLL-BATCHES.
           DISPLAY "Business customer user id (blank to go back): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AD-INPUT(1:10) TO WS-AD-TARGET-ID
           PERFORM PAYROLL-BATCHES.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-SANCTIONS-QUEUE - compliance works the open watch-list
      *> hits: shows them, then optionally clears one as a false
      *> positive (lifting the customer's review block once nothing
      *> else is open) or confirms it as a true match.
      *> ----------------------------------------------------------------
       AD-SANCTIONS-QUEUE.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-SCREEN-CONTROLLER" USING "list-open", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hit id to decide (blank to go back): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           IF WS-AD-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "id" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           MOVE 1 TO OP-FIELD-COUNT
           DISPLAY "C)lear as false positive or T)rue match: "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           EVALUATE WS-AD-INPUT(1:1)
               WHEN "C"
               WHEN "c"
                   CALL "BLM-SCREEN-CONTROLLER" USING "clear",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN "T"
               WHEN "t"
                   CALL "BLM-SCREEN-CONTROLLER" USING "confirm",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN OTHER
                   DISPLAY "No decision recorded."
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to record the decision, code "
                       WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-SET-ACCOUNT-OVERDRAFT - grants, changes or withdraws the
      *> overdraft facility on a customer's secondary checking
      *> account (the primary's stays on the limits profile).
      *> ----------------------------------------------------------------
       AD-SET-ACCOUNT-OVERDRAFT.
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "account" TO OP-FIELD-NAME(1)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
           DISPLAY "Overdraft limit (0 to withdraw): "
                   WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           MOVE "overdraft" TO OP-FIELD-NAME(2)
           MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
           MOVE 2 TO OP-FIELD-COUNT
           CALL "BLM-ACCOUNT-CONTROLLER" USING "set-overdraft",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Unable to set the overdraft, code "
                       WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-OFFICIAL-CHECKS - the official check register: shows the
      *> checks still outstanding, then lets a teller issue a new one
      *> against a customer's balance, void one (re-crediting the
      *> remitter) or list a single customer's checks.
      *> ----------------------------------------------------------------
       AD-OFFICIAL-CHECKS.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-CHECK-CONTROLLER" USING "list", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           IF WS-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "I)ssue, V)oid, L)ist by customer (blank to go "
                   "back): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           EVALUATE WS-AD-INPUT(1:1)
               WHEN "I"
               WHEN "i"
                   DISPLAY "Remitter username: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "user" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "Pay to the order of: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "payee" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   DISPLAY "Amount: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "amount" TO OP-FIELD-NAME(3)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
                   MOVE 3 TO OP-FIELD-COUNT
                   CALL "BLM-CHECK-CONTROLLER" USING "issue",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE = 0
                       DISPLAY "Issued check no. "
                               OP-FIELD-VALUE(OP-FIELD-COUNT)
                   END-IF
               WHEN "V"
               WHEN "v"
                   DISPLAY "Check number: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "id" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "Reason: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "reason" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   MOVE 2 TO OP-FIELD-COUNT
                   CALL "BLM-CHECK-CONTROLLER" USING "void",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN "L"
               WHEN "l"
                   DISPLAY "Customer username: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "user" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   MOVE 1 TO OP-FIELD-COUNT
                   CALL "BLM-CHECK-CONTROLLER" USING "list",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Official check request failed, code "
                       WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-DEPOSITED-CHECKS - checks taken on deposit: a teller
      *> deposits a customer's check (held by the hold schedule),
      *> charges back an item the paying bank returned, or lists a
      *> customer's deposited checks and what is still on hold.
      *> ----------------------------------------------------------------
       AD-DEPOSITED-CHECKS.
           DISPLAY "D)eposit, R)eturned item, L)ist by customer "
                   "(blank to go back): " WITH NO ADVANCING
           ACCEPT WS-AD-INPUT
           EVALUATE WS-AD-INPUT(1:1)
               WHEN "D"
               WHEN "d"
                   DISPLAY "Customer username: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "user" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "Amount: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "amount" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   DISPLAY "Routing number: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "routing" TO OP-FIELD-NAME(3)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(3)
                   DISPLAY "Drawer's account: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "account" TO OP-FIELD-NAME(4)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(4)
                   DISPLAY "Check number: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "check-no" TO OP-FIELD-NAME(5)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(5)
                   MOVE 5 TO OP-FIELD-COUNT
                   CALL "BLM-DEPCHK-CONTROLLER" USING "deposit",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN "R"
               WHEN "r"
                   DISPLAY "Deposited item id: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "id" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   DISPLAY "Return reason: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "reason" TO OP-FIELD-NAME(2)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(2)
                   MOVE 2 TO OP-FIELD-COUNT
                   CALL "BLM-DEPCHK-CONTROLLER" USING "return",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN "L"
               WHEN "l"
                   DISPLAY "Customer username: " WITH NO ADVANCING
                   ACCEPT WS-AD-INPUT
                   MOVE "user" TO OP-FIELD-NAME(1)
                   MOVE WS-AD-INPUT TO OP-FIELD-VALUE(1)
                   MOVE 1 TO OP-FIELD-COUNT
                   CALL "BLM-DEPCHK-CONTROLLER" USING "list",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RET-CODE NOT = 0
               DISPLAY "Deposited check request failed, code "
                       WS-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> AD-SET-LIMITS - views and optionally overrides a user's
      *> transfer limits profile via BLM-LIMIT-CONTROLLER.
               CALL "BLM-LIMIT-CONTROLLER" USING "set", OP-FIELDS,
                    OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
               IF WS-RET-CODE NOT = 0
                   DISPLAY "Unable to raise limits change, code "
                           WS-RET-CODE
               END-IF
           END-IF.
           EXIT.
