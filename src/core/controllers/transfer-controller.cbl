      *> Purpose: Transfer management
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - A value-dated release checks the sender's
      *>                     LEGALHOLD, DECEASED, DORMANT, SANCTION and
      *>                     KYCREVIEW flags again and fails the
      *>                     transfer if any is set.
      *>   15/10/2026 - jm - CHECK-FUNDS-AVAILABLE reads the available
      *>                     balance: deposited checks still on hold
      *>                     can't be sent.
      *>   15/10/2026 - jm - New "payroll-credit" op for the payroll
      *>                     release: books a completed transfer from
      *>                     the business to one payroll recipient and
      *>                     posts only its credit leg (journal source
      *>                     PAYROLL) - the business side goes out as
      *>                     the batch's one summary debit.
      *>   15/10/2026 - jm - CHECK-SENDER-FLAGS also refuses a sender
      *>                     under KYCREVIEW: a periodic identity
      *>                     review left overdue past its grace period.
      *>   15/10/2026 - jm - A reversal posts dated back to the
      *>                     original transfer, so one whose original
      *>                     sits in a locked accounting period
      *>                     journals as a prior-period adjustment, or
      *>                     is refused up front with 8 when
      *>                     PERIOD-LOCK-ACTION is REFUSE.
      *>   15/10/2026 - jm - Deposit accounts: a send may name the
      *>                     recipient by --to-account (a ten-digit
      *>                     account number, check digit verified by
      *>                     BLM-ACCOUNT-CONTROLLER); the credit lands
      *>                     on that account, and a reversal takes it
      *>                     back off the same one. Legs on a non-
      *>                     primary account post through the account
      *>                     controller.
      *>   15/10/2026 - jm - Sanctions screening: a sender or an
      *>                     internal recipient under the SANCTION
      *>                     flag is refused (code 20), and an external
      *>                     beneficiary's name is screened before the
      *>                     send posts - a hit blocks the sender.
      *>   15/10/2026 - jm - External beneficiaries: a send carrying
      *>                     --routing/--account goes to a payee at
      *>                     another bank. The sender is debited when
      *>                     the transfer completes (source EXT-XFER,
      *>                     no credit leg) and the item is queued on
      *>                     EXTXFER for the nightly outbound clearing
      *>                     file; external transfers come back
      *>                     through the returns file, not "reverse".
      *>   23/10/2025 - jm - POST-BALANCES now checks both balance
      *>                     legs: a leg refused (the lock's 24-busy
      *>                     included) parks the transfer FAILED with
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LIMIT-USER-ID
                 FILE STATUS IS WS-LIMIT-STATUS.
             SELECT EXTXFER-MASTER-FILE ASSIGN TO "EXTXFER"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EXT-ID
                 ALTERNATE RECORD KEY IS EXT-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user-limit.cpy".
       FD  EXTXFER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "ext-transfer.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-FEE-RET-CODE      PIC S9(4) COMP.
       77 WS-FEE-AMT-EDIT      PIC 9(9).99.

      *> Watch-list screening of external beneficiaries
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-SC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-SC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-SC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-SC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-SC-FIELD-COUNT==.
       77 WS-SC-RET-CODE       PIC S9(4) COMP.


      *> Batch-window gate - online money movement backs off politely
      *> while the nightly suite owns the masters.
      *> Memo-flag enforcement - a sender under legal hold, marked
      *> deceased or flagged dormant moves no money out; deposits and
      *> incoming transfers are untouched.
       77 WS-FLAG-SUBJECT      PIC X(10) VALUE SPACES.
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-POST-RET          PIC S9(4) COMP VALUE 0.
       77 WS-UNDO-RET-CODE     PIC S9(4) COMP VALUE 0.

      *> External beneficiary - a send to another bank carries the
      *> routing number (check-digit verified here before anything
      *> posts), the account there and the beneficiary name; the
      *> transfer's TO-USER is the reserved EXTERNAL id and the
      *> detail rides on the EXTXFER queue row.
       77 WS-EXT-STATUS        PIC XX VALUE SPACES.
       77 WS-EXTERNAL-SEND     PIC X VALUE "N".
           88 EXTERNAL-SEND      VALUE "Y".
       77 WS-EXT-ROUTING       PIC X(9) VALUE SPACES.
       77 WS-EXT-ACCOUNT       PIC X(17) VALUE SPACES.
       77 WS-EXT-BENEF         PIC X(30) VALUE SPACES.
       77 WS-EXT-NEW-STATUS    PIC X VALUE SPACE.
       01 WS-ROUTING-DIGITS    PIC 9(9) VALUE 0.
       01 WS-ROUTING-VIEW REDEFINES WS-ROUTING-DIGITS.
           05 WS-RT-DIGIT OCCURS 9 TIMES PIC 9.
       77 WS-ROUTING-SUM       PIC 9(4) COMP VALUE 0.
       77 WS-ROUTING-OK        PIC X VALUE "N".
           88 ROUTING-VALID      VALUE "Y".

      *> Deposit accounts - a recipient named by account number, and
      *> the legs that post to an account other than a customer's
      *> primary (cash-balance) one.
       77 WS-TO-ACCT           PIC X(10) VALUE SPACES.
       77 WS-BY-ACCOUNT        PIC X VALUE "N".
           88 SEND-BY-ACCOUNT    VALUE "Y".
       77 WS-LEG-ACCT          PIC X(10) VALUE SPACES.
       77 WS-REVERSE-FROM-ACCT PIC X(10) VALUE SPACES.
       77 WS-REVERSE-TO-ACCT   PIC X(10) VALUE SPACES.
       77 WS-AC-IDX            PIC 9(4) COMP VALUE 0.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-AC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-AC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-AC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-AC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-AC-FIELD-COUNT==.

      *> Accounting period lock - a reversal's legs carry the original
      *> transfer's date as their value date (spaces on every other
      *> posting, which the journal dates today).
       77 WS-POST-VALUE-DATE   PIC X(8) VALUE SPACES.
       77 WS-PER-RET-CODE      PIC S9(4) COMP.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-PER-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-PER-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-PER-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-PER-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-PER-FIELD-COUNT==.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
                   PERFORM REVERSE-TRANSFER
               WHEN "release-due"
                   PERFORM RELEASE-DUE-TRANSFERS
      *>       one line of a payroll batch, called by the payroll
      *>       release with LK-USER-ID the business paying.
               WHEN "payroll-credit"
                   PERFORM POST-PAYROLL-CREDIT
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
      *> ----------------------------------------------------------------
      *> SEND-TRANSFER - resolves --recipient (a username) to a user id
      *> via BLM-USER-CONTROLLER and posts a completed transfer from
      *> LK-USER-ID to that id. A send carrying --to-account names the
      *> recipient by deposit account number instead, and one
      *> carrying --routing goes to a beneficiary at another bank.
      *> ----------------------------------------------------------------
       SEND-TRANSFER.
           MOVE "N" TO WS-EXTERNAL-SEND
           MOVE LK-USER-ID TO WS-FLAG-SUBJECT
           PERFORM CHECK-SENDER-FLAGS
           IF SEND-BLOCKED
               EXIT PARAGRAPH
           END-IF
           MOVE "routing" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND AND WS-LOOKUP-VALUE NOT = SPACES
               PERFORM SEND-EXTERNAL-TRANSFER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TO-ACCT
           MOVE "N" TO WS-BY-ACCOUNT
           MOVE "to-account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND AND WS-LOOKUP-VALUE NOT = SPACES
               MOVE "Y" TO WS-BY-ACCOUNT
               PERFORM RESOLVE-TO-ACCOUNT
           ELSE
               MOVE "recipient" TO WS-LOOKUP-NAME
               PERFORM LOOKUP-OP-FIELD
               MOVE WS-LOOKUP-VALUE(1:30) TO WS-RECIPIENT-NAME
               MOVE SPACES TO USER-CTL-DATA
               SET UCD-BY-USERNAME TO TRUE
               MOVE WS-LOOKUP-VALUE TO UCD-LOOKUP-VALUE
               MOVE SPACES TO WS-RECIPIENT-ID
               CALL "BLM-USER-CONTROLLER" USING "VALIDATE-USER",
                    USER-CTL-DATA, WS-RECIPIENT-ID, WS-CTL-RET-CODE
           END-IF

           IF WS-CTL-RET-CODE NOT = 0
      *>       the account controller has already said why a number
      *>       was refused (bad check digit 8, closed 11, unknown 4).
               IF SEND-BY-ACCOUNT
                   MOVE WS-CTL-RET-CODE TO LK-RET-CODE
               ELSE
                   DISPLAY "Recipient not found."
                   MOVE 4 TO LK-RET-CODE
               END-IF
               MOVE "SEND-TRANSFER" TO WS-AUDIT-ACTION
               PERFORM LOG-TRANSFER-EVENT
           ELSE
      *>       a recipient under compliance review cannot be paid
      *>       into either.
               MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
               MOVE "SANCTION" TO WS-FLAG-TYPE
               CALL "BLM-FLAG-CONTROLLER" USING "CHECK",
                    WS-RECIPIENT-ID, WS-FLAG-TYPE, WS-FLAG-ACTING,
                    WS-FLAG-NOTE, WS-FLAG-RET-CODE
               IF WS-FLAG-RET-CODE = 0
                   DISPLAY "That recipient cannot receive funds at "
                           "this time."
                   MOVE 20 TO LK-RET-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-SAVED-PAYEE
               IF PAYEE-SAVED OR SEND-CONFIRMED
                   PERFORM POST-NEW-TRANSFER
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> RESOLVE-TO-ACCOUNT - --to-account (in WS-LOOKUP-VALUE) to its
      *> owner through BLM-ACCOUNT-CONTROLLER "resolve". The owner
      *> becomes the recipient; a number other than the owner's
      *> primary account is kept in WS-TO-ACCT for the credit leg.
      *> The typed number stands in for the username in the saved-
      *> payee check.
      *> ----------------------------------------------------------------
       RESOLVE-TO-ACCOUNT.
           MOVE WS-LOOKUP-VALUE(1:30) TO WS-RECIPIENT-NAME
           MOVE SPACES TO WS-RECIPIENT-ID
           MOVE "account" TO WS-AC-FIELD-NAME(1)
           MOVE WS-LOOKUP-VALUE TO WS-AC-FIELD-VALUE(1)
           MOVE 1 TO WS-AC-FIELD-COUNT
           CALL "BLM-ACCOUNT-CONTROLLER" USING "resolve",
                WS-AC-FIELDS, WS-AC-FIELD-COUNT, LK-USER-ID,
                WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AC-IDX FROM 2 BY 1
                   UNTIL WS-AC-IDX > WS-AC-FIELD-COUNT
               EVALUATE WS-AC-FIELD-NAME(WS-AC-IDX)
                   WHEN "resolved-user"
                       MOVE WS-AC-FIELD-VALUE(WS-AC-IDX)(1:10)
                            TO WS-RECIPIENT-ID
                   WHEN "resolved-primary"
                       IF WS-AC-FIELD-VALUE(WS-AC-IDX)(1:1) NOT = "Y"
                           MOVE WS-LOOKUP-VALUE(1:10) TO WS-TO-ACCT
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-RECIPIENT-ID = SPACES
               MOVE 4 TO WS-CTL-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SEND-EXTERNAL-TRANSFER - the other-bank half of SEND-TRANSFER:
      *> --routing (nine digits, check digit verified), --account and
      *> --beneficiary describe the payee; the transfer itself runs
      *> the same limits, funds, approval and value-date path as an
      *> internal send, settling in USD against the reserved
      *> EXTERNAL id. An external payee is never on the saved-payee
      *> list, so the caller confirms the beneficiary before sending.
      *> ----------------------------------------------------------------
       SEND-EXTERNAL-TRANSFER.
           MOVE WS-LOOKUP-VALUE(1:9) TO WS-EXT-ROUTING
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:17) TO WS-EXT-ACCOUNT
           MOVE "beneficiary" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:30) TO WS-EXT-BENEF
           PERFORM CHECK-ROUTING-NUMBER
           EVALUATE TRUE
               WHEN NOT ROUTING-VALID
                   DISPLAY "Routing number " WS-EXT-ROUTING
                           " is not valid."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-EXT-ACCOUNT = SPACES
                   DISPLAY "Missing --account for the beneficiary."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-EXT-BENEF = SPACES
                   DISPLAY "Missing --beneficiary name."
                   MOVE 8 TO LK-RET-CODE
               WHEN OTHER
                   PERFORM SCREEN-BENEFICIARY
                   IF WS-SC-RET-CODE = 20
                       MOVE 20 TO LK-RET-CODE
                   ELSE
                       MOVE "Y" TO WS-EXTERNAL-SEND
                       MOVE "EXTERNAL" TO WS-RECIPIENT-ID
                       MOVE WS-EXT-BENEF TO WS-RECIPIENT-NAME
                       PERFORM POST-NEW-TRANSFER
                   END-IF
           END-EVALUATE
           IF LK-RET-CODE = 8
               MOVE "SEND-EXTERNAL" TO WS-AUDIT-ACTION
               PERFORM LOG-TRANSFER-EVENT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SCREEN-BENEFICIARY - the external beneficiary's name against
      *> the watch list; 20 in WS-SC-RET-CODE when it hits, which has
      *> already put the sender under review.
      *> ----------------------------------------------------------------
       SCREEN-BENEFICIARY.
           MOVE "user" TO WS-SC-FIELD-NAME(1)
           MOVE LK-USER-ID TO WS-SC-FIELD-VALUE(1)
           MOVE "name" TO WS-SC-FIELD-NAME(2)
           MOVE WS-EXT-BENEF TO WS-SC-FIELD-VALUE(2)
           MOVE "context" TO WS-SC-FIELD-NAME(3)
           MOVE "BENEF" TO WS-SC-FIELD-VALUE(3)
           MOVE 3 TO WS-SC-FIELD-COUNT
           CALL "BLM-SCREEN-CONTROLLER" USING "screen", WS-SC-FIELDS,
                WS-SC-FIELD-COUNT, LK-USER-ID, WS-SC-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-ROUTING-NUMBER - nine digits whose 3-7-1 weighted sum
      *> is a multiple of ten, the check every clearing house applies
      *> at its door; a bad number is refused here rather than coming
      *> back on tomorrow's returns file.
      *> ----------------------------------------------------------------
       CHECK-ROUTING-NUMBER.
           MOVE "N" TO WS-ROUTING-OK
           IF WS-EXT-ROUTING NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXT-ROUTING TO WS-ROUTING-DIGITS
           COMPUTE WS-ROUTING-SUM =
                   3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                        + WS-RT-DIGIT(7))
                 + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                        + WS-RT-DIGIT(8))
                 + (WS-RT-DIGIT(3) + WS-RT-DIGIT(6) + WS-RT-DIGIT(9))
           IF FUNCTION MOD(WS-ROUTING-SUM, 10) = 0
                   AND WS-ROUTING-DIGITS NOT = 0
               MOVE "Y" TO WS-ROUTING-OK
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-SENDER-FLAGS - outbound money movement is refused for
      *> a sender under LEGALHOLD (court order), marked DECEASED
      *> (estate-teller actions only), flagged DORMANT (teller
      *> reactivation required), under SANCTION review or held for an
      *> overdue identity review (KYCREVIEW). Code 20 with a plain
      *> message. The sender checked is WS-FLAG-SUBJECT.
      *> ----------------------------------------------------------------
       CHECK-SENDER-FLAGS.
           MOVE "N" TO WS-SEND-BLOCKED
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "LEGALHOLD" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK",
                WS-FLAG-SUBJECT, WS-FLAG-TYPE, WS-FLAG-ACTING,
                WS-FLAG-NOTE, WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "Outbound transfers are blocked on this "
                       "account (legal hold)."
               MOVE "Y" TO WS-SEND-BLOCKED
           END-IF
           MOVE "DECEASED" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK",
                WS-FLAG-SUBJECT, WS-FLAG-TYPE, WS-FLAG-ACTING,
                WS-FLAG-NOTE, WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "This account is in estate handling; see a "
                       "teller."
               MOVE "Y" TO WS-SEND-BLOCKED
           END-IF
           MOVE "DORMANT" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK",
                WS-FLAG-SUBJECT, WS-FLAG-TYPE, WS-FLAG-ACTING,
                WS-FLAG-NOTE, WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "This account is dormant; a teller must "
                       "reactivate it first."
               MOVE "Y" TO WS-SEND-BLOCKED
           END-IF
           MOVE "SANCTION" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK",
                WS-FLAG-SUBJECT, WS-FLAG-TYPE, WS-FLAG-ACTING,
                WS-FLAG-NOTE, WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "This account is under compliance review; "
                       "money movement is suspended."
               MOVE "Y" TO WS-SEND-BLOCKED
           END-IF
           MOVE "KYCREVIEW" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK",
                WS-FLAG-SUBJECT, WS-FLAG-TYPE, WS-FLAG-ACTING,
                WS-FLAG-NOTE, WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "Your identity review is overdue; outgoing "
                       "payments resume once a teller re-verifies "
                       "you."
               MOVE "Y" TO WS-SEND-BLOCKED
           END-IF
           IF SEND-BLOCKED
               MOVE 20 TO LK-RET-CODE
           END-IF.
           MOVE WS-FX-RATE TO TRANSFER-FROM-RATE
           MOVE WS-DEST-RATE TO TRANSFER-TO-RATE
           MOVE WS-VALUE-DATE TO TRANSFER-VALUE-DATE
           MOVE WS-TO-ACCT TO TRANSFER-TO-ACCT

           PERFORM OPEN-TRANSFER-FOR-WRITE
           PERFORM GENERATE-TRANSFER-ID
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           ELSE
               IF EXTERNAL-SEND
                   PERFORM WRITE-EXTERNAL-ITEM
               END-IF
               EVALUATE TRUE
                   WHEN TRANSFER-PENDING
                       DISPLAY "Transfer " TRANSFER-ID " booked "
               END-EVALUATE
           END-IF
           CLOSE TRANSFER-MASTER-FILE
           IF EXTERNAL-SEND
               MOVE "SEND-EXTERNAL" TO WS-AUDIT-ACTION
           ELSE
               MOVE "SEND-TRANSFER" TO WS-AUDIT-ACTION
           END-IF
           PERFORM LOG-TRANSFER-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> WRITE-EXTERNAL-ITEM - books the outbound queue row for the
      *> external transfer just written, HELD until POST-BALANCES
      *> takes the debit and queues it for the clearing file.
      *> ----------------------------------------------------------------
       WRITE-EXTERNAL-ITEM.
           PERFORM OPEN-EXTXFER-FOR-WRITE
           MOVE SPACES TO EXT-TRANSFER-RECORD
           MOVE TRANSFER-ID TO EXT-ID
           MOVE TRANSFER-FROM-USER TO EXT-USER-ID
           MOVE WS-EXT-ROUTING TO EXT-ROUTING
           MOVE WS-EXT-ACCOUNT TO EXT-ACCOUNT
           MOVE WS-EXT-BENEF TO EXT-BENEF-NAME
           MOVE TRANSFER-AMOUNT-USD TO EXT-AMOUNT
           SET EXT-HELD TO TRUE
           MOVE TRANSFER-CREATED-AT TO EXT-CREATED-AT
           WRITE EXT-TRANSFER-RECORD
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "EXCEPTION: outbound queue row for "
                       TRANSFER-ID " not written, status "
                       WS-EXT-STATUS
           END-IF
           CLOSE EXTXFER-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-EXTERNAL-ITEM-STATUS - moves the queue row for the
      *> transfer in the record area to WS-EXT-NEW-STATUS (QUEUED
      *> once debited, CANCELLED when the transfer dies first), and
      *> refreshes the amount the clearing file will carry.
      *> ----------------------------------------------------------------
       SET-EXTERNAL-ITEM-STATUS.
           OPEN I-O EXTXFER-MASTER-FILE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "EXCEPTION: no outbound queue for "
                       TRANSFER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE TRANSFER-ID TO EXT-ID
           READ EXTXFER-MASTER-FILE KEY IS EXT-ID
           IF WS-EXT-STATUS = "00"
               MOVE WS-EXT-NEW-STATUS TO EXT-STATUS
               MOVE TRANSFER-AMOUNT-USD TO EXT-AMOUNT
               IF EXT-QUEUED
                   PERFORM STAMP-TRANSFER-TIME
                   MOVE WS-TIMESTAMP TO EXT-QUEUED-AT
               END-IF
               REWRITE EXT-TRANSFER-RECORD
           ELSE
               DISPLAY "EXCEPTION: outbound queue row for "
                       TRANSFER-ID " not found."
           END-IF
           CLOSE EXTXFER-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CONVERT-SETTLEMENT-LEG - the second leg of the conversion:
      *> looks up the recipient's preferred settlement currency and

      *> ----------------------------------------------------------------
      *> CHECK-FUNDS-AVAILABLE - a send may not take the sender's
      *> available balance (stored balance less deposited checks
      *> still on hold) below zero, except down to a teller-granted
      *> overdraft facility on the limits profile. Clears
      *> SEND-WITHIN-LIMITS with code 16 on a breach.
      *> ----------------------------------------------------------------
       CHECK-FUNDS-AVAILABLE.
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-AVAILABLE",
                USER-CTL-DATA, WS-LIMIT-USER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               EXIT PARAGRAPH
           MOVE UCD-BAL-AMOUNT TO WS-SENDER-BALANCE
           IF WS-SENDER-BALANCE - WS-SEND-USD
                   < (0 - WS-OVERDRAFT-LIMIT)
               DISPLAY "Insufficient funds: available balance "
                       WS-SENDER-BALANCE " overdraft facility "
                       WS-OVERDRAFT-LIMIT "."
               MOVE 16 TO LK-RET-CODE
               REWRITE TRANSFER-RECORD
               IF WS-FILE-STATUS = "00"
                   DISPLAY "Transfer " TRANSFER-ID " rejected."
                   IF TRANSFER-TO-EXTERNAL
                       MOVE "X" TO WS-EXT-NEW-STATUS
                       PERFORM SET-EXTERNAL-ITEM-STATUS
                   END-IF
                   MOVE 0 TO LK-RET-CODE
               ELSE
                   DISPLAY "Error rejecting transfer, status "
      *> RELEASE-ONE-TRANSFER - reprices the booked transfer at value-
      *> date rates, re-runs the same limits and funds checks a
      *> same-day send gets against the transfer's own sender, then
      *> completes, holds for approval, or fails it. The sender's
      *> restriction flags are checked again too, since a flag may
      *> have been set since the transfer was booked. The master is
      *> closed around the checks because the daily-cap sum browses
      *> it on its own INPUT open.
      *> ----------------------------------------------------------------
                WS-SEND-USD, WS-FX-RET-CODE
           PERFORM CONVERT-SETTLEMENT-LEG
           PERFORM CHECK-SEND-LIMITS
           MOVE WS-LIMIT-USER TO WS-FLAG-SUBJECT
           PERFORM CHECK-SENDER-FLAGS

           OPEN I-O TRANSFER-MASTER-FILE
           MOVE WS-REL-ID(WS-REL-IDX) TO TRANSFER-ID
               CLOSE TRANSFER-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT SEND-WITHIN-LIMITS OR SEND-BLOCKED
               SET TRANSFER-FAILED TO TRUE
               REWRITE TRANSFER-RECORD
               IF TRANSFER-TO-EXTERNAL
                   MOVE "X" TO WS-EXT-NEW-STATUS
                   PERFORM SET-EXTERNAL-ITEM-STATUS
               END-IF
               IF SEND-BLOCKED
                   DISPLAY "RELEASED " TRANSFER-ID " failed: the "
                           "sender " WS-LIMIT-USER " is under a "
                           "restriction flag; marked FAILED."
               ELSE
                   DISPLAY "RELEASED " TRANSFER-ID " failed its "
                           "limit/funds checks and was marked FAILED."
               END-IF
               ADD 1 TO WS-RELEASE-FAILED
           ELSE
               MOVE WS-SEND-USD TO TRANSFER-AMOUNT-USD
                   DISPLAY "Transfer not found."
                   MOVE 4 TO LK-RET-CODE
               ELSE
                   EVALUATE TRUE
                       WHEN NOT TRANSFER-COMPLETE
                           DISPLAY "Transfer " TRANSFER-ID
                                   " is not COMPLETE and can't be "
                                   "reversed."
                           MOVE 8 TO LK-RET-CODE
                       WHEN TRANSFER-TO-EXTERNAL
                           DISPLAY "Transfer " TRANSFER-ID
                                   " went to another bank; it comes "
                                   "back through the returns file."
                           MOVE 8 TO LK-RET-CODE
                       WHEN OTHER
                           PERFORM CHECK-ALREADY-REVERSED
                           IF ALREADY-REVERSED
                               DISPLAY "Transfer " WS-REVERSE-ORIG-ID
                                       " was already reversed."
                               MOVE 8 TO LK-RET-CODE
                           ELSE
                               PERFORM CHECK-REVERSAL-PERIOD
                               IF WS-PER-RET-CODE = 8
                                   DISPLAY "Transfer " TRANSFER-ID
                                           " falls in a locked "
                                           "accounting period and "
                                           "can't be reversed."
                                   MOVE 8 TO LK-RET-CODE
                               ELSE
                                   PERFORM WRITE-REVERSAL-TRANSFER
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
               CLOSE TRANSFER-MASTER-FILE
               MOVE "REVERSE-TRANSFER" TO WS-AUDIT-ACTION
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-REVERSAL-PERIOD - the reversal is dated back to the
      *> original transfer in the record area. When that date is in
      *> a locked period and the lock refuses back-dated postings (8),
      *> the reversal stops before either leg moves.
      *> ----------------------------------------------------------------
       CHECK-REVERSAL-PERIOD.
           MOVE 0 TO WS-PER-RET-CODE
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           IF TRANSFER-CREATED-AT(1:8) NOT < WS-CDT-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "date" TO WS-PER-FIELD-NAME(1)
           MOVE TRANSFER-CREATED-AT(1:8) TO WS-PER-FIELD-VALUE(1)
           MOVE 1 TO WS-PER-FIELD-COUNT
           CALL "BLM-PERIOD-CONTROLLER" USING "check", WS-PER-FIELDS,
                WS-PER-FIELD-COUNT, LK-USER-ID, WS-PER-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-ALREADY-REVERSED - scans for an existing reversal
      *> pointing at the transfer in the record area, then repositions
      *> posts both balances.
      *> ----------------------------------------------------------------
       WRITE-REVERSAL-TRANSFER.
           MOVE TRANSFER-CREATED-AT(1:8) TO WS-POST-VALUE-DATE
           MOVE TRANSFER-ID        TO WS-REVERSE-ORIG-ID
           MOVE TRANSFER-FROM-USER TO WS-REVERSE-TO-USER
           MOVE TRANSFER-TO-USER   TO WS-REVERSE-FROM-USER
           MOVE TRANSFER-AMOUNT    TO WS-REVERSE-AMOUNT
           MOVE TRANSFER-CURRENCY  TO WS-REVERSE-CURRENCY
           MOVE TRANSFER-AMOUNT-USD TO WS-REVERSE-AMOUNT-USD
           MOVE TRANSFER-FROM-ACCT TO WS-REVERSE-TO-ACCT
           MOVE TRANSFER-TO-ACCT   TO WS-REVERSE-FROM-ACCT

           PERFORM GENERATE-TRANSFER-ID
           MOVE SPACES TO TRANSFER-RECORD
           MOVE WS-REVERSE-ORIG-ID   TO TRANSFER-REVERSAL-OF
           MOVE WS-REVERSE-CURRENCY  TO TRANSFER-DEST-CURRENCY
           MOVE WS-REVERSE-AMOUNT    TO TRANSFER-DEST-AMOUNT
           MOVE WS-REVERSE-FROM-ACCT TO TRANSFER-FROM-ACCT
           MOVE WS-REVERSE-TO-ACCT   TO TRANSFER-TO-ACCT
           SET TRANSFER-COMPLETE TO TRUE
           PERFORM STAMP-TRANSFER-TIME
           MOVE WS-TIMESTAMP TO TRANSFER-CREATED-AT
               MOVE 12 TO LK-RET-CODE
           ELSE
               PERFORM POST-BALANCES
               MOVE SPACES TO WS-POST-VALUE-DATE
               IF WS-POST-RET NOT = 0
                   DISPLAY "Reversal " TRANSFER-ID " parked; "
                           "nothing was re-credited."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-PAYROLL-CREDIT - one payroll line: --recipient (a user
      *> id, resolved and screened when the batch was submitted) is
      *> paid --amount USD from LK-USER-ID. The transfer is written
      *> COMPLETE and priced into the recipient's settlement currency
      *> like any send, but only the credit leg posts here, journalled
      *> PAYROLL under the transfer id; the debit is the batch's
      *> summary debit, already taken under the batch id. SANCTION is
      *> checked again since the batch may have waited for its value
      *> date. A credit that will not post parks the transfer FAILED
      *> and its code comes back for the batch to credit the line
      *> back. The new id comes back as "transfer-id".
      *> ----------------------------------------------------------------
       POST-PAYROLL-CREDIT.
           MOVE "recipient" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-RECIPIENT-ID
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-SEND-AMOUNT
           IF WS-RECIPIENT-ID = SPACES OR WS-SEND-AMOUNT = 0
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "SANCTION" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK",
                WS-RECIPIENT-ID, WS-FLAG-TYPE, WS-FLAG-ACTING,
                WS-FLAG-NOTE, WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "Recipient " WS-RECIPIENT-ID " cannot receive "
                       "funds at this time."
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "USD" TO WS-SEND-CURRENCY
           MOVE WS-SEND-AMOUNT TO WS-SEND-USD
           MOVE 1 TO WS-FX-RATE
           PERFORM CONVERT-SETTLEMENT-LEG

           MOVE SPACES TO TRANSFER-RECORD
           MOVE LK-USER-ID TO TRANSFER-FROM-USER
           MOVE WS-RECIPIENT-ID TO TRANSFER-TO-USER
           MOVE WS-SEND-AMOUNT TO TRANSFER-AMOUNT
           MOVE WS-SEND-CURRENCY TO TRANSFER-CURRENCY
           MOVE WS-SEND-USD TO TRANSFER-AMOUNT-USD
           MOVE WS-DEST-CURRENCY TO TRANSFER-DEST-CURRENCY
           MOVE WS-DEST-AMOUNT TO TRANSFER-DEST-AMOUNT
           MOVE WS-FX-RATE TO TRANSFER-FROM-RATE
           MOVE WS-DEST-RATE TO TRANSFER-TO-RATE
           PERFORM OPEN-TRANSFER-FOR-WRITE
           PERFORM GENERATE-TRANSFER-ID
           MOVE WS-NEW-TRANSFER-ID TO TRANSFER-ID
           PERFORM STAMP-TRANSFER-TIME
           MOVE WS-TIMESTAMP TO TRANSFER-CREATED-AT
           SET TRANSFER-COMPLETE TO TRUE
           WRITE TRANSFER-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing transfer, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE TRANSFER-MASTER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE TRANSFER-AMOUNT-USD TO WS-BAL-AMOUNT
           MOVE WS-BAL-AMOUNT TO WS-BAL-EDIT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE "PAYROLL" TO UCD-UPD-SOURCE-TYPE
           MOVE TRANSFER-ID TO UCD-UPD-SOURCE-ID
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, TRANSFER-TO-USER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: payroll credit " TRANSFER-ID
                       " did not post (code " WS-CTL-RET-CODE
                       "); transfer parked FAILED."
               SET TRANSFER-FAILED TO TRUE
               REWRITE TRANSFER-RECORD
               MOVE WS-CTL-RET-CODE TO LK-RET-CODE
           END-IF
           CLOSE TRANSFER-MASTER-FILE
           MOVE "PAYROLL-CREDIT" TO WS-AUDIT-ACTION
           PERFORM LOG-TRANSFER-EVENT
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "transfer-id" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE TRANSFER-ID TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-TRANSFER-ID - assigns the next id off the sequence-
      *> control file in constant time; an entity the sequence file
      *> was the failing leg - and hands the code back in WS-POST-RET,
      *> so two-terminal contention can never leave a COMPLETE transfer
      *> with silently unposted money.
      *> A leg carrying a deposit account (TRANSFER-FROM-ACCT/-TO-ACCT)
      *> posts on that account instead of the cash balance.
      *> ----------------------------------------------------------------
       POST-BALANCES.
           MOVE 0 TO WS-POST-RET
           IF TRANSFER-TO-EXTERNAL
               PERFORM POST-EXTERNAL-DEBIT
               EXIT PARAGRAPH
           END-IF
           MOVE TRANSFER-AMOUNT-USD TO WS-BAL-AMOUNT
           COMPUTE WS-BAL-AMOUNT = WS-BAL-AMOUNT * -1
           MOVE WS-BAL-AMOUNT TO WS-BAL-EDIT
           IF TRANSFER-FROM-ACCT NOT = SPACES
               MOVE TRANSFER-FROM-ACCT TO WS-LEG-ACCT
               PERFORM POST-DEPOSIT-ACCOUNT-LEG
           ELSE
               MOVE SPACES TO USER-CTL-DATA
               MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
               MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
               MOVE "TRANSFER" TO UCD-UPD-SOURCE-TYPE
               MOVE TRANSFER-ID TO UCD-UPD-SOURCE-ID
               MOVE WS-POST-VALUE-DATE TO UCD-UPD-VALUE-DATE
               CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                    USER-CTL-DATA, TRANSFER-FROM-USER, WS-CTL-RET-CODE
           END-IF
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: debit leg of " TRANSFER-ID
                       " did not post (code " WS-CTL-RET-CODE

           MOVE TRANSFER-AMOUNT-USD TO WS-BAL-AMOUNT
           MOVE WS-BAL-AMOUNT TO WS-BAL-EDIT
           IF TRANSFER-TO-ACCT NOT = SPACES
               MOVE TRANSFER-TO-ACCT TO WS-LEG-ACCT
               PERFORM POST-DEPOSIT-ACCOUNT-LEG
           ELSE
               MOVE SPACES TO USER-CTL-DATA
               MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
               MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
               MOVE "TRANSFER" TO UCD-UPD-SOURCE-TYPE
               MOVE TRANSFER-ID TO UCD-UPD-SOURCE-ID
               MOVE WS-POST-VALUE-DATE TO UCD-UPD-VALUE-DATE
               CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                    USER-CTL-DATA, TRANSFER-TO-USER, WS-CTL-RET-CODE
           END-IF
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: credit leg of " TRANSFER-ID
                       " did not post (code " WS-CTL-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-EXTERNAL-DEBIT - the one leg an other-bank transfer has
      *> on our books: the sender is debited (journal source EXT-XFER,
      *> kept apart from the two-sided TRANSFER pairs) and the item
      *> moves to QUEUED for tonight's clearing file. A debit that
      *> won't post parks the transfer FAILED and cancels the item.
      *> ----------------------------------------------------------------
       POST-EXTERNAL-DEBIT.
           MOVE TRANSFER-AMOUNT-USD TO WS-BAL-AMOUNT
           COMPUTE WS-BAL-AMOUNT = WS-BAL-AMOUNT * -1
           MOVE WS-BAL-AMOUNT TO WS-BAL-EDIT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE "EXT-XFER" TO UCD-UPD-SOURCE-TYPE
           MOVE TRANSFER-ID TO UCD-UPD-SOURCE-ID
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, TRANSFER-FROM-USER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: debit of external transfer "
                       TRANSFER-ID " did not post (code "
                       WS-CTL-RET-CODE "); transfer parked FAILED."
               SET TRANSFER-FAILED TO TRUE
               REWRITE TRANSFER-RECORD
               MOVE WS-CTL-RET-CODE TO WS-POST-RET
               MOVE "X" TO WS-EXT-NEW-STATUS
           ELSE
               MOVE "Q" TO WS-EXT-NEW-STATUS
           END-IF
           PERFORM SET-EXTERNAL-ITEM-STATUS.
           EXIT.

      *> ----------------------------------------------------------------
      *> UNDO-DEBIT-LEG - re-credits the sender after the credit leg
      *> failed, so the ledger nets to zero for the parked transfer.
      *> Should this itself fail, the exception is on record and the
      *> reconciliation's journal replay points straight at it.
      *> ----------------------------------------------------------------
       UNDO-DEBIT-LEG.
           MOVE TRANSFER-AMOUNT-USD TO WS-BAL-AMOUNT
           MOVE WS-BAL-AMOUNT TO WS-BAL-EDIT
           IF TRANSFER-FROM-ACCT NOT = SPACES
               MOVE TRANSFER-FROM-ACCT TO WS-LEG-ACCT
               PERFORM POST-DEPOSIT-ACCOUNT-LEG
               MOVE WS-CTL-RET-CODE TO WS-UNDO-RET-CODE
           ELSE
               MOVE SPACES TO USER-CTL-DATA
               MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
               MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
               MOVE "TRANSFER" TO UCD-UPD-SOURCE-TYPE
               MOVE TRANSFER-ID TO UCD-UPD-SOURCE-ID
               MOVE WS-POST-VALUE-DATE TO UCD-UPD-VALUE-DATE
               CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                    USER-CTL-DATA, TRANSFER-FROM-USER, WS-UNDO-RET-CODE
           END-IF
           IF WS-UNDO-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: debit back-out of " TRANSFER-ID
                       " also failed (code " WS-UNDO-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-DEPOSIT-ACCOUNT-LEG - posts WS-BAL-EDIT (signed) on the
      *> deposit account in WS-LEG-ACCT through BLM-ACCOUNT-CONTROLLER,
      *> journalled TRANSFER / TRANSFER-ID under the account number
      *> (dated WS-POST-VALUE-DATE when a reversal set one);
      *> the outcome comes back in WS-CTL-RET-CODE like a
      *> BALANCE-DELTA's.
      *> ----------------------------------------------------------------
       POST-DEPOSIT-ACCOUNT-LEG.
           MOVE "account" TO WS-AC-FIELD-NAME(1)
           MOVE WS-LEG-ACCT TO WS-AC-FIELD-VALUE(1)
           MOVE "amount" TO WS-AC-FIELD-NAME(2)
           MOVE WS-BAL-EDIT TO WS-AC-FIELD-VALUE(2)
           MOVE "source-type" TO WS-AC-FIELD-NAME(3)
           MOVE "TRANSFER" TO WS-AC-FIELD-VALUE(3)
           MOVE "source-id" TO WS-AC-FIELD-NAME(4)
           MOVE TRANSFER-ID TO WS-AC-FIELD-VALUE(4)
           MOVE 4 TO WS-AC-FIELD-COUNT
           IF WS-POST-VALUE-DATE NOT = SPACES
               MOVE "value-date" TO WS-AC-FIELD-NAME(5)
               MOVE WS-POST-VALUE-DATE TO WS-AC-FIELD-VALUE(5)
               MOVE 5 TO WS-AC-FIELD-COUNT
           END-IF
           CALL "BLM-ACCOUNT-CONTROLLER" USING "post",
                WS-AC-FIELDS, WS-AC-FIELD-COUNT, LK-USER-ID,
                WS-CTL-RET-CODE.
           EXIT.

       OPEN-EXTXFER-FOR-WRITE.
           OPEN I-O EXTXFER-MASTER-FILE
           IF WS-EXT-STATUS = "35"
               OPEN OUTPUT EXTXFER-MASTER-FILE
               CLOSE EXTXFER-MASTER-FILE
               OPEN I-O EXTXFER-MASTER-FILE
           END-IF.
           EXIT.

       OPEN-TRANSFER-FOR-WRITE.
           OPEN I-O TRANSFER-MASTER-FILE
           IF WS-FILE-STATUS = "35"
