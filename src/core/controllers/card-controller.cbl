      *>                     (statement balance, minimum due, due
      *>                     date) BLM-CARD-CYCLE maintains; new cards
      *>                     start with an empty cycle.
      *>   15/10/2026 - jm - New "clear-presentment" op for the nightly
      *>                     merchant clearing import: matches a
      *>                     presentment to an open hold on card,
      *>                     merchant and currency and captures it at
      *>                     the presented amount (partial captures
      *>                     and over-captures within CLEAR-OVER-PCT
      *>                     allowed), or force-posts it as a captured
      *>                     authorization when no hold matches.
      *>   03/09/2025 - jm - New "charge" op posts a purchase against
      *>                     CARD-AVAILABLE-BAL with a journal entry,
      *>                     writing every authorization (approved or
      *>                     declined, with the reason) to the new
      *>                     CARD-AUTH-FILE; "charges" lists a card's
      *>                     authorizations.
      *>   15/10/2026 - jm - A new card starts current on the
      *>                     delinquency aging (bucket 0, no
      *>                     delinquency block).
      *>   15/10/2026 - jm - "list" shows each card's autopay line
      *>                     under it, from BLM-RECURRING-CONTROLLER.
      *>   15/10/2026 - jm - A charge is refused (20) while the
      *>                     cardholder is under watch-list review.
      *>   15/10/2026 - jm - A captured or force-posted charge earns
      *>                     rewards points through BLM-REWARDS-
      *>                     CONTROLLER; a released hold reverses
      *>                     whatever it earned.
      *>   15/10/2026 - jm - A new card with no --rate is linked to the
      *>                     CARD-RATE-INDEX switch's index, when set,
      *>                     and priced at its value plus the margin.
      *>   15/10/2026 - jm - A new card's limit is checked against the
      *>                     customer's total credit exposure first; a
      *>                     breach adds no card (16) unless an admin
      *>                     signs it off with --override Y.
      *>   15/10/2026 - jm - Holds journal as memo rows - CARDHOLD when
      *>                     a charge is approved, HOLDREL when a hold
      *>                     is captured or expires - so every card
      *>                     row's balance-after replays. A clearing
      *>                     item's network reference rides on its
      *>                     CHARGE row. Capture, release and force-post
      *>                     check their rewrites; a force-post that
      *>                     cannot file its authorization is backed out
      *>                     and returns 12.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CARD-CONTROLLER.
                     ==OP-FIELD-VALUE== BY ==WS-MC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-MC-FIELD-COUNT==.

      *> Autopay line under each listed card
       77 WS-AP-RET-CODE       PIC S9(4) COMP.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-AP-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-AP-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-AP-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-AP-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-AP-FIELD-COUNT==.

      *> Rewards points - a captured charge earns its lot, a released
      *> one gives its points back.
       77 WS-RW-RET-CODE       PIC S9(4) COMP.
       77 WS-RW-AMT-EDIT       PIC 9(9).99.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-RW-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-RW-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-RW-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-RW-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-RW-FIELD-COUNT==.

      *> Variable-rate issue - the CARD-RATE-INDEX switch ("CODE,
      *> margin") and the index value a new card prices off.
       77 WS-RI-RET-CODE       PIC S9(4) COMP.
       77 WS-RI-IDX            PIC 9(2) COMP VALUE 0.
       77 WS-RI-CODE           PIC X(4) VALUE SPACES.
       77 WS-RI-MARGIN-TEXT    PIC X(12) VALUE SPACES.
       77 WS-RI-RATE           PIC S9(3)V9(4) VALUE 0.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-RI-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-RI-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-RI-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-RI-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-RI-FIELD-COUNT==.

      *> Authorized-user working fields - the secondary-cardholder
      *> link and the per-user monthly limit check.
       77 WS-AUL-STATUS        PIC XX VALUE SPACES.
       77 WS-EXP-IDX           PIC 9(4) COMP VALUE 0.
       77 WS-HOLDS-RELEASED    PIC 9(5) COMP VALUE 0.

      *> Clearing-presentment working fields - the merchant's settled
      *> item, the hold it matched (if any) and the over-capture
      *> tolerance off the CLEAR-OVER-PCT system switch (default 20
      *> percent - tips and fuel pre-auths settle above the hold).
       77 WS-PRES-CARD-ID      PIC X(10) VALUE SPACES.
       77 WS-PRES-MERCHANT     PIC X(40) VALUE SPACES.
       77 WS-PRES-AMOUNT       PIC 9(9)V99 VALUE 0.
       77 WS-PRES-CURRENCY     PIC X(3) VALUE SPACES.
      *> the network's own presentment reference, carried onto the
      *> CHARGE journal row (JRNL-EXT-REF) so a rerun of the clearing
      *> file can tell the item already cleared; spaces off-batch.
       77 WS-PRES-REF          PIC X(16) VALUE SPACES.
       77 WS-MATCH-AUTH-ID     PIC X(10) VALUE SPACES.
       77 WS-MATCH-AMOUNT      PIC 9(9)V99 VALUE 0.
       77 WS-MATCH-EXACT       PIC X VALUE "N".
           88 MATCH-EXACT        VALUE "Y".
       77 WS-OVER-PCT          PIC 9(3) COMP VALUE 20.
       77 WS-OVER-CEILING      PIC 9(9)V99 VALUE 0.

      *> Posting journal - one debit cut per captured charge, and a
      *> memo row each time a hold goes on or comes off the card.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.
      *> memo rows for a hold going on (CARDHOLD) or coming off
      *> (HOLDREL) the available balance.
       77 WS-HOLD-JRNL-SOURCE  PIC X(10) VALUE SPACES.
       77 WS-HOLD-JRNL-AMT     PIC 9(9)V99 VALUE 0.
       77 WS-HOLD-JRNL-BAL     PIC S9(9)V99 VALUE 0.

      *> Watch-list review gate - a customer under the SANCTION memo
      *> flag moves no money until compliance clears the hit.
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.
       77 WS-SANCTION-SW       PIC X VALUE "N".
           88 SANCTION-HOLD      VALUE "Y".

      *> Customer credit exposure - a new card's limit on top of what
      *> the customer already owes and is committed to.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-EX-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-EX-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-EX-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-EX-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-EX-FIELD-COUNT==.
       77 WS-EX-RET-CODE       PIC S9(4) COMP.
       77 WS-EX-LIMIT-EDIT     PIC 9(9).99.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
                                 LK-USER-ID LK-RET-CODE.

           MOVE 0 TO LK-RET-CODE
           MOVE SPACES TO WS-PRES-REF
           EVALUATE LK-OP
               WHEN "list"
                   PERFORM LIST-CARDS
      *>       it is part of, so its path skips the online gate.
               WHEN "expire-holds"
                   PERFORM EXPIRE-HOLDS
               WHEN "clear-presentment"
                   PERFORM CLEAR-PRESENTMENT
               WHEN "activate"
                   PERFORM ACTIVATE-CARD
               WHEN "set-controls"
                                       " minimum due " CARD-MIN-DUE
                                       " by " CARD-DUE-DATE
                           END-IF
                           PERFORM SHOW-CARD-AUTOPAY
                       END-IF
                       READ CARD-MASTER-FILE NEXT RECORD
                   END-PERFORM
           END-IF.
           EXIT.

      *> the card's autopay mandate, as the recurring controller
      *> describes it.
       SHOW-CARD-AUTOPAY.
           MOVE "card-id" TO WS-AP-FIELD-NAME(1)
           MOVE CARD-ID TO WS-AP-FIELD-VALUE(1)
           MOVE 1 TO WS-AP-FIELD-COUNT
           CALL "BLM-RECURRING-CONTROLLER" USING "autopay-status",
                WS-AP-FIELDS, WS-AP-FIELD-COUNT, LK-USER-ID,
                WS-AP-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> SEARCH-CARDS - same scan as LIST-CARDS, but requires at least
      *> one of --status/--brand so "search" can't be used as a bare
      *> ADD-CARD - writes a new card for LK-USER-ID. The first card on
      *> file for a user becomes primary automatically; a later card can
      *> ask to become primary via --primary Y, which demotes the rest.
      *> A limit that would take the customer past their credit
      *> exposure maximum adds nothing (16, or 8 when breaches are
      *> refused outright) unless an admin's --override Y signs it off.
      *> ----------------------------------------------------------------
       ADD-CARD.
           MOVE SPACES TO CREDIT-CARD-RECORD
           MOVE SPACES TO CARD-DUE-DATE
           MOVE SPACES TO CARD-CYCLE-DATE
           MOVE "N" TO CARD-LATE-FLAG
           MOVE 0 TO CARD-DELINQ-BUCKET
           MOVE "N" TO CARD-DELINQ-BLOCK
           MOVE SPACES TO CARD-RATE-INDEX
           MOVE 0 TO CARD-RATE-MARGIN

           MOVE "rate" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
                    TO CARD-INTEREST-RATE
           ELSE
               MOVE 24.99 TO CARD-INTEREST-RATE
               PERFORM PRICE-OFF-CARD-INDEX
           END-IF

           MOVE "primary" TO WS-LOOKUP-NAME
               MOVE "Y" TO WS-WANT-PRIMARY
           END-IF

           PERFORM CHECK-CARD-EXPOSURE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LK-USER-ID TO CARD-USER-ID
           PERFORM OPEN-CARD-FOR-WRITE
           PERFORM CHECK-FOR-OTHER-CARDS
           CLOSE CARD-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-CARD-EXPOSURE - asks BLM-EXPOSURE-CONTROLLER whether
      *> LK-USER-ID can take the new card's limit; its answer becomes
      *> LK-RET-CODE.
      *> ----------------------------------------------------------------
       CHECK-CARD-EXPOSURE.
           MOVE 0 TO LK-RET-CODE
           MOVE "amount" TO WS-EX-FIELD-NAME(1)
           MOVE CARD-CREDIT-LIMIT TO WS-EX-LIMIT-EDIT
           MOVE WS-EX-LIMIT-EDIT TO WS-EX-FIELD-VALUE(1)
           MOVE "acting" TO WS-EX-FIELD-NAME(2)
           MOVE LK-USER-ID TO WS-EX-FIELD-VALUE(2)
           MOVE "what" TO WS-EX-FIELD-NAME(3)
           MOVE "NEW CARD" TO WS-EX-FIELD-VALUE(3)
           MOVE "override" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE "override" TO WS-EX-FIELD-NAME(4)
           MOVE WS-LOOKUP-VALUE TO WS-EX-FIELD-VALUE(4)
           MOVE 4 TO WS-EX-FIELD-COUNT
           CALL "BLM-EXPOSURE-CONTROLLER" USING "CHECK",
                WS-EX-FIELDS, WS-EX-FIELD-COUNT, LK-USER-ID,
                WS-EX-RET-CODE
           MOVE WS-EX-RET-CODE TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> PRICE-OFF-CARD-INDEX - when the CARD-RATE-INDEX switch names
      *> an index ("CODE,margin"), a card issued at the standard rate
      *> is linked to it and priced at its value today plus the
      *> margin. An index with no value yet leaves the card at the
      *> standard fixed rate.
      *> ----------------------------------------------------------------
       PRICE-OFF-CARD-INDEX.
           MOVE "CARD-RATE-INDEX" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-GATE-RET
           IF WS-CTL-GATE-RET NOT = 0 OR WS-CTL-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RI-CODE WS-RI-MARGIN-TEXT
           UNSTRING WS-CTL-VALUE DELIMITED BY ","
               INTO WS-RI-CODE WS-RI-MARGIN-TEXT
           END-UNSTRING
           MOVE "code" TO WS-RI-FIELD-NAME(1)
           MOVE WS-RI-CODE TO WS-RI-FIELD-VALUE(1)
           MOVE 1 TO WS-RI-FIELD-COUNT
           CALL "BLM-RATEIDX-CONTROLLER" USING "value", WS-RI-FIELDS,
                WS-RI-FIELD-COUNT, LK-USER-ID, WS-RI-RET-CODE
           IF WS-RI-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RI-RATE
           PERFORM VARYING WS-RI-IDX FROM 2 BY 1
                   UNTIL WS-RI-IDX > WS-RI-FIELD-COUNT
               IF WS-RI-FIELD-NAME(WS-RI-IDX) = "index-rate"
                   COMPUTE WS-RI-RATE = FUNCTION NUMVAL(
                           WS-RI-FIELD-VALUE(WS-RI-IDX))
               END-IF
           END-PERFORM
           IF WS-RI-MARGIN-TEXT NOT = SPACES
               COMPUTE CARD-RATE-MARGIN =
                       FUNCTION NUMVAL(WS-RI-MARGIN-TEXT)
           END-IF
           MOVE WS-RI-CODE TO CARD-RATE-INDEX
           ADD CARD-RATE-MARGIN TO WS-RI-RATE
           IF WS-RI-RATE < 0
               MOVE 0 TO WS-RI-RATE
           END-IF
           COMPUTE CARD-INTEREST-RATE ROUNDED = WS-RI-RATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> REMOVE-CARD - deletes the card named by --id, provided it
      *> belongs to LK-USER-ID.
      *> approved or declined, is written to CARD-AUTH-FILE.
      *> ----------------------------------------------------------------
       CHARGE-CARD.
           PERFORM CHECK-SANCTION-HOLD
           IF SANCTION-HOLD
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "merchant" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:40) TO WS-CHARGE-MERCHANT
                   MOVE 8 TO LK-RET-CODE
               END-IF
               PERFORM WRITE-AUTH-RECORD
               IF WS-DECLINE-REASON = SPACES AND LK-RET-CODE = 0
                   MOVE WS-CHARGE-USD TO WS-HOLD-JRNL-AMT
                   MOVE "CARDHOLD" TO WS-HOLD-JRNL-SOURCE
                   MOVE CARD-AVAILABLE-BAL TO WS-HOLD-JRNL-BAL
                   PERFORM JOURNAL-HOLD-MEMO
               END-IF
           END-IF
           CLOSE CARD-MASTER-FILE
           CALL "BLM-LOCK-CONTROLLER" USING "RELEASE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE.
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
      *> WRITE-AUTH-RECORD - files the authorization for the charge
      *> just attempted against the card in the record area, approved
           MOVE "CHARGE" TO JRNL-SOURCE-TYPE
           MOVE WS-NEW-AUTH-ID TO JRNL-SOURCE-ID
           MOVE CARD-AVAILABLE-BAL TO JRNL-BALANCE-AFTER
           MOVE WS-PRES-REF TO JRNL-EXT-REF
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> JOURNAL-HOLD-MEMO - a hold moves the card's available balance
      *> without any money changing hands, so it journals as a memo
      *> row: CARDHOLD (debit) when the authorization is approved,
      *> HOLDREL (credit) when the hold comes back off - captured or
      *> expired. The GL extract and trial balance pass these sources
      *> over; forward recovery replays them like any other row, so
      *> every card row's balance-after holds. The caller sets
      *> WS-HOLD-JRNL-AMT/-SOURCE and the balance after; the
      *> authorization is WS-NEW-AUTH-ID for a new hold and AUTH-ID
      *> for a release, and the card is CARD-ID.
      *> ----------------------------------------------------------------
       JOURNAL-HOLD-MEMO.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE CARD-ID TO JRNL-ACCOUNT-ID
           MOVE WS-HOLD-JRNL-AMT TO JRNL-AMOUNT
           MOVE WS-HOLD-JRNL-SOURCE TO JRNL-SOURCE-TYPE
           IF WS-HOLD-JRNL-SOURCE = "CARDHOLD"
               SET JRNL-DEBIT TO TRUE
               MOVE WS-NEW-AUTH-ID TO JRNL-SOURCE-ID
           ELSE
               SET JRNL-CREDIT TO TRUE
               MOVE AUTH-ID TO JRNL-SOURCE-ID
           END-IF
           MOVE WS-HOLD-JRNL-BAL TO JRNL-BALANCE-AFTER
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE
           IF WS-JOURNAL-RET-CODE NOT = 0
               DISPLAY "Warning: hold journal row for card " CARD-ID
                       " not written, code " WS-JOURNAL-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-CHARGES - displays every authorization on the card named
      *> by --id, provided it belongs to LK-USER-ID.
           PERFORM STAMP-CARD-TIME
           MOVE WS-TIMESTAMP TO CARD-UPDATED-AT
           REWRITE CREDIT-CARD-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating card " CARD-ID ", status "
                       WS-FILE-STATUS "; hold " AUTH-ID " left open."
               MOVE 12 TO LK-RET-CODE
               CLOSE CARD-MASTER-FILE
               CALL "BLM-LOCK-CONTROLLER" USING "RELEASE",
                    WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE
               EXIT PARAGRAPH
           END-IF
      *>   the hold comes off in full and the capture goes on, so the
      *>   journal carries both legs of the one rewrite.
           MOVE AUTH-AMOUNT-USD TO WS-HOLD-JRNL-AMT
           MOVE "HOLDREL" TO WS-HOLD-JRNL-SOURCE
           COMPUTE WS-HOLD-JRNL-BAL =
                   CARD-AVAILABLE-BAL + WS-CAPTURE-USD
           PERFORM JOURNAL-HOLD-MEMO
           MOVE WS-CAPTURE-USD TO WS-CHARGE-USD
           MOVE AUTH-ID TO WS-NEW-AUTH-ID
           PERFORM JOURNAL-CARD-CHARGE
                       WS-CAPTURE-USD " (held "
                       AUTH-AMOUNT-USD ")."
               MOVE 0 TO LK-RET-CODE
               MOVE WS-CAPTURE-USD TO WS-RW-AMT-EDIT
               PERFORM EARN-CHARGE-POINTS
           ELSE
               DISPLAY "Error capturing authorization, status "
                       WS-AUTH-STATUS
               PERFORM STAMP-CARD-TIME
               MOVE WS-TIMESTAMP TO CARD-UPDATED-AT
               REWRITE CREDIT-CARD-RECORD
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error releasing hold " AUTH-ID " on "
                           AUTH-CARD-ID ", status " WS-FILE-STATUS
                   CLOSE CARD-MASTER-FILE
                   CLOSE CARD-AUTH-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE AUTH-AMOUNT-USD TO WS-HOLD-JRNL-AMT
               MOVE "HOLDREL" TO WS-HOLD-JRNL-SOURCE
               MOVE CARD-AVAILABLE-BAL TO WS-HOLD-JRNL-BAL
               PERFORM JOURNAL-HOLD-MEMO
               SET AUTH-RELEASED TO TRUE
               REWRITE CARD-AUTH-RECORD
               PERFORM REVERSE-CHARGE-POINTS
               DISPLAY "RELEASED " AUTH-ID " hold of "
                       AUTH-AMOUNT-USD " back to " AUTH-CARD-ID
               ADD 1 TO WS-HOLDS-RELEASED
           CLOSE CARD-AUTH-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CLEAR-PRESENTMENT - one item off the merchant clearing file:
      *> --card, --merchant, --amount, --currency (USD when absent),
      *> --category and the network's --ref, which the CHARGE row
      *> carries so a rerun can skip it. An open hold on the card
      *> for the same merchant and currency is the match, an equal
      *> amount winning over the oldest otherwise. The disposition
      *> comes back in the return code - 0 exact capture, 1 partial
      *> capture, 2 over-capture within tolerance, 3 force-posted
      *> with no prior authorization, 8 over tolerance (nothing
      *> captured, the hold stays open), 4 no such card, 12 the post
      *> failed - and the authorization id it landed on comes back
      *> in LK-USER-ID. Runs inside the batch window, so no online
      *> gate and no role check.
      *> ----------------------------------------------------------------
       CLEAR-PRESENTMENT.
           MOVE "card" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-PRES-CARD-ID
           MOVE "merchant" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:40) TO WS-PRES-MERCHANT
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-PRES-AMOUNT
           MOVE "currency" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND AND WS-LOOKUP-VALUE NOT = SPACES
               MOVE WS-LOOKUP-VALUE(1:3) TO WS-PRES-CURRENCY
           ELSE
               MOVE "USD" TO WS-PRES-CURRENCY
           END-IF
           MOVE "ref" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:16) TO WS-PRES-REF
           MOVE "CLEAR-OVER-PCT" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-GATE-RET
           IF WS-CTL-GATE-RET = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-OVER-PCT
           END-IF

           PERFORM FIND-MATCHING-HOLD
           IF WS-MATCH-AUTH-ID = SPACES
               PERFORM FORCE-POST-PRESENTMENT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OVER-CEILING ROUNDED =
                   WS-MATCH-AMOUNT * (100 + WS-OVER-PCT) / 100
           IF WS-PRES-AMOUNT > WS-OVER-CEILING
               MOVE WS-MATCH-AUTH-ID TO LK-USER-ID
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

      *>   the capture path reads the settled figure off --amount in
      *>   the hold's own currency, which is what the merchant sent.
           OPEN I-O CARD-AUTH-FILE
           MOVE WS-MATCH-AUTH-ID TO AUTH-ID
           READ CARD-AUTH-FILE KEY IS AUTH-ID
           IF WS-AUTH-STATUS NOT = "00" OR NOT AUTH-HOLD
               CLOSE CARD-AUTH-FILE
               MOVE 12 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-LOADED-HOLD
           CLOSE CARD-AUTH-FILE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MATCH-AUTH-ID TO LK-USER-ID
           EVALUATE TRUE
               WHEN WS-PRES-AMOUNT = WS-MATCH-AMOUNT
                   MOVE 0 TO LK-RET-CODE
               WHEN WS-PRES-AMOUNT < WS-MATCH-AMOUNT
                   MOVE 1 TO LK-RET-CODE
               WHEN OTHER
                   MOVE 2 TO LK-RET-CODE
           END-EVALUATE.
           EXIT.

      *> browses the card's authorizations for an open hold at the
      *> same merchant in the same currency.
       FIND-MATCHING-HOLD.
           MOVE SPACES TO WS-MATCH-AUTH-ID
           MOVE 0 TO WS-MATCH-AMOUNT
           MOVE "N" TO WS-MATCH-EXACT
           OPEN INPUT CARD-AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRES-CARD-ID TO AUTH-CARD-ID
           START CARD-AUTH-FILE KEY IS EQUAL TO AUTH-CARD-ID
           IF WS-AUTH-STATUS = "00"
               READ CARD-AUTH-FILE NEXT RECORD
               PERFORM UNTIL WS-AUTH-STATUS NOT = "00"
                       OR AUTH-CARD-ID NOT = WS-PRES-CARD-ID
                       OR MATCH-EXACT
                   IF AUTH-HOLD
                           AND AUTH-MERCHANT = WS-PRES-MERCHANT
                           AND AUTH-CURRENCY = WS-PRES-CURRENCY
                       IF AUTH-AMOUNT = WS-PRES-AMOUNT
                           MOVE "Y" TO WS-MATCH-EXACT
                           MOVE AUTH-ID TO WS-MATCH-AUTH-ID
                           MOVE AUTH-AMOUNT TO WS-MATCH-AMOUNT
                       END-IF
                       IF WS-MATCH-AUTH-ID = SPACES
                           MOVE AUTH-ID TO WS-MATCH-AUTH-ID
                           MOVE AUTH-AMOUNT TO WS-MATCH-AMOUNT
                       END-IF
                   END-IF
                   READ CARD-AUTH-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CARD-AUTH-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> FORCE-POST-PRESENTMENT - the merchant settled with no hold
      *> on file. The charge is owed regardless of the card's state,
      *> so it posts straight to the available balance and files as
      *> an already-CAPTURED authorization for the statement.
      *> ----------------------------------------------------------------
       FORCE-POST-PRESENTMENT.
           MOVE WS-PRES-MERCHANT TO WS-CHARGE-MERCHANT
           MOVE WS-PRES-AMOUNT TO WS-CHARGE-AMOUNT
           MOVE WS-PRES-CURRENCY TO WS-CHARGE-CURRENCY
           CALL "BLM-FX-CONTROLLER" USING "CONVERT",
                WS-CHARGE-CURRENCY, WS-CHARGE-AMOUNT, WS-FX-RATE,
                WS-CHARGE-USD, WS-FX-RET-CODE
           IF WS-FX-RET-CODE NOT = 0
               MOVE WS-CHARGE-AMOUNT TO WS-CHARGE-USD
           END-IF
           PERFORM RESOLVE-CHARGE-CATEGORY
           MOVE WS-PRES-CARD-ID TO WS-LOCK-RESOURCE
           CALL "BLM-LOCK-CONTROLLER" USING "ACQUIRE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE
           IF WS-LOCK-RET-CODE = 24
               MOVE 24 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CARD-MASTER-FILE
           MOVE WS-PRES-CARD-ID TO CARD-ID
           READ CARD-MASTER-FILE KEY IS CARD-ID
           IF WS-FILE-STATUS NOT = "00"
               CLOSE CARD-MASTER-FILE
               CALL "BLM-LOCK-CONTROLLER" USING "RELEASE",
                    WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE CARD-AVAILABLE-BAL =
                   CARD-AVAILABLE-BAL - WS-CHARGE-USD
           PERFORM STAMP-CARD-TIME
           MOVE WS-TIMESTAMP TO CARD-UPDATED-AT
           REWRITE CREDIT-CARD-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating card " CARD-ID ", status "
                       WS-FILE-STATUS "; presentment not posted."
               CLOSE CARD-MASTER-FILE
               CALL "BLM-LOCK-CONTROLLER" USING "RELEASE",
                    WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE
               MOVE 12 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-AUTH-FOR-WRITE
           PERFORM GENERATE-AUTH-ID
           MOVE SPACES TO CARD-AUTH-RECORD
           MOVE WS-NEW-AUTH-ID TO AUTH-ID
           MOVE CARD-ID TO AUTH-CARD-ID
           MOVE CARD-USER-ID TO AUTH-USER-ID
           MOVE CARD-USER-ID TO AUTH-SPENDER-ID
           MOVE WS-CHARGE-MERCHANT TO AUTH-MERCHANT
           MOVE WS-CHARGE-AMOUNT TO AUTH-AMOUNT
           MOVE WS-CHARGE-CURRENCY TO AUTH-CURRENCY
           MOVE WS-CHARGE-USD TO AUTH-AMOUNT-USD
           MOVE WS-CHARGE-CATEGORY TO AUTH-CATEGORY
           SET AUTH-CAPTURED TO TRUE
           MOVE "FORCE-POST" TO AUTH-DECLINE-REASON
           MOVE WS-CHARGE-USD TO AUTH-CAPTURED-AMT
           MOVE WS-TIMESTAMP(1:8) TO AUTH-CAPTURED-AT
           MOVE WS-TIMESTAMP TO AUTH-CREATED-AT
           WRITE CARD-AUTH-RECORD
           IF WS-AUTH-STATUS NOT = "00"
      *>       no authorization to hang the charge on - put the card
      *>       back as it was and leave the item for the exception
      *>       report.
               DISPLAY "Error writing authorization, status "
                       WS-AUTH-STATUS "; presentment backed out."
               CLOSE CARD-AUTH-FILE
               COMPUTE CARD-AVAILABLE-BAL =
                       CARD-AVAILABLE-BAL + WS-CHARGE-USD
               REWRITE CREDIT-CARD-RECORD
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error backing out card " CARD-ID
                           ", status " WS-FILE-STATUS
               END-IF
               CLOSE CARD-MASTER-FILE
               CALL "BLM-LOCK-CONTROLLER" USING "RELEASE",
                    WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE
               MOVE 12 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE CARD-AUTH-FILE
           PERFORM JOURNAL-CARD-CHARGE
           CLOSE CARD-MASTER-FILE
           CALL "BLM-LOCK-CONTROLLER" USING "RELEASE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE
           MOVE WS-CHARGE-USD TO WS-RW-AMT-EDIT
           PERFORM EARN-CHARGE-POINTS
           MOVE WS-NEW-AUTH-ID TO LK-USER-ID
           MOVE 3 TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> EARN-CHARGE-POINTS - the captured charge in the authorization
      *> record area earns its rewards points; WS-RW-AMT-EDIT carries
      *> the captured USD amount.
      *> ----------------------------------------------------------------
       EARN-CHARGE-POINTS.
           MOVE "card" TO WS-RW-FIELD-NAME(1)
           MOVE AUTH-CARD-ID TO WS-RW-FIELD-VALUE(1)
           MOVE "user" TO WS-RW-FIELD-NAME(2)
           MOVE AUTH-USER-ID TO WS-RW-FIELD-VALUE(2)
           MOVE "auth" TO WS-RW-FIELD-NAME(3)
           MOVE AUTH-ID TO WS-RW-FIELD-VALUE(3)
           MOVE "amount" TO WS-RW-FIELD-NAME(4)
           MOVE WS-RW-AMT-EDIT TO WS-RW-FIELD-VALUE(4)
           MOVE "category" TO WS-RW-FIELD-NAME(5)
           MOVE AUTH-CATEGORY TO WS-RW-FIELD-VALUE(5)
           MOVE 5 TO WS-RW-FIELD-COUNT
           CALL "BLM-REWARDS-CONTROLLER" USING "earn", WS-RW-FIELDS,
                WS-RW-FIELD-COUNT, LK-USER-ID, WS-RW-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> REVERSE-CHARGE-POINTS - the hold in the record area has been
      *> released; whatever points it earned come back off.
      *> ----------------------------------------------------------------
       REVERSE-CHARGE-POINTS.
           MOVE "auth" TO WS-RW-FIELD-NAME(1)
           MOVE AUTH-ID TO WS-RW-FIELD-VALUE(1)
           MOVE "reason" TO WS-RW-FIELD-NAME(2)
           MOVE "HOLD RELEASED" TO WS-RW-FIELD-VALUE(2)
           MOVE 2 TO WS-RW-FIELD-COUNT
           CALL "BLM-REWARDS-CONTROLLER" USING "reverse",
                WS-RW-FIELDS, WS-RW-FIELD-COUNT, LK-USER-ID,
                WS-RW-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-AUTH-ID - browses the authorization file for the
      *> highest existing numeric suffix and assigns the next one.
