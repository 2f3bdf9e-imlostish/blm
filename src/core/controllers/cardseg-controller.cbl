      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Card balance segments - the cash advance and the
      *>          promotional balance transfer, each moving card
      *>          credit into the cardholder's cash balance as its own
      *>          priced segment on CARD-SEGMENT-FILE, and the
      *>          segment view of a card. A cash advance runs at the
      *>          CARD-CASH-APR switch (default 29.99) within
      *>          CARD-CASH-LIMIT-PCT of the credit limit (default
      *>          30); a balance transfer runs at CARD-BT-PROMO-APR
      *>          (default 0) for CARD-BT-PROMO-MONTHS (default 12),
      *>          then at the card's own rate. Their fees price off
      *>          the CASHADV and BALXFER fee-schedule codes.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: cash-advance/balance-transfer/
      *>                     list against a real indexed
      *>                     CARD-SEGMENT-FILE. The card debit and the
      *>                     cash credit journal as a pair (source
      *>                     CASHADV or BALXFER); a cash credit that
      *>                     can't post puts the card back as it was.
      *>   15/10/2026 - jm - The rollback after a refused segment write
      *>                     or cash credit checks the card REWRITE and
      *>                     the segment DELETE and reports either that
      *>                     fails.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CARDSEG-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CARD-SEGMENT-FILE ASSIGN TO "CARDSEG"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CSEG-KEY
                 FILE STATUS IS WS-SEG-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-SEGMENT-FILE
           LABEL RECORD STANDARD.
           COPY "card-segment.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-SEG-STATUS        PIC XX VALUE SPACES.
       77 WS-CDT-DATE          PIC 9(8).
       77 WS-CDT-TIME          PIC 9(6).
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).
       77 WS-LOOKUP-NAME       PIC X(20).
       77 WS-LOOKUP-VALUE      PIC X(100).
       77 WS-LOOKUP-IDX        PIC 9(4) COMP.
       77 WS-LOOKUP-FOUND      PIC X VALUE "N".
           88 LOOKUP-FOUND       VALUE "Y".

      *> Batch-window gate - an advance moves money, so it backs off
      *> politely while the nightly suite owns the masters.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-CTL-GATE-RET     PIC S9(4) COMP.
       77 WS-WINDOW-CLOSED     PIC X VALUE "N".
           88 WINDOW-CLOSED      VALUE "Y".

      *> Program switches - segment pricing and the cash line.
       77 WS-CASH-APR          PIC 9(3)V99 VALUE 29.99.
       77 WS-CASH-LIMIT-PCT    PIC 9(3)V99 VALUE 30.
       77 WS-BT-PROMO-APR      PIC 9(3)V99 VALUE 0.
       77 WS-BT-PROMO-MONTHS   PIC 9(3) VALUE 12.

      *> The advance being posted - "CA" cash advance or "BT"
      *> balance transfer, with its fee code and journal source.
       77 WS-SEG-KIND          PIC X(2) VALUE SPACES.
           88 KIND-CASH-ADVANCE  VALUE "CA".
           88 KIND-BAL-TRANSFER  VALUE "BT".
       77 WS-SEG-SOURCE        PIC X(10) VALUE SPACES.
       77 WS-SEG-CARD-ID       PIC X(10) VALUE SPACES.
       77 WS-SEG-AMOUNT        PIC 9(9)V99 VALUE 0.
       77 WS-SEG-FEE           PIC 9(9)V99 VALUE 0.
       77 WS-SEG-TOTAL         PIC 9(9)V99 VALUE 0.
       77 WS-NEXT-SEQ          PIC 9(3) VALUE 0.
       77 WS-CASH-OPEN-BAL     PIC S9(11)V99 VALUE 0.
       77 WS-CASH-LINE         PIC 9(9)V99 VALUE 0.
       77 WS-FEE-IDX           PIC 9(4) COMP VALUE 0.
       77 WS-FEE-RET-CODE      PIC S9(4) COMP.
       77 WS-AMT-EDIT          PIC 9(9).99.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-FQ-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-FQ-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-FQ-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-FQ-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-FQ-FIELD-COUNT==.

      *> Promotion end date - the open date plus the promo months,
      *> the day held to 28 so it lands in every month.
       77 WS-PROMO-YEAR        PIC 9(4) VALUE 0.
       77 WS-PROMO-MONTH       PIC 9(2) VALUE 0.
       77 WS-PROMO-DAY         PIC 9(2) VALUE 0.
       77 WS-PROMO-MONTHS-TOT  PIC 9(5) VALUE 0.
       77 WS-PROMO-END         PIC X(8) VALUE SPACES.

      *> Segment view
       77 WS-SEG-FILE-OPEN     PIC X VALUE "N".
           88 SEG-FILE-OPEN      VALUE "Y".
       77 WS-SEG-TOTAL-OPEN    PIC S9(11)V99 VALUE 0.
       77 WS-PURCHASE-BAL      PIC S9(11)V99 VALUE 0.
       77 WS-EFFECTIVE-APR     PIC 9(3)V99 VALUE 0.
       77 WS-SEG-TYPE-TEXT     PIC X(16) VALUE SPACES.
       77 WS-BAL-SHOW          PIC -(9)9.99.
       77 WS-APR-SHOW          PIC ZZ9.99.

      *> Cash side - the advance lands on the cardholder's cash
      *> balance through BALANCE-DELTA, journalled like every other
      *> posting.
       COPY "user-ctl-data.cpy".
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       77 WS-BAL-EDIT          PIC -(9)9.99.

      *> Record-lock protocol around the card's read-rewrite.
       77 WS-LOCK-RESOURCE     PIC X(10) VALUE SPACES.
       77 WS-LOCK-RET-CODE     PIC S9(4) COMP.

      *> Posting journal - the card-side debit and the fee.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Watch-list review gate
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
       01 LK-USER-ID   PIC X(10).
       01 LK-RET-CODE  PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-OP OP-FIELDS OP-FIELD-COUNT
                                 LK-USER-ID LK-RET-CODE.

           MOVE 0 TO LK-RET-CODE
           EVALUATE LK-OP
               WHEN "cash-advance"
                   PERFORM CHECK-BATCH-WINDOW
                   IF NOT WINDOW-CLOSED
                       SET KIND-CASH-ADVANCE TO TRUE
                       MOVE "CASHADV" TO WS-SEG-SOURCE
                       PERFORM ADVANCE-CARD-CREDIT
                   END-IF
               WHEN "balance-transfer"
                   PERFORM CHECK-BATCH-WINDOW
                   IF NOT WINDOW-CLOSED
                       SET KIND-BAL-TRANSFER TO TRUE
                       MOVE "BALXFER" TO WS-SEG-SOURCE
                       PERFORM ADVANCE-CARD-CREDIT
                   END-IF
               WHEN "list"
                   PERFORM LIST-SEGMENTS
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
           END-EVALUATE

           GOBACK.

      *> ----------------------------------------------------------------
      *> CHECK-BATCH-WINDOW - sets WINDOW-CLOSED (and return code 18
      *> with a clean message) while the nightly suite holds the
      *> masters.
      *> ----------------------------------------------------------------
       CHECK-BATCH-WINDOW.
           MOVE "N" TO WS-WINDOW-CLOSED
           MOVE "BATCH-WINDOW" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-GATE-RET
           IF WS-CTL-VALUE(1:6) = "CLOSED"
               DISPLAY "System is in nightly processing; please "
                       "try again shortly."
               MOVE "Y" TO WS-WINDOW-CLOSED
               MOVE 18 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOOKUP-OP-FIELD - looks WS-LOOKUP-NAME up in OP-FIELDS; returns
      *> the value in WS-LOOKUP-VALUE and sets LOOKUP-FOUND.
      *> ----------------------------------------------------------------
       LOOKUP-OP-FIELD.
           MOVE "N" TO WS-LOOKUP-FOUND
           MOVE SPACES TO WS-LOOKUP-VALUE
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
                   UNTIL WS-LOOKUP-IDX > OP-FIELD-COUNT
               IF OP-FIELD-NAME(WS-LOOKUP-IDX) = WS-LOOKUP-NAME
                   MOVE OP-FIELD-VALUE(WS-LOOKUP-IDX) TO WS-LOOKUP-VALUE
                   MOVE "Y" TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.
           EXIT.

       GET-SWITCH.
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-GATE-RET
           IF WS-CTL-GATE-RET NOT = 0
               MOVE SPACES TO WS-CTL-VALUE
           END-IF.
           EXIT.

       LOAD-SWITCHES.
           MOVE "CARD-CASH-APR" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-CASH-APR
           END-IF
           MOVE "CARD-CASH-LIMIT-PCT" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-CASH-LIMIT-PCT
           END-IF
           MOVE "CARD-BT-PROMO-APR" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-BT-PROMO-APR
           END-IF
           MOVE "CARD-BT-PROMO-MONTHS" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE)
                    TO WS-BT-PROMO-MONTHS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> ADVANCE-CARD-CREDIT - the cardholder draws --amount off the
      *> card named by --id onto their cash balance, as a cash advance
      *> or a balance transfer per WS-SEG-KIND. The amount and its
      *> fee must both fit the available credit (and a cash advance
      *> the cash line); the amount opens a new segment, the fee
      *> lands on purchases.
      *> ----------------------------------------------------------------
       ADVANCE-CARD-CREDIT.
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "SANCTION" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", LK-USER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "Refused: this account is under compliance "
                       "review and no money may move on it."
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-SEG-CARD-ID
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE 0 TO WS-SEG-AMOUNT
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-SEG-AMOUNT
           END-IF
           IF WS-SEG-CARD-ID = SPACES OR WS-SEG-AMOUNT = 0
               DISPLAY "A card and an amount are required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SWITCHES
           PERFORM PRICE-SEGMENT-FEE
           COMPUTE WS-SEG-TOTAL = WS-SEG-AMOUNT + WS-SEG-FEE

           MOVE WS-SEG-CARD-ID TO WS-LOCK-RESOURCE
           CALL "BLM-LOCK-CONTROLLER" USING "ACQUIRE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE
           IF WS-LOCK-RET-CODE = 24
               DISPLAY "Record busy - another session is updating "
                       "this card. Try again."
               MOVE 24 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CARD-MASTER-FILE
           MOVE WS-SEG-CARD-ID TO CARD-ID
           READ CARD-MASTER-FILE KEY IS CARD-ID
           IF WS-FILE-STATUS NOT = "00"
                   OR CARD-USER-ID NOT = LK-USER-ID
               DISPLAY "Card not found."
               MOVE 4 TO LK-RET-CODE
               PERFORM CLOSE-AND-RELEASE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SEG-FOR-WRITE
           PERFORM SUM-CASH-SEGMENTS
           COMPUTE WS-CASH-LINE ROUNDED =
                   CARD-CREDIT-LIMIT * WS-CASH-LIMIT-PCT / 100
           EVALUATE TRUE
               WHEN NOT CARD-ACTIVE
                   DISPLAY "Card " CARD-ID " is not active."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-SEG-TOTAL > CARD-AVAILABLE-BAL
                   MOVE WS-SEG-FEE TO WS-AMT-EDIT
                   DISPLAY "Not enough available credit for the "
                           "amount and its fee of "
                           FUNCTION TRIM(WS-AMT-EDIT) "."
                   MOVE 16 TO LK-RET-CODE
               WHEN KIND-CASH-ADVANCE
                       AND WS-CASH-OPEN-BAL + WS-SEG-AMOUNT
                       > WS-CASH-LINE
                   MOVE WS-CASH-LINE TO WS-AMT-EDIT
                   DISPLAY "Over the card's cash-advance line of "
                           FUNCTION TRIM(WS-AMT-EDIT) "."
                   MOVE 16 TO LK-RET-CODE
           END-EVALUATE
           IF LK-RET-CODE NOT = 0
               CLOSE CARD-SEGMENT-FILE
               PERFORM CLOSE-AND-RELEASE
               EXIT PARAGRAPH
           END-IF

           PERFORM STAMP-SEG-TIME
           COMPUTE CARD-AVAILABLE-BAL =
                   CARD-AVAILABLE-BAL - WS-SEG-TOTAL
           MOVE WS-TIMESTAMP TO CARD-UPDATED-AT
           REWRITE CREDIT-CARD-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating card, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE CARD-SEGMENT-FILE
               PERFORM CLOSE-AND-RELEASE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NEW-SEGMENT
           IF WS-SEG-STATUS NOT = "00"
               PERFORM RESTORE-CARD-AVAILABLE
               MOVE 12 TO LK-RET-CODE
               CLOSE CARD-SEGMENT-FILE
               PERFORM CLOSE-AND-RELEASE
               EXIT PARAGRAPH
           END-IF

      *>   the cash side: a credit that doesn't post (the user lock's
      *>   24-busy included) takes the segment back off and restores
      *>   the card, so nothing is left half-moved.
           MOVE WS-SEG-AMOUNT TO WS-BAL-EDIT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE WS-SEG-SOURCE TO UCD-UPD-SOURCE-TYPE
           MOVE CARD-ID TO UCD-UPD-SOURCE-ID
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Cash credit did not post (code "
                       WS-CTL-RET-CODE "); nothing was drawn. "
                       "Try again."
               MOVE WS-SEG-CARD-ID TO CSEG-CARD-ID
               MOVE WS-NEXT-SEQ TO CSEG-SEQ
               DELETE CARD-SEGMENT-FILE RECORD
               IF WS-SEG-STATUS NOT = "00"
                   DISPLAY "ERROR: segment " WS-SEG-CARD-ID "/"
                           WS-NEXT-SEQ " not removed after the "
                           "refused credit, status " WS-SEG-STATUS
               END-IF
               PERFORM RESTORE-CARD-AVAILABLE
               MOVE WS-CTL-RET-CODE TO LK-RET-CODE
               CLOSE CARD-SEGMENT-FILE
               PERFORM CLOSE-AND-RELEASE
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNAL-SEGMENT-DRAW
           CLOSE CARD-SEGMENT-FILE
           PERFORM CLOSE-AND-RELEASE

           MOVE WS-SEG-AMOUNT TO WS-AMT-EDIT
           IF KIND-CASH-ADVANCE
               MOVE WS-CASH-APR TO WS-APR-SHOW
               DISPLAY "Cash advance of " FUNCTION TRIM(WS-AMT-EDIT)
                       " from card " WS-SEG-CARD-ID " credited to "
                       "your balance at " FUNCTION TRIM(WS-APR-SHOW)
                       "% APR."
           ELSE
               MOVE WS-BT-PROMO-APR TO WS-APR-SHOW
               DISPLAY "Balance transfer of "
                       FUNCTION TRIM(WS-AMT-EDIT) " from card "
                       WS-SEG-CARD-ID " credited to your balance at "
                       FUNCTION TRIM(WS-APR-SHOW) "% APR until "
                       WS-PROMO-END "."
           END-IF
           IF WS-SEG-FEE > 0
               MOVE WS-SEG-FEE TO WS-AMT-EDIT
               DISPLAY "Fee charged to the card: "
                       FUNCTION TRIM(WS-AMT-EDIT)
           END-IF
           MOVE 0 TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> PRICE-SEGMENT-FEE - quotes the CASHADV or BALXFER schedule
      *> entry off the amount through BLM-FEE-CONTROLLER; no row on
      *> the schedule prices to zero.
      *> ----------------------------------------------------------------
       PRICE-SEGMENT-FEE.
           MOVE 0 TO WS-SEG-FEE
           MOVE "code" TO WS-FQ-FIELD-NAME(1)
           MOVE WS-SEG-SOURCE TO WS-FQ-FIELD-VALUE(1)
           MOVE "amount" TO WS-FQ-FIELD-NAME(2)
           MOVE WS-SEG-AMOUNT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-FQ-FIELD-VALUE(2)
           MOVE 2 TO WS-FQ-FIELD-COUNT
           CALL "BLM-FEE-CONTROLLER" USING "quote", WS-FQ-FIELDS,
                WS-FQ-FIELD-COUNT, LK-USER-ID, WS-FEE-RET-CODE
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                   UNTIL WS-FEE-IDX > WS-FQ-FIELD-COUNT
               IF WS-FQ-FIELD-NAME(WS-FEE-IDX) = "fee-amount"
                   COMPUTE WS-SEG-FEE = FUNCTION NUMVAL(
                           WS-FQ-FIELD-VALUE(WS-FEE-IDX))
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> SUM-CASH-SEGMENTS - the open cash-advance balance on
      *> WS-SEG-CARD-ID, and the next free segment number on it.
      *> ----------------------------------------------------------------
       SUM-CASH-SEGMENTS.
           MOVE 0 TO WS-CASH-OPEN-BAL WS-NEXT-SEQ
           MOVE WS-SEG-CARD-ID TO CSEG-CARD-ID
           MOVE 0 TO CSEG-SEQ
           START CARD-SEGMENT-FILE KEY IS NOT LESS THAN CSEG-KEY
           IF WS-SEG-STATUS = "00"
               READ CARD-SEGMENT-FILE NEXT RECORD
               PERFORM UNTIL WS-SEG-STATUS NOT = "00"
                       OR CSEG-CARD-ID NOT = WS-SEG-CARD-ID
                   IF CSEG-CASH-ADVANCE AND CSEG-OPEN
                       ADD CSEG-BALANCE TO WS-CASH-OPEN-BAL
                   END-IF
                   MOVE CSEG-SEQ TO WS-NEXT-SEQ
                   READ CARD-SEGMENT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ.
           EXIT.

       WRITE-NEW-SEGMENT.
           MOVE SPACES TO CARD-SEGMENT-RECORD
           MOVE WS-SEG-CARD-ID TO CSEG-CARD-ID
           MOVE WS-NEXT-SEQ TO CSEG-SEQ
           MOVE CARD-USER-ID TO CSEG-USER-ID
           MOVE WS-SEG-KIND TO CSEG-TYPE
           SET CSEG-OPEN TO TRUE
           MOVE WS-SEG-AMOUNT TO CSEG-ORIG-AMOUNT CSEG-BALANCE
           MOVE WS-SEG-FEE TO CSEG-FEE-AMOUNT
           MOVE 0 TO CSEG-INT-TO-DATE CSEG-PAID-TO-DATE
           MOVE WS-TIMESTAMP TO CSEG-OPENED-AT
           IF KIND-CASH-ADVANCE
               MOVE WS-CASH-APR TO CSEG-APR
               MOVE 0 TO CSEG-PROMO-APR
           ELSE
               MOVE CARD-INTEREST-RATE TO CSEG-APR
               MOVE WS-BT-PROMO-APR TO CSEG-PROMO-APR
               PERFORM COMPUTE-PROMO-END
               MOVE WS-PROMO-END TO CSEG-PROMO-END
           END-IF
           WRITE CARD-SEGMENT-RECORD
           IF WS-SEG-STATUS NOT = "00"
               DISPLAY "Error writing card segment, status "
                       WS-SEG-STATUS
           END-IF.
           EXIT.

       COMPUTE-PROMO-END.
           MOVE WS-TIMESTAMP(1:4) TO WS-PROMO-YEAR
           MOVE WS-TIMESTAMP(5:2) TO WS-PROMO-MONTH
           MOVE WS-TIMESTAMP(7:2) TO WS-PROMO-DAY
           IF WS-PROMO-DAY > 28
               MOVE 28 TO WS-PROMO-DAY
           END-IF
           COMPUTE WS-PROMO-MONTHS-TOT =
                   WS-PROMO-MONTH + WS-BT-PROMO-MONTHS
           PERFORM UNTIL WS-PROMO-MONTHS-TOT <= 12
               COMPUTE WS-PROMO-MONTHS-TOT = WS-PROMO-MONTHS-TOT - 12
               ADD 1 TO WS-PROMO-YEAR
           END-PERFORM
           MOVE WS-PROMO-MONTHS-TOT TO WS-PROMO-MONTH
           MOVE SPACES TO WS-PROMO-END
           STRING WS-PROMO-YEAR WS-PROMO-MONTH WS-PROMO-DAY
               DELIMITED BY SIZE INTO WS-PROMO-END.
           EXIT.

      *> puts the draw back on the card after a later step failed; a
      *> card that can't be restored is reported for repair by hand.
       RESTORE-CARD-AVAILABLE.
           COMPUTE CARD-AVAILABLE-BAL =
                   CARD-AVAILABLE-BAL + WS-SEG-TOTAL
           REWRITE CREDIT-CARD-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: card " CARD-ID " still carries a draw "
                       "of " WS-SEG-TOTAL " that did not go through, "
                       "status " WS-FILE-STATUS
           END-IF.
           EXIT.

      *> the card-side legs: the draw itself (paired with the cash
      *> credit's BALANCE-DELTA journal row) and its fee.
       JOURNAL-SEGMENT-DRAW.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE CARD-ID TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           MOVE WS-SEG-AMOUNT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE WS-SEG-SOURCE TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE CARD-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           COMPUTE JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY =
                   CARD-AVAILABLE-BAL + WS-SEG-FEE
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE
           IF WS-SEG-FEE > 0
               MOVE SPACES TO WS-JOURNAL-ENTRY
               MOVE CARD-ID TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
               SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
               MOVE WS-SEG-FEE TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
               MOVE "FEE" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
               MOVE WS-SEG-SOURCE TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
               MOVE CARD-AVAILABLE-BAL
                    TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
               CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                    WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE
           END-IF.
           EXIT.

       CLOSE-AND-RELEASE.
           CLOSE CARD-MASTER-FILE
           CALL "BLM-LOCK-CONTROLLER" USING "RELEASE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-SEGMENTS - the cardholder's view of the card named by
      *> --id: purchases at the card's rate, then every open cash
      *> advance and balance transfer with the rate in force today.
      *> ----------------------------------------------------------------
       LIST-SEGMENTS.
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-SEG-CARD-ID
           OPEN INPUT CARD-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Card not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEG-CARD-ID TO CARD-ID
           READ CARD-MASTER-FILE KEY IS CARD-ID
           IF WS-FILE-STATUS NOT = "00"
                   OR CARD-USER-ID NOT = LK-USER-ID
               DISPLAY "Card not found."
               MOVE 4 TO LK-RET-CODE
               CLOSE CARD-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE CARD-MASTER-FILE
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD

           MOVE 0 TO WS-SEG-TOTAL-OPEN
           MOVE "N" TO WS-SEG-FILE-OPEN
           OPEN INPUT CARD-SEGMENT-FILE
           IF WS-SEG-STATUS = "00"
               MOVE "Y" TO WS-SEG-FILE-OPEN
               MOVE WS-SEG-CARD-ID TO CSEG-CARD-ID
               MOVE 0 TO CSEG-SEQ
               START CARD-SEGMENT-FILE KEY IS NOT LESS THAN CSEG-KEY
               IF WS-SEG-STATUS = "00"
                   READ CARD-SEGMENT-FILE NEXT RECORD
                   PERFORM UNTIL WS-SEG-STATUS NOT = "00"
                           OR CSEG-CARD-ID NOT = WS-SEG-CARD-ID
                       IF CSEG-OPEN
                           ADD CSEG-BALANCE TO WS-SEG-TOTAL-OPEN
                       END-IF
                       READ CARD-SEGMENT-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF
           COMPUTE WS-PURCHASE-BAL =
                   CARD-CREDIT-LIMIT - CARD-AVAILABLE-BAL
                   - WS-SEG-TOTAL-OPEN
           DISPLAY "Balance segments on card " CARD-ID ":"
           MOVE WS-PURCHASE-BAL TO WS-BAL-SHOW
           MOVE CARD-INTEREST-RATE TO WS-APR-SHOW
           DISPLAY "  PURCHASES        " WS-BAL-SHOW " at "
                   WS-APR-SHOW "%"
           IF SEG-FILE-OPEN
               MOVE WS-SEG-CARD-ID TO CSEG-CARD-ID
               MOVE 0 TO CSEG-SEQ
               START CARD-SEGMENT-FILE KEY IS NOT LESS THAN CSEG-KEY
               IF WS-SEG-STATUS = "00"
                   READ CARD-SEGMENT-FILE NEXT RECORD
                   PERFORM UNTIL WS-SEG-STATUS NOT = "00"
                           OR CSEG-CARD-ID NOT = WS-SEG-CARD-ID
                       IF CSEG-OPEN
                           PERFORM SHOW-ONE-SEGMENT
                       END-IF
                       READ CARD-SEGMENT-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE CARD-SEGMENT-FILE
           END-IF.
           EXIT.

       SHOW-ONE-SEGMENT.
           IF CSEG-CASH-ADVANCE
               MOVE "CASH ADVANCE" TO WS-SEG-TYPE-TEXT
           ELSE
               MOVE "BAL TRANSFER" TO WS-SEG-TYPE-TEXT
           END-IF
           MOVE CSEG-APR TO WS-EFFECTIVE-APR
           IF CSEG-PROMO-END NOT = SPACES
                   AND CSEG-PROMO-END >= WS-CDT-DATE
               MOVE CSEG-PROMO-APR TO WS-EFFECTIVE-APR
           END-IF
           MOVE CSEG-BALANCE TO WS-BAL-SHOW
           MOVE WS-EFFECTIVE-APR TO WS-APR-SHOW
           IF CSEG-PROMO-END NOT = SPACES
                   AND CSEG-PROMO-END >= WS-CDT-DATE
               DISPLAY "  " WS-SEG-TYPE-TEXT " " WS-BAL-SHOW " at "
                       WS-APR-SHOW "% until " CSEG-PROMO-END
                       " (opened " CSEG-OPENED-AT(1:8) ")"
           ELSE
               DISPLAY "  " WS-SEG-TYPE-TEXT " " WS-BAL-SHOW " at "
                       WS-APR-SHOW "% (opened " CSEG-OPENED-AT(1:8)
                       ")"
           END-IF.
           EXIT.

       STAMP-SEG-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-SEG-FOR-WRITE.
           OPEN I-O CARD-SEGMENT-FILE
           IF WS-SEG-STATUS = "35"
               OPEN OUTPUT CARD-SEGMENT-FILE
               CLOSE CARD-SEGMENT-FILE
               OPEN I-O CARD-SEGMENT-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-CARDSEG-CONTROLLER.
