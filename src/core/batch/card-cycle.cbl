      *>                     late fee prices through the FEE-MASTER-
      *>                     FILE LATEFEE code and journals against
      *>                     the card like every other card movement.
      *>   15/10/2026 - jm - The late pass now ages each card cycle
      *>                     over cycle (30/60/90+ on
      *>                     CARD-DELINQ-BUCKET): a missed minimum
      *>                     steps the bucket and refers the card to
      *>                     the collections worklist, reaching
      *>                     CARD-BLOCK-BUCKET (default 3) blocks the
      *>                     card with a notice, and a covered minimum
      *>                     brings it current and lifts a block the
      *>                     aging set.
      *>   15/10/2026 - jm - The cut first spreads the payments made
      *>                     since the previous cut across the card's
      *>                     balance segments (CARDSEG): up to the
      *>                     minimum due lowest APR first, the rest
      *>                     highest APR first, purchases taking its
      *>                     share as the residual.
      *>   15/10/2026 - jm - A card is referred to collections only when
      *>                     it has no live entry there, and its entries
      *>                     are closed when it is brought current; the
      *>                     late fee is priced for the card holder so
      *>                     their relationship tier applies.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CARD-CYCLE.
                 ALTERNATE RECORD KEY IS PAYMENT-USER-ID
                     WITH DUPLICATES
                 FILE STATUS IS WS-PAY-STATUS.
             SELECT CARD-SEGMENT-FILE ASSIGN TO "CARDSEG"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CSEG-KEY
                 FILE STATUS IS WS-SEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "payment.cpy".
       FD  CARD-SEGMENT-FILE
           LABEL RECORD STANDARD.
           COPY "card-segment.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-PAY-STATUS        PIC XX VALUE SPACES.
       77 WS-SEG-STATUS        PIC XX VALUE SPACES.
       77 WS-SEG-FILE-OPEN     PIC X VALUE "N".
           88 SEG-FILE-OPEN      VALUE "Y".
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-TODAY-YYYYMM      PIC 9(6).
       77 WS-CYCLE-YYYYMM      PIC 9(6).
       77 WS-DUE-INT           PIC 9(8) COMP VALUE 0.
       77 WS-DUE-DATE          PIC 9(8) VALUE 0.

      *> Payment allocation at the cut: the payments made since the
      *> previous cut are spread over the card's balance segments -
      *> up to the minimum due lowest APR first, the rest highest APR
      *> first. Entry 1 of the table is always purchases (the
      *> residual, priced at CARD-INTEREST-RATE); the open cash
      *> advance and balance transfer rows follow it.
       77 WS-ALLOC-PAID        PIC 9(9)V99 VALUE 0.
       77 WS-ALLOC-LEFT        PIC 9(9)V99 VALUE 0.
       77 WS-ALLOC-TIER        PIC 9(9)V99 VALUE 0.
       77 WS-ALLOC-TAKE        PIC 9(9)V99 VALUE 0.
       77 WS-ALLOC-SEG-TOTAL   PIC S9(11)V99 VALUE 0.
       77 WS-ALLOC-COUNT       PIC 9(3) COMP VALUE 0.
       77 WS-ALLOC-IDX         PIC 9(3) COMP VALUE 0.
       77 WS-ALLOC-PICK        PIC 9(3) COMP VALUE 0.
       77 WS-ALLOC-ORDER       PIC X VALUE "L".
           88 ALLOC-LOWEST-FIRST  VALUE "L".
           88 ALLOC-HIGHEST-FIRST VALUE "H".
       01 WS-ALLOC-TABLE.
           05 WS-ALLOC-ENTRY OCCURS 50 TIMES.
               10 WS-AL-SEQ        PIC 9(3).
               10 WS-AL-BAL        PIC S9(9)V99.
               10 WS-AL-APR        PIC 9(3)V99.
               10 WS-AL-PAID       PIC 9(9)V99.
       77 WS-SEGS-PAID-DOWN    PIC 9(5) COMP VALUE 0.

      *> Late-fee working fields: payments covering the minimum are
      *> summed between the cycle cut and the due date.
       77 WS-PAID-TOTAL        PIC 9(9)V99 VALUE 0.
       77 WS-MIN-DUE-EDIT      PIC 9(9).99.
       COPY "op-fields.cpy".

      *> Delinquency aging - the bucket that blocks the card comes off
      *> the CARD-BLOCK-BUCKET system switch.
       77 WS-BLOCK-BUCKET      PIC 9(1) VALUE 3.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
       77 WS-COLL-ID           PIC X(10) VALUE SPACES.
       77 WS-COLL-RET-CODE     PIC S9(4) COMP.

      *> Posting journal - the late-fee debit journals against the
      *> card like every other card-balance movement.
       COPY "journal.cpy"
       77 WS-CYCLES-CUT        PIC 9(5) COMP VALUE 0.
       77 WS-CYCLES-SKIPPED    PIC 9(5) COMP VALUE 0.
       77 WS-LATE-FEES-POSTED  PIC 9(5) COMP VALUE 0.
       77 WS-CARDS-AGED        PIC 9(5) COMP VALUE 0.
       77 WS-CARDS-BLOCKED     PIC 9(5) COMP VALUE 0.
       77 WS-CARDS-CURED       PIC 9(5) COMP VALUE 0.
       77 WS-CYCLE-TOT-RECORDS PIC 9(7) COMP VALUE 0.

      *> Run-history ledger rows for the operations summary
           MOVE WS-TODAY-DATE(1:6) TO WS-TODAY-YYYYMM
           DISPLAY "=== Monthly Card Billing Cycle ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE "CARD-BLOCK-BUCKET" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-BLOCK-BUCKET
           END-IF
           IF WS-BLOCK-BUCKET < 1
               MOVE 3 TO WS-BLOCK-BUCKET
           END-IF
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CARD-CYCLE" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
      *> harmless.
      *> ----------------------------------------------------------------
       2000-CUT-CYCLES.
           MOVE "N" TO WS-SEG-FILE-OPEN
           OPEN I-O CARD-SEGMENT-FILE
           IF WS-SEG-STATUS = "00"
               MOVE "Y" TO WS-SEG-FILE-OPEN
           END-IF
           OPEN I-O CARD-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No cards on file."
                   END-PERFORM
               END-IF
               CLOSE CARD-MASTER-FILE
           END-IF
           IF SEG-FILE-OPEN
               CLOSE CARD-SEGMENT-FILE
           END-IF.
           EXIT.

       2100-CUT-ONE-CYCLE.
           COMPUTE WS-CARRIED-BAL =
                   CARD-CREDIT-LIMIT - CARD-AVAILABLE-BAL
           IF SEG-FILE-OPEN AND CARD-CYCLE-DATE NOT = SPACES
               PERFORM 2200-ALLOCATE-PAYMENTS
           END-IF
           MOVE WS-CARRIED-BAL TO CARD-STMT-BALANCE
           MOVE WS-TODAY-DATE TO CARD-CYCLE-DATE
           MOVE "N" TO CARD-LATE-FLAG
                WS-NT-FIELD-COUNT, CARD-USER-ID, WS-NT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2200-ALLOCATE-PAYMENTS - runs ahead of the snapshot, while
      *> CARD-CYCLE-DATE and CARD-MIN-DUE still describe the cycle
      *> being closed. The payments made since that cut are spread
      *> across the segments: the part up to the old minimum due
      *> lowest APR first, everything above it highest APR first,
      *> each segment taking no more than it owes. What lands on
      *> purchases needs no posting - purchases is the residual.
      *> ----------------------------------------------------------------
       2200-ALLOCATE-PAYMENTS.
           PERFORM 2210-SUM-PERIOD-PAYMENTS
           IF WS-ALLOC-PAID = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 2220-LOAD-SEGMENTS
           IF WS-ALLOC-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           IF WS-ALLOC-PAID < CARD-MIN-DUE
               MOVE WS-ALLOC-PAID TO WS-ALLOC-TIER
           ELSE
               MOVE CARD-MIN-DUE TO WS-ALLOC-TIER
           END-IF
           MOVE WS-ALLOC-TIER TO WS-ALLOC-LEFT
           SET ALLOC-LOWEST-FIRST TO TRUE
           PERFORM 2230-SPREAD-TIER
           COMPUTE WS-ALLOC-LEFT =
                   WS-ALLOC-PAID - WS-ALLOC-TIER + WS-ALLOC-LEFT
           SET ALLOC-HIGHEST-FIRST TO TRUE
           PERFORM 2230-SPREAD-TIER
           PERFORM 2250-POST-ONE-ALLOCATION
               VARYING WS-ALLOC-IDX FROM 2 BY 1
               UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT.
           EXIT.

      *> the COMPLETE payments applied to the card after the old cut,
      *> through tonight.
       2210-SUM-PERIOD-PAYMENTS.
           MOVE 0 TO WS-ALLOC-PAID
           OPEN INPUT PAYMENT-MASTER-FILE
           IF WS-PAY-STATUS = "00"
               MOVE LOW-VALUES TO PAYMENT-ID
               START PAYMENT-MASTER-FILE
                   KEY IS NOT LESS THAN PAYMENT-ID
               IF WS-PAY-STATUS = "00"
                   READ PAYMENT-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-PAY-STATUS NOT = "00"
                       IF PAYMENT-CARD-ID = CARD-ID
                               AND PAYMENT-COMPLETE
                               AND PAYMENT-CREATED-AT(1:8)
                               > CARD-CYCLE-DATE
                               AND PAYMENT-CREATED-AT(1:8)
                               <= WS-TODAY-DATE
                           ADD PAYMENT-AMOUNT TO WS-ALLOC-PAID
                       END-IF
                       READ PAYMENT-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE PAYMENT-MASTER-FILE
           END-IF.
           EXIT.

      *> entry 1 purchases, then each open segment at the APR in force
      *> tonight. The balances are the ones owed before the payments:
      *> a segment row is untouched by a payment until this pass, and
      *> purchases gets the period's payments added back.
       2220-LOAD-SEGMENTS.
           INITIALIZE WS-ALLOC-TABLE
           MOVE 1 TO WS-ALLOC-COUNT
           MOVE 0 TO WS-ALLOC-SEG-TOTAL
           MOVE CARD-ID TO CSEG-CARD-ID
           MOVE 0 TO CSEG-SEQ
           START CARD-SEGMENT-FILE KEY IS NOT LESS THAN CSEG-KEY
           IF WS-SEG-STATUS = "00"
               READ CARD-SEGMENT-FILE NEXT RECORD
               PERFORM UNTIL WS-SEG-STATUS NOT = "00"
                       OR CSEG-CARD-ID NOT = CARD-ID
                       OR WS-ALLOC-COUNT >= 50
                   IF CSEG-OPEN AND CSEG-BALANCE > 0
                       ADD 1 TO WS-ALLOC-COUNT
                       MOVE CSEG-SEQ TO WS-AL-SEQ(WS-ALLOC-COUNT)
                       MOVE CSEG-BALANCE TO WS-AL-BAL(WS-ALLOC-COUNT)
                       MOVE CSEG-APR TO WS-AL-APR(WS-ALLOC-COUNT)
                       IF CSEG-PROMO-END NOT = SPACES
                               AND CSEG-PROMO-END >= WS-TODAY-DATE
                           MOVE CSEG-PROMO-APR
                                TO WS-AL-APR(WS-ALLOC-COUNT)
                       END-IF
                       ADD CSEG-BALANCE TO WS-ALLOC-SEG-TOTAL
                   END-IF
                   READ CARD-SEGMENT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           MOVE 0 TO WS-AL-SEQ(1)
           COMPUTE WS-AL-BAL(1) = WS-CARRIED-BAL - WS-ALLOC-SEG-TOTAL
                   + WS-ALLOC-PAID
           MOVE CARD-INTEREST-RATE TO WS-AL-APR(1).
           EXIT.

      *> hands WS-ALLOC-LEFT out one segment at a time in
      *> WS-ALLOC-ORDER until it runs out or nothing is left owing.
       2230-SPREAD-TIER.
           PERFORM 2240-PICK-SEGMENT
           PERFORM UNTIL WS-ALLOC-LEFT = 0 OR WS-ALLOC-PICK = 0
               COMPUTE WS-ALLOC-TAKE = WS-AL-BAL(WS-ALLOC-PICK)
                       - WS-AL-PAID(WS-ALLOC-PICK)
               IF WS-ALLOC-TAKE > WS-ALLOC-LEFT
                   MOVE WS-ALLOC-LEFT TO WS-ALLOC-TAKE
               END-IF
               ADD WS-ALLOC-TAKE TO WS-AL-PAID(WS-ALLOC-PICK)
               SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-LEFT
               PERFORM 2240-PICK-SEGMENT
           END-PERFORM.
           EXIT.

      *> the lowest- or highest-APR entry still owing; ties go to
      *> the earlier entry, so purchases before segments.
       2240-PICK-SEGMENT.
           MOVE 0 TO WS-ALLOC-PICK
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
               IF WS-AL-BAL(WS-ALLOC-IDX) > WS-AL-PAID(WS-ALLOC-IDX)
                   EVALUATE TRUE
                       WHEN WS-ALLOC-PICK = 0
                           MOVE WS-ALLOC-IDX TO WS-ALLOC-PICK
                       WHEN ALLOC-LOWEST-FIRST
                               AND WS-AL-APR(WS-ALLOC-IDX)
                               < WS-AL-APR(WS-ALLOC-PICK)
                           MOVE WS-ALLOC-IDX TO WS-ALLOC-PICK
                       WHEN ALLOC-HIGHEST-FIRST
                               AND WS-AL-APR(WS-ALLOC-IDX)
                               > WS-AL-APR(WS-ALLOC-PICK)
                           MOVE WS-ALLOC-IDX TO WS-ALLOC-PICK
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXIT.

       2250-POST-ONE-ALLOCATION.
           IF WS-AL-PAID(WS-ALLOC-IDX) > 0
               MOVE CARD-ID TO CSEG-CARD-ID
               MOVE WS-AL-SEQ(WS-ALLOC-IDX) TO CSEG-SEQ
               READ CARD-SEGMENT-FILE KEY IS CSEG-KEY
               IF WS-SEG-STATUS = "00"
                   SUBTRACT WS-AL-PAID(WS-ALLOC-IDX) FROM CSEG-BALANCE
                   ADD WS-AL-PAID(WS-ALLOC-IDX) TO CSEG-PAID-TO-DATE
                   IF CSEG-BALANCE <= 0
                       MOVE 0 TO CSEG-BALANCE
                       SET CSEG-PAID TO TRUE
                       ADD 1 TO WS-SEGS-PAID-DOWN
                   END-IF
                   REWRITE CARD-SEGMENT-RECORD
                   DISPLAY "  Payment applied " CARD-ID "/" CSEG-SEQ
                           " " WS-AL-PAID(WS-ALLOC-IDX)
                           " segment balance " CSEG-BALANCE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-ASSESS-LATE-FEES - for every card whose due date has
      *> passed with a minimum still owed and no late fee yet assessed
       3100-CHECK-ONE-CARD-LATE.
           MOVE CARD-ID TO WS-LATE-CARD-ID
           PERFORM 3110-SUM-CYCLE-PAYMENTS
           IF CARD-DELINQ-BUCKET NOT NUMERIC
               MOVE 0 TO CARD-DELINQ-BUCKET
           END-IF
           IF WS-PAID-TOTAL >= CARD-MIN-DUE
               PERFORM 3150-BRING-CARD-CURRENT
               SET CARD-LATE-ASSESSED TO TRUE
               REWRITE CREDIT-CARD-RECORD
           ELSE
               PERFORM 3160-AGE-CARD
               PERFORM 3120-PRICE-LATE-FEE
               IF WS-LATE-FEE-AMT > 0
                   COMPUTE CARD-AVAILABLE-BAL =
      *> 3120-PRICE-LATE-FEE - prices the LATEFEE schedule entry off
      *> the minimum due through BLM-FEE-CONTROLLER's quote, so the
      *> teller-maintained schedule stays the one place fees live. No
      *> row on file prices to zero and nothing is charged. The card
      *> holder goes along as the customer priced, so their
      *> relationship tier discount applies.
      *> ----------------------------------------------------------------
       3120-PRICE-LATE-FEE.
           MOVE 0 TO WS-LATE-FEE-AMT
           MOVE "amount" TO OP-FIELD-NAME(2)
           MOVE CARD-MIN-DUE TO WS-MIN-DUE-EDIT
           MOVE WS-MIN-DUE-EDIT TO OP-FIELD-VALUE(2)
           MOVE "user" TO OP-FIELD-NAME(3)
           MOVE CARD-USER-ID TO OP-FIELD-VALUE(3)
           MOVE 3 TO OP-FIELD-COUNT
           MOVE CARD-USER-ID TO WS-FEE-USER
           CALL "BLM-FEE-CONTROLLER" USING "quote", OP-FIELDS,
                OP-FIELD-COUNT, WS-FEE-USER, WS-FEE-RET-CODE
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
                WS-NT-FIELD-COUNT, CARD-USER-ID, WS-NT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3150-BRING-CARD-CURRENT - the cycle's minimum was covered:
      *> the card ages back to current, its collections entry is
      *> closed, and a block the aging put on it is lifted. A block
      *> set any other way stays.
      *> ----------------------------------------------------------------
       3150-BRING-CARD-CURRENT.
           IF CARD-DELINQ-BUCKET > 0
               ADD 1 TO WS-CARDS-CURED
               DISPLAY "Current  " CARD-ID " was " CARD-DELINQ-BUCKET
                       "0 days past due"
               PERFORM 3190-CURE-REFERRAL
           END-IF
           MOVE 0 TO CARD-DELINQ-BUCKET
           IF CARD-DELINQ-BLOCKED
               MOVE "N" TO CARD-DELINQ-BLOCK
               IF CARD-BLOCKED
                   SET CARD-ACTIVE TO TRUE
                   MOVE "CARD-UNBLOCKED" TO WS-NT-FIELD-VALUE(2)
                   MOVE SPACES TO WS-NT-FIELD-VALUE(3)
                   STRING "Card " CARD-ID ": your account is current "
                          "again and the card has been unblocked."
                          DELIMITED BY SIZE INTO WS-NT-FIELD-VALUE(3)
                   PERFORM 3180-POST-AGING-NOTICE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3160-AGE-CARD - the cycle's minimum was missed: one bucket
      *> older (90+ is as old as it gets), a referral onto the
      *> collections worklist, and at the configured bucket an active
      *> card is blocked with a notice to the holder. The caller's
      *> REWRITE carries the new bucket and status.
      *> ----------------------------------------------------------------
       3160-AGE-CARD.
           IF CARD-DELINQ-BUCKET < 3
               ADD 1 TO CARD-DELINQ-BUCKET
           END-IF
           ADD 1 TO WS-CARDS-AGED
           DISPLAY "Aged     " CARD-ID " to " CARD-DELINQ-BUCKET
                   "0 days past due (paid " WS-PAID-TOTAL
                   " of minimum " CARD-MIN-DUE ")"
           PERFORM 3170-REFER-CARD
           IF CARD-DELINQ-BUCKET >= WS-BLOCK-BUCKET
                   AND CARD-ACTIVE
               SET CARD-BLOCKED TO TRUE
               MOVE "Y" TO CARD-DELINQ-BLOCK
               ADD 1 TO WS-CARDS-BLOCKED
               DISPLAY "BLOCKED  " CARD-ID " for delinquency"
               MOVE "CARD-DELINQ-BLOCK" TO WS-NT-FIELD-VALUE(2)
               MOVE SPACES TO WS-NT-FIELD-VALUE(3)
               STRING "Card " CARD-ID ": blocked after missed minimum"
                      " payments. Bring the account current to have "
                      "it unblocked." DELIMITED BY SIZE
                      INTO WS-NT-FIELD-VALUE(3)
               PERFORM 3180-POST-AGING-NOTICE
           END-IF.
           EXIT.

      *> a card already OPEN or BROKEN on the worklist is not referred
      *> again - the collections controller hands back its entry.
       3170-REFER-CARD.
           MOVE "loan" TO OP-FIELD-NAME(1)
           MOVE CARD-ID TO OP-FIELD-VALUE(1)
           MOVE "user" TO OP-FIELD-NAME(2)
           MOVE CARD-USER-ID TO OP-FIELD-VALUE(2)
           MOVE "outcome" TO OP-FIELD-NAME(3)
           MOVE SPACES TO OP-FIELD-VALUE(3)
           STRING "CARD " CARD-DELINQ-BUCKET "0 DAYS PAST DUE"
                  DELIMITED BY SIZE INTO OP-FIELD-VALUE(3)
           MOVE 3 TO OP-FIELD-COUNT
           MOVE SPACES TO WS-COLL-ID
           CALL "BLM-COLLECT-CONTROLLER" USING "refer", OP-FIELDS,
                OP-FIELD-COUNT, WS-COLL-ID, WS-COLL-RET-CODE
           IF WS-COLL-RET-CODE NOT = 0
               DISPLAY "Collections referral failed for " CARD-ID
                       ", code " WS-COLL-RET-CODE
           END-IF.
           EXIT.

      *> the card is current: its OPEN or BROKEN collections entries
      *> are closed so the worklist drops it.
       3190-CURE-REFERRAL.
           MOVE "loan" TO OP-FIELD-NAME(1)
           MOVE CARD-ID TO OP-FIELD-VALUE(1)
           MOVE 1 TO OP-FIELD-COUNT
           MOVE SPACES TO WS-COLL-ID
           CALL "BLM-COLLECT-CONTROLLER" USING "cure", OP-FIELDS,
                OP-FIELD-COUNT, WS-COLL-ID, WS-COLL-RET-CODE
           IF WS-COLL-RET-CODE NOT = 0
               DISPLAY "Collections entry not closed for " CARD-ID
                       ", code " WS-COLL-RET-CODE
           END-IF.
           EXIT.

      *> event in WS-NT-FIELD-VALUE(2), text in (3), set by the caller.
       3180-POST-AGING-NOTICE.
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE CARD-USER-ID TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, CARD-USER-ID, WS-NT-RET-CODE.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Cycles cut: " WS-CYCLES-CUT
           DISPLAY "Cards already cycled this month: "
                   WS-CYCLES-SKIPPED
           DISPLAY "Balance segments paid off: " WS-SEGS-PAID-DOWN
           DISPLAY "Late fees assessed: " WS-LATE-FEES-POSTED
           DISPLAY "Cards aged a bucket: " WS-CARDS-AGED
                   ", blocked: " WS-CARDS-BLOCKED
                   ", brought current: " WS-CARDS-CURED
           COMPUTE WS-CYCLE-TOT-RECORDS =
                   WS-CYCLES-CUT + WS-LATE-FEES-POSTED
           MOVE SPACES TO WS-RUN-ENTRY
