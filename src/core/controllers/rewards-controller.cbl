      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Card rewards points ledger. A captured charge earns
      *>          points at its merchant category's rate (MCAT-POINTS-
      *>          RATE, else the RWD-BASE-RATE switch, default 1 per
      *>          USD); the points come back off when the charge is
      *>          released or a chargeback on it is upheld; a lot
      *>          expires RWD-EXPIRY-DAYS (default 730) after it was
      *>          earned; the cardholder redeems points for a
      *>          statement credit on the card at RWD-POINT-VALUE USD
      *>          a point (default 0.01), RWD-MIN-REDEEM points at a
      *>          time at least (default 1000).
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: earn/reverse/balance/redeem/
      *>                     expire against a real indexed
      *>                     REWARDS-FILE. Debits always come out of
      *>                     earn lots oldest first, so a reversal or
      *>                     redemption can never drive a card's points
      *>                     negative; points of a reversed charge
      *>                     already redeemed are not recovered.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-REWARDS-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT REWARDS-FILE ASSIGN TO "RWDLEDG"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RWD-KEY
                 ALTERNATE RECORD KEY IS RWD-AUTH-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT MCAT-MASTER-FILE ASSIGN TO "MCATMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MCAT-CODE
                 FILE STATUS IS WS-MCAT-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REWARDS-FILE
           LABEL RECORD STANDARD.
           COPY "rewards-ledger.cpy".
       FD  MCAT-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "merchant-category.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-MCAT-STATUS       PIC XX VALUE SPACES.
       77 WS-CARD-STATUS       PIC XX VALUE SPACES.
       77 WS-CDT-DATE          PIC 9(8).
       77 WS-CDT-TIME          PIC 9(6).
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).
       77 WS-LOOKUP-NAME       PIC X(20).
       77 WS-LOOKUP-VALUE      PIC X(100).
       77 WS-LOOKUP-IDX        PIC 9(4) COMP.
       77 WS-LOOKUP-FOUND      PIC X VALUE "N".
           88 LOOKUP-FOUND       VALUE "Y".

      *> Batch-window gate - a redemption moves money onto the card,
      *> so it backs off politely while the nightly suite owns the
      *> masters.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-CTL-GATE-RET     PIC S9(4) COMP.
       77 WS-WINDOW-CLOSED     PIC X VALUE "N".
           88 WINDOW-CLOSED      VALUE "Y".

      *> Program switches - earn rate, lot life and redemption terms.
       77 WS-BASE-RATE         PIC 9(2)V99 VALUE 1.
       77 WS-EXPIRY-DAYS       PIC 9(4) VALUE 730.
       77 WS-POINT-VALUE       PIC 9V9(4) VALUE 0.01.
       77 WS-MIN-REDEEM        PIC 9(9) VALUE 1000.

      *> The movement being posted
       77 WS-RWD-CARD-ID       PIC X(10) VALUE SPACES.
       77 WS-RWD-USER-ID       PIC X(10) VALUE SPACES.
       77 WS-RWD-AUTH-ID       PIC X(10) VALUE SPACES.
       77 WS-RWD-CATEGORY      PIC X(4) VALUE SPACES.
       77 WS-RWD-AMOUNT        PIC 9(9)V99 VALUE 0.
       77 WS-RWD-NOTE          PIC X(20) VALUE SPACES.
       77 WS-EARN-RATE         PIC 9(2)V99 VALUE 0.
       77 WS-EARN-POINTS       PIC 9(9) VALUE 0.
       77 WS-EXPIRES-DATE      PIC 9(8) VALUE 0.
       77 WS-NEXT-SEQ          PIC 9(6) VALUE 0.

      *> Lot bookkeeping - the charge's own earn lot, and what a
      *> debit wanted against what the lots could give.
       77 WS-LOT-FOUND         PIC X VALUE "N".
           88 EARN-LOT-FOUND     VALUE "Y".
       01 WS-LOT-KEY.
           05 WS-LOT-CARD-ID       PIC X(10).
           05 WS-LOT-SEQ           PIC 9(6).
       77 WS-LOT-POINTS        PIC 9(9) VALUE 0.
       77 WS-REVERSED-SO-FAR   PIC 9(9) VALUE 0.
       77 WS-OWED-POINTS       PIC S9(9) VALUE 0.
       77 WS-WANT-POINTS       PIC 9(9) VALUE 0.
       77 WS-TAKE-POINTS       PIC 9(9) VALUE 0.
       77 WS-TAKEN-POINTS      PIC 9(9) VALUE 0.
       77 WS-SHORT-POINTS      PIC 9(9) VALUE 0.

      *> Card summary for the balance and redemption screens
       77 WS-BALANCE           PIC S9(11) VALUE 0.
       77 WS-EARNED-TOTAL      PIC 9(11) VALUE 0.
       77 WS-REDEEMED-TOTAL    PIC 9(11) VALUE 0.
       77 WS-NEXT-EXPIRY       PIC X(8) VALUE SPACES.
       77 WS-NEXT-EXPIRY-PTS   PIC 9(11) VALUE 0.
       77 WS-BALANCE-VALUE     PIC 9(9)V99 VALUE 0.
       77 WS-CREDIT-AMOUNT     PIC 9(9)V99 VALUE 0.
       77 WS-HOLDER-CARD-CLOSED PIC X VALUE "N".
           88 HOLDER-CARD-CLOSED VALUE "Y".
       77 WS-PTS-EDIT          PIC -(10)9.
       77 WS-AMT-EDIT          PIC Z(8)9.99.

      *> Expiry pass - lots collected off the browse, then expired by
      *> key.
       77 WS-EXP-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-EXP-TABLE.
           05 WS-EXP-KEY OCCURS 500 TIMES PIC X(16).
       77 WS-EXP-IDX           PIC 9(4) COMP VALUE 0.
       77 WS-LOTS-EXPIRED      PIC 9(5) COMP VALUE 0.
       77 WS-POINTS-EXPIRED    PIC 9(11) VALUE 0.

      *> Record-lock protocol - the statement credit is a daytime
      *> read-rewrite on the card, serialized with the charge path.
       77 WS-LOCK-RESOURCE     PIC X(10) VALUE SPACES.
       77 WS-LOCK-RET-CODE     PIC S9(4) COMP.

      *> Posting journal - the statement credit.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Watch-list review gate - no statement credit moves for a
      *> customer under the SANCTION memo flag.
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
           PERFORM LOAD-SWITCHES
           EVALUATE LK-OP
               WHEN "earn"
                   PERFORM EARN-POINTS
               WHEN "reverse"
                   PERFORM REVERSE-POINTS
               WHEN "balance"
                   PERFORM SHOW-BALANCE
               WHEN "redeem"
                   PERFORM CHECK-BATCH-WINDOW
                   IF NOT WINDOW-CLOSED
                       PERFORM REDEEM-POINTS
                   END-IF
      *>       the nightly expiry pass runs inside the batch window
      *>       it is part of, so its path skips the online gate.
               WHEN "expire"
                   PERFORM EXPIRE-POINTS
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
           MOVE "RWD-BASE-RATE" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-BASE-RATE
           END-IF
           MOVE "RWD-EXPIRY-DAYS" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-EXPIRY-DAYS
           END-IF
           MOVE "RWD-POINT-VALUE" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-POINT-VALUE
           END-IF
           MOVE "RWD-MIN-REDEEM" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-MIN-REDEEM
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> EARN-POINTS - a captured charge (--card, --user, --auth,
      *> --amount in USD, --category) earns its category's rate per
      *> whole USD, truncated to whole points, as a new lot. A charge
      *> that already has its lot earns nothing twice.
      *> ----------------------------------------------------------------
       EARN-POINTS.
           MOVE "card" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-RWD-CARD-ID
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-RWD-USER-ID
           MOVE "auth" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-RWD-AUTH-ID
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-RWD-AMOUNT
           MOVE "category" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:4) TO WS-RWD-CATEGORY
           IF WS-RWD-CARD-ID = SPACES OR WS-RWD-AUTH-ID = SPACES
                   OR WS-RWD-AMOUNT = 0
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BASE-RATE TO WS-EARN-RATE
           OPEN INPUT MCAT-MASTER-FILE
           IF WS-MCAT-STATUS = "00"
               MOVE WS-RWD-CATEGORY TO MCAT-CODE
               READ MCAT-MASTER-FILE KEY IS MCAT-CODE
               IF WS-MCAT-STATUS = "00"
                       AND MCAT-POINTS-RATE IS NUMERIC
                   MOVE MCAT-POINTS-RATE-N TO WS-EARN-RATE
               END-IF
               CLOSE MCAT-MASTER-FILE
           END-IF
           COMPUTE WS-EARN-POINTS = WS-RWD-AMOUNT * WS-EARN-RATE
           IF WS-EARN-POINTS = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-RWD-FOR-WRITE
           PERFORM FIND-EARN-LOT
           IF EARN-LOT-FOUND
               CLOSE REWARDS-FILE
               MOVE 6 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-EXPIRES-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CDT-DATE)
                   + WS-EXPIRY-DAYS)
           PERFORM NEXT-CARD-SEQ
           MOVE SPACES TO REWARDS-RECORD
           MOVE WS-RWD-CARD-ID TO RWD-CARD-ID
           MOVE WS-NEXT-SEQ TO RWD-SEQ
           MOVE WS-RWD-USER-ID TO RWD-USER-ID
           SET RWD-EARN TO TRUE
           MOVE WS-EARN-POINTS TO RWD-POINTS
           MOVE WS-EARN-POINTS TO RWD-LOT-LEFT
           MOVE WS-EXPIRES-DATE TO RWD-EXPIRES
           MOVE WS-RWD-AUTH-ID TO RWD-AUTH-ID
           MOVE WS-RWD-CATEGORY TO RWD-CATEGORY
           MOVE WS-RWD-AMOUNT TO RWD-AMOUNT
           PERFORM STAMP-RWD-TIME
           MOVE WS-TIMESTAMP TO RWD-POSTED-AT
           WRITE REWARDS-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing rewards ledger, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE REWARDS-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> REVERSE-POINTS - the charge named by --auth no longer stands
      *> (--reason says why): whatever it earned and has not yet been
      *> reversed comes back off, first out of its own lot, then out
      *> of the card's other lots oldest first. Points already
      *> redeemed or expired are beyond reach and are only reported.
      *> ----------------------------------------------------------------
       REVERSE-POINTS.
           MOVE "auth" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-RWD-AUTH-ID
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:20) TO WS-RWD-NOTE
           OPEN I-O REWARDS-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EARN-LOT
           COMPUTE WS-OWED-POINTS = WS-LOT-POINTS - WS-REVERSED-SO-FAR
           IF NOT EARN-LOT-FOUND OR WS-OWED-POINTS <= 0
               CLOSE REWARDS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TAKEN-POINTS
           MOVE WS-LOT-KEY TO RWD-KEY
           READ REWARDS-FILE KEY IS RWD-KEY
           IF WS-FILE-STATUS = "00"
               MOVE RWD-CARD-ID TO WS-RWD-CARD-ID
               MOVE RWD-USER-ID TO WS-RWD-USER-ID
               MOVE RWD-CATEGORY TO WS-RWD-CATEGORY
               IF RWD-LOT-LEFT < WS-OWED-POINTS
                   MOVE RWD-LOT-LEFT TO WS-TAKE-POINTS
               ELSE
                   MOVE WS-OWED-POINTS TO WS-TAKE-POINTS
               END-IF
               SUBTRACT WS-TAKE-POINTS FROM RWD-LOT-LEFT
               REWRITE REWARDS-RECORD
               MOVE WS-TAKE-POINTS TO WS-TAKEN-POINTS
           END-IF
           IF WS-TAKEN-POINTS < WS-OWED-POINTS
               COMPUTE WS-WANT-POINTS =
                       WS-OWED-POINTS - WS-TAKEN-POINTS
               PERFORM TAKE-FROM-LOTS
           END-IF
           IF WS-TAKEN-POINTS > 0
               PERFORM NEXT-CARD-SEQ
               MOVE SPACES TO REWARDS-RECORD
               MOVE WS-RWD-CARD-ID TO RWD-CARD-ID
               MOVE WS-NEXT-SEQ TO RWD-SEQ
               MOVE WS-RWD-USER-ID TO RWD-USER-ID
               SET RWD-REVERSAL TO TRUE
               COMPUTE RWD-POINTS = 0 - WS-TAKEN-POINTS
               MOVE 0 TO RWD-LOT-LEFT RWD-AMOUNT
               MOVE WS-RWD-AUTH-ID TO RWD-AUTH-ID
               MOVE WS-RWD-CATEGORY TO RWD-CATEGORY
               PERFORM STAMP-RWD-TIME
               MOVE WS-TIMESTAMP TO RWD-POSTED-AT
               MOVE WS-RWD-NOTE TO RWD-NOTE
               WRITE REWARDS-RECORD
           END-IF
           CLOSE REWARDS-FILE
           DISPLAY "Rewards: " WS-TAKEN-POINTS " points reversed on "
                   WS-RWD-AUTH-ID " (" FUNCTION TRIM(WS-RWD-NOTE) ")."
           IF WS-TAKEN-POINTS < WS-OWED-POINTS
               COMPUTE WS-SHORT-POINTS =
                       WS-OWED-POINTS - WS-TAKEN-POINTS
               DISPLAY "Rewards: " WS-SHORT-POINTS " points were "
                       "already redeemed or expired and are not "
                       "recovered."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> FIND-EARN-LOT - the earn lot of the charge in WS-RWD-AUTH-ID
      *> (its key and points) and what has been reversed off it so
      *> far, via the authorization alternate key.
      *> ----------------------------------------------------------------
       FIND-EARN-LOT.
           MOVE "N" TO WS-LOT-FOUND
           MOVE 0 TO WS-LOT-POINTS WS-REVERSED-SO-FAR
           MOVE WS-RWD-AUTH-ID TO RWD-AUTH-ID
           START REWARDS-FILE KEY IS = RWD-AUTH-ID
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ REWARDS-FILE NEXT RECORD
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   OR RWD-AUTH-ID NOT = WS-RWD-AUTH-ID
               EVALUATE TRUE
                   WHEN RWD-EARN
                       MOVE "Y" TO WS-LOT-FOUND
                       MOVE RWD-KEY TO WS-LOT-KEY
                       MOVE RWD-POINTS TO WS-LOT-POINTS
                   WHEN RWD-REVERSAL
                       SUBTRACT RWD-POINTS FROM WS-REVERSED-SO-FAR
               END-EVALUATE
               READ REWARDS-FILE NEXT RECORD
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> TAKE-FROM-LOTS - takes up to WS-WANT-POINTS out of the earn
      *> lots of WS-RWD-CARD-ID, oldest first, adding what it got to
      *> WS-TAKEN-POINTS. REWARDS-FILE is open I-O.
      *> ----------------------------------------------------------------
       TAKE-FROM-LOTS.
           MOVE WS-RWD-CARD-ID TO RWD-CARD-ID
           MOVE 0 TO RWD-SEQ
           START REWARDS-FILE KEY IS NOT LESS THAN RWD-KEY
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ REWARDS-FILE NEXT RECORD
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   OR RWD-CARD-ID NOT = WS-RWD-CARD-ID
                   OR WS-WANT-POINTS = 0
               IF RWD-EARN AND RWD-LOT-LEFT > 0
                   IF RWD-LOT-LEFT < WS-WANT-POINTS
                       MOVE RWD-LOT-LEFT TO WS-TAKE-POINTS
                   ELSE
                       MOVE WS-WANT-POINTS TO WS-TAKE-POINTS
                   END-IF
                   SUBTRACT WS-TAKE-POINTS FROM RWD-LOT-LEFT
                   REWRITE REWARDS-RECORD
                   ADD WS-TAKE-POINTS TO WS-TAKEN-POINTS
                   SUBTRACT WS-TAKE-POINTS FROM WS-WANT-POINTS
               END-IF
               READ REWARDS-FILE NEXT RECORD
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> NEXT-CARD-SEQ - one past the highest row number on
      *> WS-RWD-CARD-ID's ledger.
      *> ----------------------------------------------------------------
       NEXT-CARD-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE WS-RWD-CARD-ID TO RWD-CARD-ID
           MOVE 0 TO RWD-SEQ
           START REWARDS-FILE KEY IS NOT LESS THAN RWD-KEY
           IF WS-FILE-STATUS = "00"
               READ REWARDS-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR RWD-CARD-ID NOT = WS-RWD-CARD-ID
                   MOVE RWD-SEQ TO WS-NEXT-SEQ
                   READ REWARDS-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ.
           EXIT.

      *> ----------------------------------------------------------------
      *> SUM-CARD-LEDGER - balance, lifetime earned and redeemed, and
      *> the soonest expiry date still holding points, for
      *> WS-RWD-CARD-ID. REWARDS-FILE is open.
      *> ----------------------------------------------------------------
       SUM-CARD-LEDGER.
           MOVE 0 TO WS-BALANCE WS-EARNED-TOTAL WS-REDEEMED-TOTAL
           MOVE 0 TO WS-NEXT-EXPIRY-PTS
           MOVE SPACES TO WS-NEXT-EXPIRY
           MOVE WS-RWD-CARD-ID TO RWD-CARD-ID
           MOVE 0 TO RWD-SEQ
           START REWARDS-FILE KEY IS NOT LESS THAN RWD-KEY
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ REWARDS-FILE NEXT RECORD
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   OR RWD-CARD-ID NOT = WS-RWD-CARD-ID
               ADD RWD-POINTS TO WS-BALANCE
               EVALUATE TRUE
                   WHEN RWD-EARN
                       ADD RWD-POINTS TO WS-EARNED-TOTAL
                       IF RWD-LOT-LEFT > 0
                           EVALUATE TRUE
                               WHEN WS-NEXT-EXPIRY = SPACES
                                   OR RWD-EXPIRES < WS-NEXT-EXPIRY
                                   MOVE RWD-EXPIRES TO WS-NEXT-EXPIRY
                                   MOVE RWD-LOT-LEFT
                                        TO WS-NEXT-EXPIRY-PTS
                               WHEN RWD-EXPIRES = WS-NEXT-EXPIRY
                                   ADD RWD-LOT-LEFT
                                       TO WS-NEXT-EXPIRY-PTS
                           END-EVALUATE
                       END-IF
                   WHEN RWD-REDEEM
                       SUBTRACT RWD-POINTS FROM WS-REDEEMED-TOTAL
               END-EVALUATE
               READ REWARDS-FILE NEXT RECORD
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOAD-HOLDER-CARD - reads the card named by --id into the
      *> record area, provided LK-USER-ID is its cardholder; points
      *> belong to the card's holder, not its authorized users.
      *> ----------------------------------------------------------------
       LOAD-HOLDER-CARD.
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-RWD-CARD-ID
           MOVE "N" TO WS-HOLDER-CARD-CLOSED
           OPEN INPUT CARD-MASTER-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "Card not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RWD-CARD-ID TO CARD-ID
           READ CARD-MASTER-FILE KEY IS CARD-ID
           IF WS-CARD-STATUS NOT = "00"
                   OR CARD-USER-ID NOT = LK-USER-ID
               DISPLAY "Card not found."
               MOVE 4 TO LK-RET-CODE
           ELSE
               IF CARD-CLOSED
                   MOVE "Y" TO WS-HOLDER-CARD-CLOSED
               END-IF
           END-IF
           CLOSE CARD-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> SHOW-BALANCE - the cardholder's points on the card named by
      *> --id: balance and what it is worth, lifetime earned and
      *> redeemed, and the next lot to expire.
      *> ----------------------------------------------------------------
       SHOW-BALANCE.
           PERFORM LOAD-HOLDER-CARD
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REWARDS-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Card " WS-RWD-CARD-ID " has no rewards "
                       "points yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-CARD-LEDGER
           CLOSE REWARDS-FILE
           COMPUTE WS-BALANCE-VALUE ROUNDED =
                   WS-BALANCE * WS-POINT-VALUE
           MOVE WS-BALANCE TO WS-PTS-EDIT
           MOVE WS-BALANCE-VALUE TO WS-AMT-EDIT
           DISPLAY "Rewards points on " WS-RWD-CARD-ID ": "
                   FUNCTION TRIM(WS-PTS-EDIT) " (worth USD "
                   FUNCTION TRIM(WS-AMT-EDIT) ")"
           MOVE WS-EARNED-TOTAL TO WS-PTS-EDIT
           DISPLAY "  Earned to date:   " WS-PTS-EDIT
           MOVE WS-REDEEMED-TOTAL TO WS-PTS-EDIT
           DISPLAY "  Redeemed to date: " WS-PTS-EDIT
           IF WS-NEXT-EXPIRY NOT = SPACES
               MOVE WS-NEXT-EXPIRY-PTS TO WS-PTS-EDIT
               DISPLAY "  Next to expire:   " WS-PTS-EDIT
                       " on " WS-NEXT-EXPIRY
           END-IF
           MOVE WS-MIN-REDEEM TO WS-PTS-EDIT
           DISPLAY "  Redeem in lots of at least "
                   FUNCTION TRIM(WS-PTS-EDIT) " points.".
           EXIT.

      *> ----------------------------------------------------------------
      *> REDEEM-POINTS - the cardholder turns --points of the card
      *> named by --id into a statement credit on that card. The
      *> points come out of the oldest lots first; the credit raises
      *> the available balance and journals as RWD-REDEEM.
      *> ----------------------------------------------------------------
       REDEEM-POINTS.
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
           PERFORM LOAD-HOLDER-CARD
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF HOLDER-CARD-CLOSED
               DISPLAY "Card " WS-RWD-CARD-ID " is closed; its "
                       "points can no longer be redeemed."
               MOVE 11 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "points" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE 0 TO WS-WANT-POINTS
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-WANT-POINTS
           END-IF
           IF WS-WANT-POINTS < WS-MIN-REDEEM
               MOVE WS-MIN-REDEEM TO WS-PTS-EDIT
               DISPLAY "Redeem at least " FUNCTION TRIM(WS-PTS-EDIT)
                       " points at a time."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                   WS-WANT-POINTS * WS-POINT-VALUE

      *>   the card stays locked from the points check to the credit,
      *>   so two sessions can't spend the same points.
           MOVE WS-RWD-CARD-ID TO WS-LOCK-RESOURCE
           CALL "BLM-LOCK-CONTROLLER" USING "ACQUIRE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE
           IF WS-LOCK-RET-CODE = 24
               DISPLAY "Record busy - another session is updating "
                       "this card. Try again."
               MOVE 24 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O REWARDS-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Card " WS-RWD-CARD-ID " has no rewards "
                       "points yet."
               MOVE 16 TO LK-RET-CODE
               PERFORM RELEASE-CARD-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-CARD-LEDGER
           IF WS-BALANCE < WS-WANT-POINTS
               MOVE WS-BALANCE TO WS-PTS-EDIT
               DISPLAY "Not enough points: the card has "
                       FUNCTION TRIM(WS-PTS-EDIT) "."
               MOVE 16 TO LK-RET-CODE
               CLOSE REWARDS-FILE
               PERFORM RELEASE-CARD-LOCK
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CARD-MASTER-FILE
           MOVE WS-RWD-CARD-ID TO CARD-ID
           READ CARD-MASTER-FILE KEY IS CARD-ID
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "Card not found."
               MOVE 4 TO LK-RET-CODE
               CLOSE CARD-MASTER-FILE
               CLOSE REWARDS-FILE
               PERFORM RELEASE-CARD-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TAKEN-POINTS
           PERFORM TAKE-FROM-LOTS
           MOVE CARD-USER-ID TO WS-RWD-USER-ID
           PERFORM NEXT-CARD-SEQ
           MOVE SPACES TO REWARDS-RECORD
           MOVE WS-RWD-CARD-ID TO RWD-CARD-ID
           MOVE WS-NEXT-SEQ TO RWD-SEQ
           MOVE WS-RWD-USER-ID TO RWD-USER-ID
           SET RWD-REDEEM TO TRUE
           COMPUTE RWD-POINTS = 0 - WS-TAKEN-POINTS
           MOVE 0 TO RWD-LOT-LEFT
           MOVE WS-CREDIT-AMOUNT TO RWD-AMOUNT
           PERFORM STAMP-RWD-TIME
           MOVE WS-TIMESTAMP TO RWD-POSTED-AT
           MOVE "STATEMENT CREDIT" TO RWD-NOTE
           WRITE REWARDS-RECORD
           CLOSE REWARDS-FILE

           COMPUTE CARD-AVAILABLE-BAL =
                   CARD-AVAILABLE-BAL + WS-CREDIT-AMOUNT
           MOVE WS-TIMESTAMP TO CARD-UPDATED-AT
           REWRITE CREDIT-CARD-RECORD
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "Error posting the statement credit, status "
                       WS-CARD-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE CARD-MASTER-FILE
               PERFORM RELEASE-CARD-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNAL-REDEMPTION
           CLOSE CARD-MASTER-FILE
           PERFORM RELEASE-CARD-LOCK
           COMPUTE WS-BALANCE = WS-BALANCE - WS-TAKEN-POINTS
           MOVE WS-CREDIT-AMOUNT TO WS-AMT-EDIT
           DISPLAY "Redeemed " WS-TAKEN-POINTS " points for a "
                   "statement credit of USD "
                   FUNCTION TRIM(WS-AMT-EDIT) "."
           MOVE WS-BALANCE TO WS-PTS-EDIT
           DISPLAY "Points left on " WS-RWD-CARD-ID ": "
                   FUNCTION TRIM(WS-PTS-EDIT).
           EXIT.

       RELEASE-CARD-LOCK.
           CALL "BLM-LOCK-CONTROLLER" USING "RELEASE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE.
           EXIT.

       JOURNAL-REDEMPTION.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE CARD-ID TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           MOVE WS-CREDIT-AMOUNT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "RWD-REDEEM" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE CARD-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE CARD-AVAILABLE-BAL
                TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> EXPIRE-POINTS - the nightly expiry pass: every earn lot past
      *> its expiry date with points still left loses them with an
      *> EXPIRY row. A collect pass closes the file before the expiry
      *> pass rewrites by key; a lot past the 500th waits for the
      *> next night.
      *> ----------------------------------------------------------------
       EXPIRE-POINTS.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-EXP-COUNT WS-LOTS-EXPIRED WS-POINTS-EXPIRED
           OPEN INPUT REWARDS-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No rewards ledger on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO RWD-KEY
           START REWARDS-FILE KEY IS NOT LESS THAN RWD-KEY
           IF WS-FILE-STATUS = "00"
               READ REWARDS-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF RWD-EARN AND RWD-LOT-LEFT > 0
                           AND RWD-EXPIRES < WS-CDT-DATE
                       IF WS-EXP-COUNT < 500
                           ADD 1 TO WS-EXP-COUNT
                           MOVE RWD-KEY TO WS-EXP-KEY(WS-EXP-COUNT)
                       ELSE
                           DISPLAY "Expiry table full; " RWD-KEY
                                   " waits for tomorrow's run."
                       END-IF
                   END-IF
                   READ REWARDS-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE REWARDS-FILE
           IF WS-EXP-COUNT > 0
               OPEN I-O REWARDS-FILE
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   PERFORM EXPIRE-ONE-LOT
               END-PERFORM
               CLOSE REWARDS-FILE
           END-IF
           DISPLAY "Rewards lots expired: " WS-LOTS-EXPIRED
                   " points " WS-POINTS-EXPIRED.
           EXIT.

       EXPIRE-ONE-LOT.
           MOVE WS-EXP-KEY(WS-EXP-IDX) TO RWD-KEY
           READ REWARDS-FILE KEY IS RWD-KEY
           IF WS-FILE-STATUS NOT = "00" OR NOT RWD-EARN
                   OR RWD-LOT-LEFT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE RWD-LOT-LEFT TO WS-TAKE-POINTS
           MOVE RWD-CARD-ID TO WS-RWD-CARD-ID
           MOVE RWD-USER-ID TO WS-RWD-USER-ID
           MOVE RWD-AUTH-ID TO WS-RWD-AUTH-ID
           MOVE RWD-CATEGORY TO WS-RWD-CATEGORY
           MOVE 0 TO RWD-LOT-LEFT
           REWRITE REWARDS-RECORD
           PERFORM NEXT-CARD-SEQ
           MOVE SPACES TO REWARDS-RECORD
           MOVE WS-RWD-CARD-ID TO RWD-CARD-ID
           MOVE WS-NEXT-SEQ TO RWD-SEQ
           MOVE WS-RWD-USER-ID TO RWD-USER-ID
           SET RWD-EXPIRY TO TRUE
           COMPUTE RWD-POINTS = 0 - WS-TAKE-POINTS
           MOVE 0 TO RWD-LOT-LEFT RWD-AMOUNT
           MOVE WS-RWD-AUTH-ID TO RWD-AUTH-ID
           MOVE WS-RWD-CATEGORY TO RWD-CATEGORY
           PERFORM STAMP-RWD-TIME
           MOVE WS-TIMESTAMP TO RWD-POSTED-AT
           MOVE "LOT EXPIRED" TO RWD-NOTE
           WRITE REWARDS-RECORD
           DISPLAY "EXPIRED " WS-TAKE-POINTS " points on "
                   WS-RWD-CARD-ID " (earned on " WS-RWD-AUTH-ID ")"
           ADD 1 TO WS-LOTS-EXPIRED
           ADD WS-TAKE-POINTS TO WS-POINTS-EXPIRED.
           EXIT.

       STAMP-RWD-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-RWD-FOR-WRITE.
           OPEN I-O REWARDS-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT REWARDS-FILE
               CLOSE REWARDS-FILE
               OPEN I-O REWARDS-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-REWARDS-CONTROLLER.
