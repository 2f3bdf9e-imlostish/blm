      *> ----------------------------------------------------------------
      *> Copybook: rewards-ledger.cpy
      *> Purpose: Record layout for REWARDS-FILE (RWDLEDG), the card
      *>          rewards points ledger. One row per movement of a
      *>          card's points, numbered per card in posting order:
      *>          EARN on a captured charge at its merchant category's
      *>          rate, REVERSAL when the charge is released or a
      *>          chargeback on it is upheld, REDEEM for a statement
      *>          credit, EXPIRY when an earn lot outlives the
      *>          expiry period. The card's balance is the sum of
      *>          RWD-POINTS over its rows, and always equals the
      *>          points still left on its EARN lots - every debit
      *>          is taken out of lots, oldest first.
      *> ----------------------------------------------------------------
       01 REWARDS-RECORD.
           05 RWD-KEY.
               10 RWD-CARD-ID         PIC X(10).
               10 RWD-SEQ             PIC 9(6).
           05 RWD-USER-ID         PIC X(10).
           05 RWD-TYPE            PIC X(2).
               88 RWD-EARN          VALUE "EA".
               88 RWD-REVERSAL      VALUE "RV".
               88 RWD-REDEEM        VALUE "RD".
               88 RWD-EXPIRY        VALUE "EX".
      *> signed: positive for an EARN, negative for everything else.
           05 RWD-POINTS          PIC S9(9).
      *> EARN rows only: the points of this lot not yet redeemed,
      *> reversed or expired, and the date the remainder expires.
           05 RWD-LOT-LEFT        PIC 9(9).
           05 RWD-EXPIRES         PIC X(8).
      *> the charge an EARN or REVERSAL belongs to, its category, and
      *> the USD amount behind the row - the captured charge for an
      *> EARN, the statement credit paid for a REDEEM.
           05 RWD-AUTH-ID         PIC X(10).
           05 RWD-CATEGORY        PIC X(4).
           05 RWD-AMOUNT          PIC 9(9)V99.
           05 RWD-POSTED-AT       PIC X(14).
           05 RWD-NOTE            PIC X(20).
           05 FILLER              PIC X(20).
