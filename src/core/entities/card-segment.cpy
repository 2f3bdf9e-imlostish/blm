      *> ----------------------------------------------------------------
      *> Copybook: card-segment.cpy
      *> Purpose: Record layout for CARD-SEGMENT-FILE (CARDSEG), the
      *>          priced balance segments of a credit card. A card's
      *>          carried balance (CARD-CREDIT-LIMIT -
      *>          CARD-AVAILABLE-BAL) is split three ways: cash
      *>          advances and balance transfers each carry a row
      *>          here with their own APR, promotion and fee; the
      *>          purchases segment is whatever the carried balance
      *>          holds beyond the open rows, and is priced at the
      *>          card's own CARD-INTEREST-RATE. Charges, fees,
      *>          chargebacks and the like therefore never touch this
      *>          file - only a new advance or transfer, its monthly
      *>          interest, and the cycle's payment allocation do.
      *> ----------------------------------------------------------------
       01 CARD-SEGMENT-RECORD.
           05 CSEG-KEY.
               10 CSEG-CARD-ID        PIC X(10).
               10 CSEG-SEQ            PIC 9(3).
           05 CSEG-USER-ID        PIC X(10).
           05 CSEG-TYPE           PIC X(2).
               88 CSEG-CASH-ADVANCE   VALUE "CA".
               88 CSEG-BAL-TRANSFER   VALUE "BT".
           05 CSEG-STATUS         PIC X(1).
               88 CSEG-OPEN           VALUE "O".
               88 CSEG-PAID           VALUE "P".
      *> what was advanced or transferred, and the fee charged for it
      *> (the fee itself sits on the purchases segment).
           05 CSEG-ORIG-AMOUNT    PIC 9(9)V99.
           05 CSEG-FEE-AMOUNT     PIC 9(9)V99.
      *> principal plus the segment's own interest, less the payments
      *> the cycle has allocated to it.
           05 CSEG-BALANCE        PIC S9(9)V99.
      *> the segment's standing APR, and its promotional APR in force
      *> through CSEG-PROMO-END (YYYYMMDD, spaces when none).
           05 CSEG-APR            PIC 9(3)V99.
           05 CSEG-PROMO-APR      PIC 9(3)V99.
           05 CSEG-PROMO-END      PIC X(8).
           05 CSEG-OPENED-AT      PIC X(14).
           05 CSEG-INT-TO-DATE    PIC 9(9)V99.
           05 CSEG-PAID-TO-DATE   PIC 9(9)V99.
           05 FILLER              PIC X(20).
