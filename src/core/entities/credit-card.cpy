           05 CARD-CYCLE-DATE     PIC X(8).
           05 CARD-LATE-FLAG      PIC X(1).
               88 CARD-LATE-ASSESSED VALUE "Y".
      *> delinquency aging, maintained cycle over cycle by the late
      *> pass of BLM-CARD-CYCLE: 0 = current, 1 = 30 days (one
      *> missed minimum), 2 = 60, 3 = 90+. The block byte marks a
      *> CARD-BLOCKED status the aging itself set, so bringing the
      *> card current lifts that block and no other. Cut from the
      *> old FILLER - rows written before then read as spaces and
      *> age from current.
           05 CARD-DELINQ-BUCKET  PIC 9(1).
           05 CARD-DELINQ-BLOCK   PIC X(1).
               88 CARD-DELINQ-BLOCKED VALUE "Y".
      *> the reference rate index (rate-index.cpy) a variable-rate
      *> card is priced off, and the card's margin over it; the
      *> repricing job keeps CARD-INTEREST-RATE at index plus margin.
      *> Spaces = fixed rate. Cut from the old FILLER.
           05 CARD-RATE-INDEX     PIC X(4).
           05 CARD-RATE-MARGIN    PIC S9(2)V9(4).
