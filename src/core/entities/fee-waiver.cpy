      *> ----------------------------------------------------------------
      *> Copybook: fee-waiver.cpy
      *> Purpose: Record layout for FEE-WAIVER-FILE (FEEWAIVE), the
      *>          append-only log of fee revenue given up to
      *>          relationship pricing: one row each time
      *>          BLM-FEE-CONTROLLER assesses a fee its customer's tier
      *>          waives or discounts, with the schedule price, what
      *>          was charged and the difference. The monthly tier job
      *>          totals it by tier.
      *> ----------------------------------------------------------------
       01 FEE-WAIVER-RECORD.
           05 FWV-TIMESTAMP       PIC X(14).
           05 FWV-USER-ID         PIC X(10).
           05 FWV-FEE-CODE        PIC X(8).
           05 FWV-TIER            PIC 9(1).
           05 FWV-LIST-AMOUNT     PIC 9(9)V99.
           05 FWV-CHARGED         PIC 9(9)V99.
           05 FWV-WAIVED          PIC 9(9)V99.
      *> the document the fee was assessed on (transfer, payment, ...)
           05 FWV-SOURCE-ID       PIC X(10).
           05 FILLER              PIC X(10).
