      *> Copybook: collection-activity.cpy
      *> Purpose: Record layout for COLLECT-MASTER-FILE, the collections
      *>          activity log: one row per contact attempt against a
      *>          delinquent loan or card, carrying the outcome, any
      *>          promise to pay (amount and date) and the follow-up
      *>          date the worklist orders by. The nightly promise
      *>          check flips a passed promise with no covering
      *>          payment to BROKEN and puts it back at the top of the
      *>          queue.
      *> ----------------------------------------------------------------
       01 COLLECT-RECORD.
           05 COLL-ID             PIC X(10).
      *> the delinquent account: a loan id ("L...") or, for a card the
      *> cycle aged past its minimum, a card id ("C...").
           05 COLL-LOAN-ID        PIC X(10).
           05 COLL-USER-ID        PIC X(10).
           05 COLL-CONTACT-AT     PIC X(14).
