      *> ----------------------------------------------------------------
      *> Copybook: rel-tier.cpy
      *> Purpose: Record layout for REL-TIER-FILE (RELTIER), one row
      *>          per customer carrying the relationship pricing tier
      *>          the monthly tier job works out from the customer's
      *>          combined deposit balances, term deposits, active
      *>          loans and tenure. BLM-FEE-CONTROLLER reads it when it
      *>          quotes or assesses a fee; a customer with no row is
      *>          priced at the standard schedule.
      *> ----------------------------------------------------------------
       01 REL-TIER-RECORD.
           05 REL-USER-ID         PIC X(10).
           05 REL-TIER            PIC 9(1).
               88 REL-STANDARD      VALUE 0.
               88 REL-SILVER        VALUE 1.
               88 REL-GOLD          VALUE 2.
               88 REL-PLATINUM      VALUE 3.
      *> the tier before this month's recalculation.
           05 REL-PREV-TIER       PIC 9(1).
      *> cash and deposit accounts (overdrawn ones count as zero),
      *> active term deposits and active loan balances, in USD.
           05 REL-DEPOSIT-BAL     PIC 9(11)V99.
           05 REL-TERMDEP-BAL     PIC 9(11)V99.
           05 REL-LOAN-BAL        PIC 9(11)V99.
           05 REL-TENURE-MONTHS   PIC 9(4).
           05 REL-UPDATED-AT      PIC X(14).
           05 FILLER              PIC X(10).
