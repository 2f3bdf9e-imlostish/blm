      *> Purpose: Record layout for FEE-MASTER-FILE, the teller-
      *>          maintained fee schedule: one row per fee code
      *>          (XFERFEE, PAYFEE, MAINTFEE, ...), flat or percent
      *>          basis, effective from a date, with the discount
      *>          each relationship tier gets on it. A code with no
      *>          row on file simply charges nothing.
      *> ----------------------------------------------------------------
       01 FEE-RECORD.
           05 FEE-CODE            PIC X(8).
           05 FEE-EFFECTIVE       PIC X(8).
           05 FEE-UPDATED-BY      PIC X(10).
           05 FEE-UPDATED-AT      PIC X(14).
      *> relationship pricing: percent of the fee taken off for a
      *> customer in tier 1 (silver), 2 (gold) and 3 (platinum); 100
      *> waives it. Rows cut before tiers existed hold spaces here,
      *> which price as no discount.
           05 FEE-TIER-PCT        PIC 9(3) OCCURS 3 TIMES.
           05 FILLER              PIC X(3).
