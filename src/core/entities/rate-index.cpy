      *> ----------------------------------------------------------------
      *> Copybook: rate-index.cpy
      *> Purpose: Record layout for RATE-INDEX-FILE, the reference
      *>          rates variable-rate loans, cards and deposit tiers
      *>          are priced off (an index plus the item's own
      *>          margin). One row per index per effective date: the
      *>          value in force is the latest row effective on or
      *>          before today, so a central-bank move can be keyed
      *>          the day it is announced. The repricing job stamps
      *>          a row when the customer notices go out and again
      *>          when the new rate is applied.
      *> ----------------------------------------------------------------
       01 RATE-INDEX-RECORD.
           05 RIDX-KEY.
               10 RIDX-CODE           PIC X(4).
               10 RIDX-EFFECTIVE      PIC X(8).
           05 RIDX-RATE           PIC 9(3)V9(4).
           05 RIDX-DESCRIPTION    PIC X(30).
      *> YYYYMMDD the repricing job sent the advance notices, and the
      *> YYYYMMDD it repriced the linked items; spaces until then.
           05 RIDX-NOTICED-AT     PIC X(8).
           05 RIDX-APPLIED-AT     PIC X(8).
           05 RIDX-UPDATED-BY     PIC X(10).
           05 RIDX-UPDATED-AT     PIC X(14).
           05 FILLER              PIC X(20).
