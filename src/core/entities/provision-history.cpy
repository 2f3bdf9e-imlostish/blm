      *> ----------------------------------------------------------------
      *> Copybook: provision-history.cpy
      *> Purpose: Record layout for PROVISION-HISTORY-FILE, one row per
      *>          calendar month holding the loan-loss reserve the
      *>          month-end provisioning run worked out for the loan
      *>          and card books, and what it posted to get the
      *>          allowance there. The latest row is the reserve the
      *>          ledger is carrying, so the next run journals only
      *>          the change against it.
      *> ----------------------------------------------------------------
       01 PROVISION-RECORD.
           05 PROV-YYYYMM         PIC X(6).
           05 PROV-LOAN-BAL       PIC 9(11)V99.
           05 PROV-LOAN-RESERVE   PIC 9(11)V99.
           05 PROV-CARD-BAL       PIC 9(11)V99.
           05 PROV-CARD-RESERVE   PIC 9(11)V99.
      *> the net change journaled inside the month (a rerun adds its
      *> own change onto the first run's).
           05 PROV-POSTED         PIC S9(11)V99.
           05 PROV-UPDATED-AT     PIC X(14).
      *> the change the month's run set out to journal and how far it
      *> got: P neither leg posted yet, E the expense leg posted but
      *> not the allowance leg; spaces once both legs are on the
      *> journal (PROV-POSTED then includes it). The next run finishes
      *> a pending change before it works out one of its own, so no
      *> leg ever posts twice.
           05 PROV-PEND-STATE     PIC X(1).
               88 PROV-PEND-NONE     VALUE SPACE.
               88 PROV-PEND-BOTH     VALUE "P".
               88 PROV-PEND-ALLOW    VALUE "E".
           05 PROV-PEND-CHANGE    PIC S9(11)V99.
           05 FILLER              PIC X(10).
