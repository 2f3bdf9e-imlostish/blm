      *> ----------------------------------------------------------------
      *> Copybook: acct-period.cpy
      *> Purpose: Record layout for ACCT-PERIOD-FILE, the accounting
      *>          period control file: one row per calendar month that
      *>          finance has closed. The month-end close locks the
      *>          period once the trial balance and the GL extract
      *>          have run clean; from then on the posting journal
      *>          will not take an entry dated into it. A month with
      *>          no row is open. An admin may reopen a locked period,
      *>          with a reason, and the row keeps the last reopen.
      *> ----------------------------------------------------------------
       01 ACCT-PERIOD-RECORD.
      *> YYYYMM
           05 PER-PERIOD          PIC X(6).
           05 PER-STATUS          PIC X(1).
               88 PER-OPEN          VALUE "O" " ".
               88 PER-LOCKED        VALUE "L".
           05 PER-LOCKED-BY       PIC X(10).
           05 PER-LOCKED-AT       PIC X(14).
           05 PER-REOPENED-BY     PIC X(10).
           05 PER-REOPENED-AT     PIC X(14).
           05 PER-REOPEN-REASON   PIC X(60).
           05 PER-REOPEN-COUNT    PIC 9(3).
           05 FILLER              PIC X(20).
