      *> ----------------------------------------------------------------
      *> Copybook: cash-drawer.cpy
      *> Purpose: Record layout for CASH-DRAWER-FILE, one row per
      *>          teller drawer session: opened with a counted float,
      *>          carrying every counter deposit and withdrawal the
      *>          teller posts while it is open, and closed with a
      *>          denomination count that is proved against the cash
      *>          the drawer should hold. A teller has at most one
      *>          OPEN drawer; the key is the teller and the moment it
      *>          opened, so a teller's drawers read back in order.
      *> ----------------------------------------------------------------
       01 CASH-DRAWER-RECORD.
           05 DRW-KEY.
               10 DRW-TELLER-ID       PIC X(10).
               10 DRW-OPENED-AT       PIC X(14).
           05 DRW-STATUS          PIC X(1).
               88 DRW-OPEN            VALUE "O".
               88 DRW-CLOSED          VALUE "C".
           05 DRW-OPENING-AMT     PIC 9(9)V99.
           05 DRW-CASH-IN         PIC 9(9)V99.
           05 DRW-CASH-OUT        PIC 9(9)V99.
           05 DRW-IN-COUNT        PIC 9(5).
           05 DRW-OUT-COUNT       PIC 9(5).
      *> set at close: the cash the drawer should hold (float plus
      *> deposits less withdrawals), the cash counted, and the
      *> difference - positive over, negative short.
           05 DRW-EXPECTED        PIC 9(9)V99.
           05 DRW-COUNTED         PIC 9(9)V99.
           05 DRW-OVER-SHORT      PIC S9(9)V99.
      *> the close count: notes of 100, 50, 20, 10, 5 and 1, and the
      *> coin as an amount.
           05 DRW-DENOM-COUNT     PIC 9(5) OCCURS 6 TIMES.
           05 DRW-COIN-AMT        PIC 9(7)V99.
           05 DRW-CLOSED-AT       PIC X(14).
           05 FILLER              PIC X(20).
