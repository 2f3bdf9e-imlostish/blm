      *> ----------------------------------------------------------------
      *> Copybook: check-hold.cpy
      *> Purpose: Record layout for CHECK-HOLD-FILE, one row per check
      *>          a teller has taken on deposit. The amount is on the
      *>          customer's ledger balance from the moment of deposit
      *>          but stays out of the available balance until the
      *>          release date the hold schedule set (amount, account
      *>          age, risk grade); the nightly DEPOSIT-CLEARING job
      *>          releases matured holds and charges back the items
      *>          the paying bank returns.
      *> ----------------------------------------------------------------
       01 CHECK-HOLD-RECORD.
           05 CHKH-ID              PIC X(10).
           05 CHKH-USER-ID         PIC X(10).
           05 CHKH-AMOUNT          PIC 9(9)V99.
      *> the item as the teller keyed it off the face of the check
           05 CHKH-ROUTING         PIC X(9).
           05 CHKH-DRAWER-ACCT     PIC X(17).
           05 CHKH-CHECK-NO        PIC X(10).
           05 CHKH-DEPOSITED-AT    PIC X(14).
           05 CHKH-DEPOSIT-DATE    PIC X(8).
           05 CHKH-TELLER-ID       PIC X(10).
      *> the schedule applied: business days held, what drove them,
      *> and the first date the money counts as available
           05 CHKH-HOLD-DAYS       PIC 9(2).
           05 CHKH-HOLD-REASON     PIC X(30).
           05 CHKH-RELEASE-DATE    PIC X(8).
           05 CHKH-STATUS          PIC X(1).
               88 CHKH-HELD            VALUE "H".
               88 CHKH-RELEASED        VALUE "R".
               88 CHKH-CHARGED-BACK    VALUE "C".
           05 CHKH-RELEASED-AT     PIC X(14).
      *> filled in when the paying bank returns the item
           05 CHKH-RETURNED-AT     PIC X(14).
           05 CHKH-RETURN-REASON   PIC X(30).
           05 CHKH-RETURN-FEE      PIC 9(5)V99.
           05 FILLER               PIC X(20).
