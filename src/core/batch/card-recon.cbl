      *> License: MIT
      *> Modification History:
      *>   15/10/2025 - jm - First cut.
      *>   15/10/2026 - jm - Rewards statement credits (RWD-REDEEM)
      *>                     fold in with the other journal-only card
      *>                     movements.
      *>   15/10/2026 - jm - Cash advances and balance transfers
      *>                     (CASHADV, BALXFER) likewise.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CARD-RECON.
           EXIT.

      *> interest and fees drain the card, chargeback and renewal
      *> rows move it both ways, rewards redemptions credit it, cash
      *> advances and balance transfers draw it down; charge and
      *> payment rows are already counted off their own masters, so
      *> the journal leg folds only the sources that have no master of
      *> their own.
       2130-SUM-JOURNAL-ADJUSTMENTS.
           MOVE 0 TO WS-JRNL-ADJUST
           OPEN INPUT JOURNAL-FILE
                           AND (JRNL-SOURCE-TYPE = "INTEREST"
                           OR JRNL-SOURCE-TYPE = "FEE"
                           OR JRNL-SOURCE-TYPE = "CHGBACK"
                           OR JRNL-SOURCE-TYPE = "RENEWAL"
                           OR JRNL-SOURCE-TYPE = "RWD-REDEEM"
                           OR JRNL-SOURCE-TYPE = "CASHADV"
                           OR JRNL-SOURCE-TYPE = "BALXFER")
                       IF JRNL-DEBIT
                           SUBTRACT JRNL-AMOUNT
                               FROM WS-JRNL-ADJUST
