      *>          customers do by hand.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - Sweeps only the available balance over the
      *>                     threshold, never deposited checks still on
      *>                     hold.
      *>   25/10/2025 - jm - START/END rows to the run-history ledger
      *>                     like every other money-touching job, so
      *>                     the morning summary can show it ran.
       3100-POST-ONE-SWEEP.
           MOVE WS-CAND-USER(WS-CAND-IDX) TO WS-SEND-USER
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-AVAILABLE",
                USER-CTL-DATA, WS-SEND-USER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               ADD 1 TO WS-SWEEPS-FAILED
