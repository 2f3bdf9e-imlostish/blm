      *>          advances the next-due date.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - Autopay mandates are skipped here too;
      *>                     BLM-AUTOPAY-RELEASE collects them.
      *>   17/10/2025 - jm - The pass sits out non-business days and
      *>                     advanced due dates roll forward to the
      *>                     next business day, per the processing
               READ RECURRING-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
      *>           sweep orders have no fixed amount or due date; the
      *>           nightly BLM-SWEEP-RELEASE pass owns them, and
      *>           BLM-AUTOPAY-RELEASE owns the autopay mandates.
                   IF RECUR-ACTIVE AND NOT RECUR-SWEEP
                           AND NOT RECUR-AUTOPAY
                           AND RECUR-NEXT-DUE <= WS-TODAY-DATE
                       PERFORM 2100-RELEASE-ONE-ORDER
                   ELSE
