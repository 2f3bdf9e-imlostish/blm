      *>   28/08/2025 - jm - Documented --tr approve/reject/
      *>                     pending-approval and the large-transfer
      *>                     approval hold.
      *>   15/10/2026 - jm - --loan takes a catalog --product in place
      *>                     of --rate; the rate is priced from it.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-ARGS-AUTH.
           DISPLAY "  ♙ args: Parse arguments for loan"
           DISPLAY "  |_ <loan-amount>: Amount of the loan"
           DISPLAY "  |_ <loan-term>: Term of the loan in months"
           DISPLAY "  |_ <loan-product>: Catalog product code (the "
                   "rate is priced from it)"
           DISPLAY "  |_ <loan-purpose>: Purpose of the loan"
           DISPLAY "  --transfers: Transfer operations"
           DISPLAY "  |_ --tr"
           EXIT.

      *> ----------------------------------------------------------------
      *> DISPATCH-LOAN - "--loan --product .. --amount .. --term ..
      *> --purpose .." Requests file into the underwriting queue; only
      *> a teller decision in BLM-LOANAPP-CONTROLLER originates the
      *> actual loan now.
