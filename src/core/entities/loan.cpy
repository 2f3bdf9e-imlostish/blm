               88 LOAN-ACTIVE        VALUE "A".
               88 LOAN-PAID          VALUE "P".
               88 LOAN-DEFAULTED     VALUE "D".
      *> written off by the nightly BLM-LOAN-CHARGEOFF pass: off the
      *> books and out of accrual, but still owed and still worked
      *> by collections - anything received from here on is a
      *> recovery, not a payment.
               88 LOAN-CHARGED-OFF   VALUE "W".
           05 LOAN-MONTHLY-PAYMENT PIC 9(9)V99.
           05 LOAN-CREATED-AT      PIC X(14).
           05 LOAN-CURRENCY        PIC X(3).
      *> LOAN-DEFAULTED).
           05 LOAN-DELINQ-BUCKET   PIC 9(1).
           05 FILLER               PIC X(01).
      *> LAYOUT NOTE: the record grew past its original FILLER when
      *> charge-off was added (141 -> 181 bytes; the rate index
      *> later came out of the FILLER that left).
      *> A LOANMSTR file written under the old layout must be rebuilt
      *> before programs compiled with this copybook touch it -
      *> unload, recreate and reload in a maintenance window, the same
      *> drill the TRNMSTR settlement-leg growth went through. After
      *> the reload a loan carries zeros and spaces here (no
      *> charge-off, fixed rate) until it charges off or is put on an
      *> index.
      *> the charge-off date and amount (principal plus interest
      *> accrued to that date), and the running total recovered
      *> against it since; charged-off amount less recovered is what
      *> collections still pursues.
           05 LOAN-CHARGEOFF-DATE  PIC X(08).
           05 LOAN-CHARGEOFF-AMT   PIC 9(9)V99.
           05 LOAN-RECOVERED-AMT   PIC 9(9)V99.
      *> the reference rate index (rate-index.cpy) a variable-rate
      *> loan is priced off, and its margin over it; the repricing
      *> job moves LOAN-RATE to index plus margin on each index change
      *> and re-amortizes what is left. Spaces = fixed rate.
           05 LOAN-RATE-INDEX      PIC X(4).
           05 LOAN-RATE-MARGIN     PIC S9(2)V9(4).
