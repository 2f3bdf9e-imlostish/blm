      *>          standing payment order. The nightly release job posts
      *>          each ACTIVE order through BLM-PAYMENT-CONTROLLER when
      *>          RECUR-NEXT-DUE arrives and advances the due date by
      *>          RECUR-FREQUENCY. Autopay mandates live here too
      *>          (type "A"): no fixed due date of their own, they
      *>          follow the card's CARD-DUE-DATE or the loan's next
      *>          pending installment through BLM-AUTOPAY-RELEASE.
      *> ----------------------------------------------------------------
       01 RECURRING-PAYMENT-RECORD.
           05 RECUR-ID            PIC X(10).
           05 RECUR-TYPE          PIC X(1).
               88 RECUR-STD-PAYMENT VALUE "P" " ".
               88 RECUR-SWEEP       VALUE "S".
               88 RECUR-AUTOPAY     VALUE "A".
           05 RECUR-SWEEP-THRESHOLD PIC 9(9)V99.
      *> LAYOUT NOTE: the record grew again when autopay mandates were
      *> added. Rows written before then carry spaces here, which no
      *> standard or sweep order ever reads; RECURMSTR needs the
      *> usual unload/rebuild before the new programs touch it.
      *> autopay mandates: RECUR-CARD-ID is the card or loan, and the
      *> basis says what is paid on each due date - a card's minimum
      *> due, its full statement balance, or the fixed RECUR-AMOUNT;
      *> a loan always pays its scheduled installment. Short funds
      *> either pay what the balance covers or fail the attempt, as
      *> the customer chose. The last-due/result/amount trio records
      *> the due date the nightly pass last dealt with, so each due
      *> date is attempted once, and feeds the status on the card
      *> and loan screens.
           05 RECUR-AUTO-BASIS    PIC X(1).
               88 AUTOPAY-MINIMUM   VALUE "M".
               88 AUTOPAY-STATEMENT VALUE "S".
               88 AUTOPAY-FIXED     VALUE "F".
               88 AUTOPAY-INSTALLMENT VALUE "I".
           05 RECUR-AUTO-SHORT    PIC X(1).
               88 AUTOPAY-SHORT-PARTIAL VALUE "P".
               88 AUTOPAY-SHORT-FAIL    VALUE "F".
           05 RECUR-AUTO-LAST-DUE PIC X(8).
           05 RECUR-AUTO-RESULT   PIC X(1).
               88 AUTOPAY-PAID      VALUE "P".
               88 AUTOPAY-PARTIAL   VALUE "R".
               88 AUTOPAY-FAILED    VALUE "F".
               88 AUTOPAY-COVERED   VALUE "C".
           05 RECUR-AUTO-LAST-AMT PIC 9(9)V99.
           05 FILLER              PIC X(10).
