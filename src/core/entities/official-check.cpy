      *> ----------------------------------------------------------------
      *> Copybook: official-check.cpy
      *> Purpose: Record layout for OFFICIAL-CHECK-FILE (CHKMSTR), the
      *>          official (bank) check register. One row per check a
      *>          teller issues against a customer's balance, keyed by
      *>          the printed check number: ISSUED while outstanding,
      *>          CLEARED when the clearing bank's paid-items file
      *>          pays it, VOIDED when a teller cancels it and the
      *>          customer is re-credited, STALE once it passes the
      *>          stale-dating age unpaid (still owed, no longer
      *>          payable - a stale check can only be voided),
      *>          ESCHEATED once it has gone unclaimed long enough to
      *>          be remitted to the state as unclaimed property.
      *> ----------------------------------------------------------------
       01 OFFICIAL-CHECK-RECORD.
      *> the printed check number: ten digits, off the OFFCHECK
      *> sequence.
           05 OCHK-NUMBER         PIC X(10).
      *> the remitter - the customer whose balance funded the check.
           05 OCHK-USER-ID        PIC X(10).
           05 OCHK-PAYEE          PIC X(40).
           05 OCHK-AMOUNT         PIC 9(9)V99.
           05 OCHK-STATUS         PIC X(1).
               88 OCHK-ISSUED       VALUE "I".
               88 OCHK-CLEARED      VALUE "C".
               88 OCHK-VOIDED       VALUE "V".
               88 OCHK-STALE        VALUE "S".
               88 OCHK-ESCHEATED    VALUE "E".
               88 OCHK-OUTSTANDING  VALUE "I" "S".
           05 OCHK-ISSUE-DATE     PIC X(8).
           05 OCHK-ISSUED-AT      PIC X(14).
           05 OCHK-ISSUED-BY      PIC X(10).
      *> what the clearing bank paid and the date it came through.
           05 OCHK-CLEARED-DATE   PIC X(8).
           05 OCHK-PAID-AMOUNT    PIC 9(9)V99.
           05 OCHK-VOIDED-AT      PIC X(14).
           05 OCHK-VOIDED-BY      PIC X(10).
           05 OCHK-VOID-REASON    PIC X(30).
           05 OCHK-STALE-DATE     PIC X(8).
      *> the last paid-items exception raised against this check
      *> (AMOUNT, STALE, VOIDED, REPAID, ESCHEATED) and the
      *> presented figure, kept for the outstanding-checks
      *> reconciliation.
           05 OCHK-EXCEPTION      PIC X(10).
           05 OCHK-EXCEPTION-AMT  PIC 9(9)V99.
           05 FILLER              PIC X(20).
