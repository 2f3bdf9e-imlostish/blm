      *> ----------------------------------------------------------------
      *> Copybook: fee-refund.cpy
      *> Purpose: Record layout for FEE-REFUND-FILE (FEEREFND), one row
      *>          per teller refund of an assessed fee - whole or part
      *>          of a card LATEFEE, a PAYFEE, an XFERFEE or a monthly
      *>          MAINTFEE - with the reason code it was given for. A
      *>          refund over the teller limit is held PENDING until a
      *>          supervisor (admin) approves it; an applied refund has
      *>          credited the fee back through the posting journal
      *>          against the same source document the fee was
      *>          charged on.
      *> ----------------------------------------------------------------
       01 FEE-REFUND-RECORD.
           05 FRF-ID              PIC X(10).
      *> the account the fee was charged to - the customer's user id,
      *> or the card id for LATEFEE - and the customer who owns it.
           05 FRF-ACCOUNT-ID      PIC X(10).
           05 FRF-USER-ID         PIC X(10).
           05 FRF-FEE-CODE        PIC X(8).
      *> the fee's journal source id (transfer id, payment id, or the
      *> code itself for MAINTFEE and LATEFEE) and the timestamp of
      *> the fee's journal entry, which together name the one fee.
           05 FRF-SOURCE-ID       PIC X(10).
           05 FRF-FEE-POSTED-AT   PIC X(14).
           05 FRF-FEE-AMOUNT      PIC 9(9)V99.
           05 FRF-REFUND-AMOUNT   PIC 9(9)V99.
           05 FRF-REASON          PIC X(4).
               88 FRF-RSN-BANK-ERROR VALUE "BERR".
               88 FRF-RSN-GOODWILL   VALUE "GOOD".
               88 FRF-RSN-DISPUTE    VALUE "DISP".
               88 FRF-RSN-HARDSHIP   VALUE "HARD".
               88 FRF-RSN-DUPLICATE  VALUE "DUPL".
               88 FRF-REASON-VALID   VALUE "BERR" "GOOD" "DISP"
                                           "HARD" "DUPL".
           05 FRF-NOTE            PIC X(40).
           05 FRF-STATUS          PIC X(1).
               88 FRF-PENDING       VALUE "P".
               88 FRF-APPLIED       VALUE "A".
               88 FRF-REJECTED      VALUE "R".
           05 FRF-REQUESTED-BY    PIC X(10).
           05 FRF-REQUESTED-AT    PIC X(14).
      *> the supervisor who approved or rejected a held refund; for a
      *> refund within the teller limit, the teller again.
           05 FRF-DECIDED-BY      PIC X(10).
           05 FRF-DECIDED-AT      PIC X(14).
           05 FILLER              PIC X(20).
