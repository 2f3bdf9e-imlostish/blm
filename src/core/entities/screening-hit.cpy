      *> ----------------------------------------------------------------
      *> Copybook: screening-hit.cpy
      *> Purpose: Record layout for SCREEN-HIT-FILE, one row per name
      *>          that scored at or over the match threshold against
      *>          the watch list. An OPEN hit holds the customer's
      *>          SANCTION flag (no money moves) until compliance
      *>          works it from the admin menu: CLEARED (a false
      *>          positive - the flag lifts once no other hit holds
      *>          it) or CONFIRMED (a true match - the block stays).
      *> ----------------------------------------------------------------
       01 SCREEN-HIT-RECORD.
           05 HIT-ID              PIC X(10).
      *> the customer whose account the hit blocks - for a payee or
      *> beneficiary hit, the customer who named them.
           05 HIT-USER-ID         PIC X(10).
           05 HIT-CONTEXT         PIC X(8).
               88 HIT-ON-CUSTOMER   VALUE "CUSTOMER".
               88 HIT-ON-PAYEE      VALUE "PAYEE".
               88 HIT-ON-BENEF      VALUE "BENEF".
           05 HIT-SCREENED-NAME   PIC X(50).
           05 HIT-WL-ID           PIC X(10).
           05 HIT-WL-NAME         PIC X(50).
           05 HIT-SCORE           PIC 9(3).
           05 HIT-LIST-VERSION    PIC X(10).
           05 HIT-STATUS          PIC X(1).
               88 HIT-OPEN          VALUE "O".
               88 HIT-CLEARED       VALUE "C".
               88 HIT-CONFIRMED     VALUE "T".
           05 HIT-CREATED-AT      PIC X(14).
           05 HIT-REVIEWED-BY     PIC X(10).
           05 HIT-REVIEWED-AT     PIC X(14).
           05 FILLER              PIC X(10).
