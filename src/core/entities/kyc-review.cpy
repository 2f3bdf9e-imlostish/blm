      *> ----------------------------------------------------------------
      *> Copybook: kyc-review.cpy
      *> Purpose: Record layout for KYC-REVIEW-FILE, one row per
      *>          customer carrying when their identity was last
      *>          verified and when the next periodic review falls
      *>          due. The due date is the last verification plus the
      *>          review cycle for the customer's current risk grade,
      *>          so it moves when the grade does; the nightly
      *>          KYC-REFRESH job recomputes it and walks the state
      *>          from current through notified and overdue to
      *>          restricted (the KYCREVIEW memo flag) until a teller
      *>          re-verifies.
      *> ----------------------------------------------------------------
       01 KYC-REVIEW-RECORD.
           05 KYC-USER-ID          PIC X(10).
           05 KYC-LAST-VERIFIED    PIC X(8).
           05 KYC-VERIFIED-BY      PIC X(10).
      *> the grade and cycle the due date was last worked out from
           05 KYC-GRADE            PIC 9(1).
           05 KYC-CYCLE-MONTHS     PIC 9(3).
           05 KYC-DUE-DATE         PIC X(8).
           05 KYC-STATE            PIC X(1).
               88 KYC-CURRENT          VALUE "C".
               88 KYC-NOTICE-SENT      VALUE "N".
               88 KYC-OVERDUE          VALUE "O".
               88 KYC-RESTRICTED       VALUE "R".
           05 KYC-NOTICE-DATE      PIC X(8).
           05 KYC-OVERDUE-DATE     PIC X(8).
           05 KYC-RESTRICTED-DATE  PIC X(8).
           05 KYC-NOTE             PIC X(40).
           05 KYC-UPDATED-AT       PIC X(14).
           05 FILLER               PIC X(20).
