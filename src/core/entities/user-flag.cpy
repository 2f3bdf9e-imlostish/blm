      *>          flag on an account: LEGALHOLD (court order - blocks
      *>          outbound money, allows deposits), DECEASED (estate
      *>          handling - teller actions only), NOCONTACT (suppress
      *>          notification delivery), DORMANT (set by the
      *>          nightly dormancy scan, cleared by teller
      *>          reactivation), SANCTION (a watch-list screening hit
      *>          under compliance review - no money moves either
      *>          way), KYCREVIEW (periodic identity review overdue
      *>          past its grace period - blocks outbound money until
      *>          a teller re-verifies). Flipping USER-STATUS-LOCKED
      *>          blocked things it shouldn't and told the teller
      *>          nothing about why; these say why.
      *> ----------------------------------------------------------------
       01 USER-FLAG-RECORD.
           05 FLAG-KEY.
