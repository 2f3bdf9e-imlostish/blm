      *>          side animal with the provisional-credit clock.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - An upheld dispute reverses the rewards
      *>                     points the disputed charge earned.
      *>   25/10/2025 - jm - The provisional credit and its take-back
      *>                     serialize on the per-card record lock
      *>                     like the charge path; a movement that
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.
       77 WS-RW-RET-CODE       PIC S9(4) COMP.

      *> Audit trail for decisions
       COPY "audit-log.cpy"
      *> ----------------------------------------------------------------
      *> UPHOLD-DISPUTE - the provisional credit becomes permanent;
      *> nothing more posts, the case just closes in the customer's
      *> favor, and the charge's rewards points come back off.
      *> ----------------------------------------------------------------
       UPHOLD-DISPUTE.
           MOVE 0 TO LK-RET-CODE
           CLOSE CARD-DISPUTE-FILE
           DISPLAY "Dispute " CDSP-ID " upheld; the provisional "
                   "credit is now permanent."
           PERFORM REVERSE-DISPUTED-POINTS
           PERFORM POST-DECISION-NOTICE
           MOVE "CARDDSP-UPHOLD" TO WS-AUDIT-ACTION
           PERFORM LOG-DECISION-EVENT.
           EXIT.

       REVERSE-DISPUTED-POINTS.
           MOVE "auth" TO WS-NT-FIELD-NAME(1)
           MOVE CDSP-AUTH-ID TO WS-NT-FIELD-VALUE(1)
           MOVE "reason" TO WS-NT-FIELD-NAME(2)
           MOVE "CHARGEBACK" TO WS-NT-FIELD-VALUE(2)
           MOVE 2 TO WS-NT-FIELD-COUNT
           CALL "BLM-REWARDS-CONTROLLER" USING "reverse",
                WS-NT-FIELDS, WS-NT-FIELD-COUNT, LK-USER-ID,
                WS-RW-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> DENY-DISPUTE - the charge stands: the provisional credit is
      *> taken back off the card and the case closes against the
