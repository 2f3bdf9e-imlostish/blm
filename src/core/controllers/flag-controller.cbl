      *>   09/10/2025 - jm - First cut: SET/CLEAR/CHECK/LIST against a
      *>                     real indexed USER-FLAG-FILE, dedicated
      *>                     linkage like the sysctl controller.
      *>   15/10/2026 - jm - SANCTION flag for watch-list screening:
      *>                     set and lifted only by the screening
      *>                     controller (CLEAR-SYSTEM), so a plain
      *>                     teller CLEAR refuses it.
      *>   15/10/2026 - jm - KYCREVIEW flag for an overdue periodic
      *>                     identity review: set by the nightly
      *>                     KYC-REFRESH job and lifted only by a
      *>                     teller re-verification, so a plain CLEAR
      *>                     refuses it too.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-FLAG-CONTROLLER.
                   PERFORM LOG-FLAG-EVENT
      *>       self-service enrollment: a customer may flip their own
      *>       OTP flag (and only that one) without a teller.
      *>       the screening controller lifts SANCTION once compliance
      *>       has cleared every hit behind it, and the KYC controller
      *>       lifts KYCREVIEW on re-verification; each has checked
      *>       the acting user's role itself.
               WHEN "CLEAR-SYSTEM"
                   PERFORM DELETE-FLAG-ROW
                   MOVE "FLAG-CLEAR" TO WS-AUDIT-ACTION
                   PERFORM LOG-FLAG-EVENT
               WHEN "ENROLL"
                   PERFORM ENROLL-SELF-FLAG
               WHEN "UNENROLL"
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF LK-FLAG = "SANCTION"
               DISPLAY "A SANCTION block is lifted from the screening "
                       "review queue, not here."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF LK-FLAG = "KYCREVIEW"
               DISPLAY "A KYCREVIEW restriction is lifted by "
                       "re-verifying the customer from the KYC "
                       "review worklist."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM DELETE-FLAG-ROW
           MOVE "FLAG-CLEAR" TO WS-AUDIT-ACTION
           PERFORM LOG-FLAG-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> DELETE-FLAG-ROW - removes LK-FLAG from LK-USER-ID; 4 when the
      *> account does not carry it.
      *> ----------------------------------------------------------------
       DELETE-FLAG-ROW.
           OPEN I-O USER-FLAG-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 4 TO LK-RET-CODE
                   MOVE 12 TO LK-RET-CODE
               END-IF
           END-IF
           CLOSE USER-FLAG-FILE.
           EXIT.

      *> ----------------------------------------------------------------
