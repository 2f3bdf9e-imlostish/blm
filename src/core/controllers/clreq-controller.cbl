      *>          notification outbox.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - Approval checks the customer's total
      *>                     credit exposure with the increase added;
      *>                     a breach leaves the request pending (16)
      *>                     unless an admin approves it with
      *>                     --override Y.
      *>   15/10/2026 - jm - A decline may carry a reason --code kept
      *>                     in the letter templates; it is stored on
      *>                     the request for the decline letter and
      *>                     its wording fills a blank --reason.
      *>   25/10/2025 - jm - The approval's card rewrite serializes
      *>                     on the per-card record lock; a busy card
      *>                     leaves the request pending with code 24.
      *> Request working fields
       77 WS-CARRIED-BAL       PIC S9(9)V99 VALUE 0.
       77 WS-LIMIT-DELTA       PIC S9(9)V99 VALUE 0.
       77 WS-DELTA-EDIT        PIC -(9)9.99.

      *> Record-lock protocol - the approval's limit/available
      *> rewrite is a daytime read-rewrite on the card and must
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.

      *> Decline reason codes - the teller's --code is checked against
      *> the letter templates, and its wording stands in for a blank
      *> --reason.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-LT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-LT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-LT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-LT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-LT-FIELD-COUNT==.
       77 WS-LT-RET-CODE       PIC S9(4) COMP.
       77 WS-DECLINE-CODE      PIC X(3) VALUE SPACES.
       77 WS-DECLINE-TEXT      PIC X(50) VALUE SPACES.

      *> Customer credit exposure - the increase on top of what the
      *> customer already owes and is committed to.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-EX-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-EX-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-EX-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-EX-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-EX-FIELD-COUNT==.
       77 WS-EX-RET-CODE       PIC S9(4) COMP.

      *> Audit trail for decisions
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
      *> ----------------------------------------------------------------
      *> APPROVE-REQUEST - rewrites the card to the requested limit
      *> and moves the available balance by the delta, so the carried
      *> balance stays exactly what it was. An increase that would
      *> take the customer past their exposure maximum is not made:
      *> the request stays pending for an admin to sign off (16), or
      *> is refused outright (8).
      *> ----------------------------------------------------------------
       APPROVE-REQUEST.
           MOVE 0 TO LK-RET-CODE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-REQUEST-EXPOSURE
           IF LK-RET-CODE NOT = 0
               DISPLAY "Request " CLR-ID " left pending."
               CLOSE CLREQ-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
      *>   same per-card lock as the charge path: an unlocked limit
      *>   rewrite interleaving with a locked charge is the lost
      *>   update all over again.
           PERFORM LOG-DECISION-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-REQUEST-EXPOSURE - asks BLM-EXPOSURE-CONTROLLER whether
      *> the customer can take the increase, passing on the decider's
      *> --override; its answer becomes LK-RET-CODE. A decrease is
      *> never held up.
      *> ----------------------------------------------------------------
       CHECK-REQUEST-EXPOSURE.
           COMPUTE WS-LIMIT-DELTA = CLR-REQUESTED - CLR-CURRENT-LIMIT
           IF WS-LIMIT-DELTA <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE "amount" TO WS-EX-FIELD-NAME(1)
           MOVE WS-LIMIT-DELTA TO WS-DELTA-EDIT
           MOVE WS-DELTA-EDIT TO WS-EX-FIELD-VALUE(1)
           MOVE "acting" TO WS-EX-FIELD-NAME(2)
           MOVE LK-USER-ID TO WS-EX-FIELD-VALUE(2)
           MOVE "what" TO WS-EX-FIELD-NAME(3)
           MOVE SPACES TO WS-EX-FIELD-VALUE(3)
           STRING "CLREQ " CLR-ID DELIMITED BY SIZE
               INTO WS-EX-FIELD-VALUE(3)
           MOVE "override" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE "override" TO WS-EX-FIELD-NAME(4)
           MOVE WS-LOOKUP-VALUE TO WS-EX-FIELD-VALUE(4)
           MOVE 4 TO WS-EX-FIELD-COUNT
           CALL "BLM-EXPOSURE-CONTROLLER" USING "CHECK",
                WS-EX-FIELDS, WS-EX-FIELD-COUNT, CLR-USER-ID,
                WS-EX-RET-CODE
           MOVE WS-EX-RET-CODE TO LK-RET-CODE.
           EXIT.

       DECLINE-REQUEST.
           MOVE 0 TO LK-RET-CODE
           PERFORM LOAD-REQUEST-FOR-DECISION
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DECLINE-REASON
           IF LK-RET-CODE NOT = 0
               CLOSE CLREQ-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           SET CLR-DECLINED TO TRUE
           MOVE WS-DECLINE-TEXT TO CLR-DECLINE-REASON
           MOVE WS-DECLINE-CODE TO CLR-DECLINE-CODE
           MOVE LK-USER-ID TO CLR-DECIDED-BY
           PERFORM STAMP-CLR-TIME
           MOVE WS-TIMESTAMP TO CLR-DECIDED-AT
           PERFORM LOG-DECISION-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOAD-DECLINE-REASON - the decline's --code (optional) and
      *> --reason into WS-DECLINE-CODE / WS-DECLINE-TEXT. A code must
      *> be one the CD letter templates keep (8 if not); with no
      *> reason typed, the code's wording becomes the reason.
      *> ----------------------------------------------------------------
       LOAD-DECLINE-REASON.
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:50) TO WS-DECLINE-TEXT
           MOVE "code" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:3))
                TO WS-DECLINE-CODE
           IF WS-DECLINE-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "type" TO WS-LT-FIELD-NAME(1)
           MOVE "CD" TO WS-LT-FIELD-VALUE(1)
           MOVE "reason" TO WS-LT-FIELD-NAME(2)
           MOVE WS-DECLINE-CODE TO WS-LT-FIELD-VALUE(2)
           MOVE 2 TO WS-LT-FIELD-COUNT
           CALL "BLM-LETTER-CONTROLLER" USING "reason", WS-LT-FIELDS,
                WS-LT-FIELD-COUNT, LK-USER-ID, WS-LT-RET-CODE
           IF WS-LT-RET-CODE NOT = 0
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DECLINE-TEXT = SPACES AND WS-LT-FIELD-COUNT > 2
               MOVE WS-LT-FIELD-VALUE(3)(1:50) TO WS-DECLINE-TEXT
           END-IF.
           EXIT.

       POST-DECISION-NOTICE.
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE CLR-USER-ID TO WS-NT-FIELD-VALUE(1)
