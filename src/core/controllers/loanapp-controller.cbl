      *>                     LOANAPP-MASTER-FILE, ids off the sequence
      *>                     control file with the usual self-seeding
      *>                     browse fallback.
      *>   15/10/2026 - jm - An application names a catalog product
      *>                     (--product) and is priced at entry through
      *>                     BLM-LOANPROD-CONTROLLER off the applicant's
      *>                     risk grade; amounts and terms outside the
      *>                     product are refused there and then. The
      *>                     customer no longer types a rate.
      *>   15/10/2026 - jm - A variable-rate product's index and margin
      *>                     are kept on the application and carried
      *>                     onto the loan at approval.
      *>   15/10/2026 - jm - A decline may carry a reason --code kept
      *>                     in the letter templates; it is stored on
      *>                     the application for the decline letter
      *>                     and its wording fills a blank --reason.
      *>   15/10/2026 - jm - Approval checks the applicant's total
      *>                     credit exposure first; a breach leaves the
      *>                     application pending (16) unless an admin
      *>                     approves it with --override Y.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-LOANAPP-CONTROLLER.
       77 WS-AMOUNT-EDIT       PIC 9(9).99.
       77 WS-RATE-EDIT         PIC 9(3).9(4).
       77 WS-TERM-EDIT         PIC 9(3).
       77 WS-MARGIN-EDIT       PIC -9(2).9(4).
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-ORIG-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-ORIG-FIELD-ENTRY==
                     ==OP-FIELD-VALUE== BY ==WS-ORIG-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-ORIG-FIELD-COUNT==.

      *> Product pricing at entry - the catalog hands back the rate,
      *> grade, purpose and currency as extra op-fields.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-PR-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-PR-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-PR-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-PR-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-PR-FIELD-COUNT==.
       77 WS-PR-RET-CODE       PIC S9(4) COMP.
       77 WS-PR-IDX            PIC 9(4) COMP.

      *> Notification outbox - the decision notice to the applicant.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
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

      *> Customer credit exposure - the new loan on top of what the
      *> applicant already owes and is committed to.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-EX-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-EX-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-EX-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-EX-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-EX-FIELD-COUNT==.
       77 WS-EX-RET-CODE       PIC S9(4) COMP.

      *> Audit trail for underwriting decisions
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.

      *> ----------------------------------------------------------------
      *> FILE-APPLICATION - files a PENDING application for LK-USER-ID
      *> for --amount over --term months on catalog --product, with an
      *> optional --purpose (default the product's). The product
      *> prices it off the applicant's risk grade, or refuses it
      *> outright when it falls outside the product. Nothing is
      *> originated here; that takes an underwriting decision.
      *> ----------------------------------------------------------------
       FILE-APPLICATION.
           MOVE "term" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO APP-TERM-MONTHS
           MOVE "product" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:6))
                TO APP-PRODUCT-CODE
           MOVE "purpose" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE TO APP-PURPOSE
           IF APP-AMOUNT = 0 OR APP-TERM-MONTHS = 0
                   OR APP-PRODUCT-CODE = SPACES
               DISPLAY "Loan product, amount and term are required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PRICE-FROM-PRODUCT
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET APP-PENDING TO TRUE
           MOVE SPACES TO APP-DECIDED-BY APP-DECIDED-AT
           MOVE SPACES TO APP-DECLINE-REASON APP-LOAN-ID
           MOVE SPACES TO APP-DECLINE-CODE
           PERFORM OPEN-APP-FOR-WRITE
           PERFORM GENERATE-APP-ID
           MOVE WS-NEW-APP-ID TO APP-ID
           MOVE WS-TIMESTAMP TO APP-CREATED-AT
           WRITE LOAN-APP-RECORD
           IF WS-FILE-STATUS = "00"
               MOVE APP-RATE TO WS-RATE-EDIT
               DISPLAY "Application " APP-ID " filed for review at "
                       WS-RATE-EDIT "% on " APP-PRODUCT-CODE "; you "
                       "will hear back once underwriting has looked "
                       "at it."
               MOVE 0 TO LK-RET-CODE
           ELSE
               DISPLAY "Error filing application, status "
           CLOSE LOANAPP-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> PRICE-FROM-PRODUCT - asks the catalog for the application's
      *> price; a refusal comes back as the return code with the
      *> reason already shown. Fills APP-RATE, APP-RISK-GRADE,
      *> APP-CURRENCY, the rate index and margin of a variable-rate
      *> product and, when the customer gave none, APP-PURPOSE.
      *> ----------------------------------------------------------------
       PRICE-FROM-PRODUCT.
           MOVE "product" TO WS-PR-FIELD-NAME(1)
           MOVE APP-PRODUCT-CODE TO WS-PR-FIELD-VALUE(1)
           MOVE "amount" TO WS-PR-FIELD-NAME(2)
           MOVE APP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PR-FIELD-VALUE(2)
           MOVE "term" TO WS-PR-FIELD-NAME(3)
           MOVE APP-TERM-MONTHS TO WS-TERM-EDIT
           MOVE WS-TERM-EDIT TO WS-PR-FIELD-VALUE(3)
           MOVE 3 TO WS-PR-FIELD-COUNT
           CALL "BLM-LOANPROD-CONTROLLER" USING "price", WS-PR-FIELDS,
                WS-PR-FIELD-COUNT, LK-USER-ID, WS-PR-RET-CODE
           IF WS-PR-RET-CODE NOT = 0
               MOVE WS-PR-RET-CODE TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO APP-RISK-GRADE
           MOVE SPACES TO APP-RATE-INDEX
           MOVE 0 TO APP-RATE-MARGIN
           PERFORM VARYING WS-PR-IDX FROM 4 BY 1
                   UNTIL WS-PR-IDX > WS-PR-FIELD-COUNT
               EVALUATE WS-PR-FIELD-NAME(WS-PR-IDX)
                   WHEN "rate"
                       COMPUTE APP-RATE = FUNCTION NUMVAL(
                               WS-PR-FIELD-VALUE(WS-PR-IDX))
                   WHEN "grade"
                       MOVE WS-PR-FIELD-VALUE(WS-PR-IDX)(1:1)
                            TO APP-RISK-GRADE
                   WHEN "currency"
                       MOVE WS-PR-FIELD-VALUE(WS-PR-IDX)(1:3)
                            TO APP-CURRENCY
                   WHEN "rate-index"
                       MOVE WS-PR-FIELD-VALUE(WS-PR-IDX)(1:4)
                            TO APP-RATE-INDEX
                   WHEN "rate-margin"
                       COMPUTE APP-RATE-MARGIN = FUNCTION NUMVAL(
                               WS-PR-FIELD-VALUE(WS-PR-IDX))
                   WHEN "purpose"
                       IF APP-PURPOSE = SPACES
                           MOVE WS-PR-FIELD-VALUE(WS-PR-IDX)(1:30)
                                TO APP-PURPOSE
                       END-IF
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-MY-APPLICATIONS - the customer-visible status of every
      *> application LK-USER-ID has filed.
                                   " over " APP-TERM-MONTHS
                                   " months at " APP-RATE " - "
                                   APP-PURPOSE
                           IF APP-PRODUCT-CODE NOT = SPACES
                               DISPLAY "    product "
                                       APP-PRODUCT-CODE
                                       ", priced at risk grade "
                                       APP-RISK-GRADE
                           END-IF
                       END-IF
                       READ LOANAPP-MASTER-FILE NEXT RECORD
                   END-PERFORM
      *> ----------------------------------------------------------------
      *> APPROVE-APPLICATION - originates the loan and schedule exactly
      *> as a direct origination used to, through BLM-LOAN-CONTROLLER,
      *> then links the application to the loan it became. A loan
      *> that would take the applicant past their exposure maximum is
      *> not originated: the application stays pending for an admin
      *> to sign off (16), or is refused outright (8).
      *> ----------------------------------------------------------------
       APPROVE-APPLICATION.
           MOVE 0 TO LK-RET-CODE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-APP-EXPOSURE
           IF LK-RET-CODE NOT = 0
               DISPLAY "Application " APP-ID " left pending."
               CLOSE LOANAPP-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE APP-USER-ID TO WS-APP-USER
           MOVE "amount" TO WS-ORIG-FIELD-NAME(1)
           MOVE APP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE "currency" TO WS-ORIG-FIELD-NAME(5)
           MOVE APP-CURRENCY TO WS-ORIG-FIELD-VALUE(5)
           MOVE 5 TO WS-ORIG-FIELD-COUNT
           IF APP-RATE-INDEX NOT = SPACES
               MOVE "rate-index" TO WS-ORIG-FIELD-NAME(6)
               MOVE APP-RATE-INDEX TO WS-ORIG-FIELD-VALUE(6)
               MOVE "rate-margin" TO WS-ORIG-FIELD-NAME(7)
               MOVE APP-RATE-MARGIN TO WS-MARGIN-EDIT
               MOVE WS-MARGIN-EDIT TO WS-ORIG-FIELD-VALUE(7)
               MOVE 7 TO WS-ORIG-FIELD-COUNT
           END-IF
           CALL "BLM-LOAN-CONTROLLER" USING "ORIGINATE",
                WS-ORIG-FIELDS, WS-ORIG-FIELD-COUNT, WS-APP-USER,
                WS-ORIG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-APP-EXPOSURE - asks BLM-EXPOSURE-CONTROLLER whether the
      *> applicant can take APP-AMOUNT more, passing on the decider's
      *> --override; its answer becomes LK-RET-CODE.
      *> ----------------------------------------------------------------
       CHECK-APP-EXPOSURE.
           MOVE "amount" TO WS-EX-FIELD-NAME(1)
           MOVE APP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-EX-FIELD-VALUE(1)
           MOVE "acting" TO WS-EX-FIELD-NAME(2)
           MOVE LK-USER-ID TO WS-EX-FIELD-VALUE(2)
           MOVE "what" TO WS-EX-FIELD-NAME(3)
           MOVE SPACES TO WS-EX-FIELD-VALUE(3)
           STRING "LOANAPP " APP-ID DELIMITED BY SIZE
               INTO WS-EX-FIELD-VALUE(3)
           MOVE "override" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE "override" TO WS-EX-FIELD-NAME(4)
           MOVE WS-LOOKUP-VALUE TO WS-EX-FIELD-VALUE(4)
           MOVE 4 TO WS-EX-FIELD-COUNT
           CALL "BLM-EXPOSURE-CONTROLLER" USING "CHECK",
                WS-EX-FIELDS, WS-EX-FIELD-COUNT, APP-USER-ID,
                WS-EX-RET-CODE
           MOVE WS-EX-RET-CODE TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> DECLINE-APPLICATION - closes the application with --reason
      *> and/or a template reason --code and tells the applicant.
      *> ----------------------------------------------------------------
       DECLINE-APPLICATION.
           MOVE 0 TO LK-RET-CODE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DECLINE-REASON
           IF LK-RET-CODE NOT = 0
               CLOSE LOANAPP-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           SET APP-DECLINED TO TRUE
           MOVE WS-DECLINE-TEXT TO APP-DECLINE-REASON
           MOVE WS-DECLINE-CODE TO APP-DECLINE-CODE
           MOVE LK-USER-ID TO APP-DECIDED-BY
           PERFORM STAMP-APP-TIME
           MOVE WS-TIMESTAMP TO APP-DECIDED-AT
           PERFORM LOG-DECISION-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOAD-DECLINE-REASON - the decline's --code (optional) and
      *> --reason into WS-DECLINE-CODE / WS-DECLINE-TEXT. A code must
      *> be one the LD letter templates keep (8 if not); with no
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
           MOVE "LD" TO WS-LT-FIELD-VALUE(1)
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

      *> ----------------------------------------------------------------
      *> POST-DECISION-NOTICE - tells the applicant how their request
      *> came out, through the notification outbox.
