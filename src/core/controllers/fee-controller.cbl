      *> Modification History:
      *>   08/09/2025 - jm - First cut: set/list/quote/assess against a
      *>                     real indexed FEE-MASTER-FILE.
      *>   15/10/2026 - jm - "set" no longer writes: it raises the
      *>                     change, old and new values, with
      *>                     BLM-CFGCHG-CONTROLLER, and the new
      *>                     internal "apply" writes it once a second
      *>                     admin approves.
      *>   15/10/2026 - jm - Relationship pricing: each fee carries a
      *>                     percent off for the silver, gold and
      *>                     platinum tiers ("tiers" SSS/GGG/PPP on
      *>                     set). quote/assess price the customer's
      *>                     RELTIER tier in, return what was waived,
      *>                     and assess logs it to FEEWAIVE.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-FEE-CONTROLLER.
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FEE-CODE
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT REL-TIER-FILE ASSIGN TO "RELTIER"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS REL-USER-ID
                 FILE STATUS IS WS-REL-STATUS.
             SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIVE"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FWV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "fee-schedule.cpy".
       FD  REL-TIER-FILE
           LABEL RECORD STANDARD.
           COPY "rel-tier.cpy".
       FD  FEE-WAIVER-FILE
           LABEL RECORD STANDARD.
           COPY "fee-waiver.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-REL-STATUS        PIC XX VALUE SPACES.
       77 WS-FWV-STATUS        PIC XX VALUE SPACES.
       77 WS-CDT-DATE          PIC 9(8).
       77 WS-CDT-TIME          PIC 9(6).
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TARGET-USER       PIC X(10) VALUE SPACES.
       77 WS-SOURCE-ID         PIC X(10) VALUE SPACES.

      *> Relationship pricing - the customer's tier, the schedule
      *> price before the tier discount and what the discount took off.
       77 WS-PRICE-USER        PIC X(10) VALUE SPACES.
       77 WS-CUST-TIER         PIC 9(1) VALUE 0.
       77 WS-TIER-NAME         PIC X(10) VALUE SPACES.
       77 WS-TIER-PCT          PIC 9(3) VALUE 0.
       77 WS-LIST-AMOUNT       PIC 9(9)V99 VALUE 0.
       77 WS-WAIVED-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-TIER-PCTS.
           05 WS-TIER-PCT-IN   PIC X(3) OCCURS 3 TIMES.
       01 WS-KEEP-PCTS.
           05 WS-KEEP-PCT      PIC 9(3) OCCURS 3 TIMES.
       77 WS-TIER-IDX          PIC 9(1) VALUE 0.

      *> Four-eyes hand-off - a schedule change is raised for a
      *> second admin's approval rather than written directly.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-CC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-CC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-CC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-CC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-CC-FIELD-COUNT==.
       77 WS-CC-RET-CODE       PIC S9(4) COMP.
       77 WS-CC-TARGET         PIC X(8) VALUE SPACES.
       77 WS-CC-KEY            PIC X(20) VALUE SPACES.
       77 WS-CC-OLD            PIC X(60) VALUE SPACES.
       77 WS-CC-NEW            PIC X(60) VALUE SPACES.
       77 WS-CC-TEXT           PIC X(60) VALUE SPACES.
       77 WS-PCT-EDIT          PIC ZZ9.9999.

      *> Audit trail
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
           EVALUATE LK-OP
               WHEN "set"
                   PERFORM SET-FEE
               WHEN "apply"
                   PERFORM APPLY-FEE
               WHEN "list"
                   PERFORM LIST-FEES
               WHEN "quote"
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-FEE - a teller/admin (LK-USER-ID) asks to create or
      *> overwrite the fee named by --code from --basis (F/P),
      *> --amount (flat USD or percent) and --effective (YYYYMMDD,
      *> default today). Nothing is written here: the change is
      *> raised with BLM-CFGCHG-CONTROLLER for a second admin to
      *> approve.
      *> ----------------------------------------------------------------
       SET-FEE.
           MOVE SPACES TO USER-CTL-DATA
                       "required to maintain the fee schedule."
               MOVE 13 TO LK-RET-CODE
           ELSE
               MOVE "not on file" TO WS-CC-OLD
               MOVE "code" TO WS-LOOKUP-NAME
               PERFORM LOOKUP-OP-FIELD
               OPEN INPUT FEE-MASTER-FILE
               IF WS-FILE-STATUS = "00"
                   MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:8))
                        TO FEE-CODE
                   READ FEE-MASTER-FILE KEY IS FEE-CODE
                   IF WS-FILE-STATUS = "00"
                       PERFORM DESCRIBE-FEE-RECORD
                       MOVE WS-CC-TEXT TO WS-CC-OLD
                   END-IF
                   CLOSE FEE-MASTER-FILE
               END-IF
               PERFORM BUILD-FEE-RECORD
               PERFORM DESCRIBE-FEE-RECORD
               MOVE WS-CC-TEXT TO WS-CC-NEW
               MOVE "FEE" TO WS-CC-TARGET
               MOVE FEE-CODE TO WS-CC-KEY
               PERFORM RAISE-FEE-CHANGE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPLY-FEE - writes a fee change a second admin has approved;
      *> called only by BLM-CFGCHG-CONTROLLER, with LK-USER-ID the
      *> admin who raised it.
      *> ----------------------------------------------------------------
       APPLY-FEE.
           PERFORM BUILD-FEE-RECORD
           PERFORM OPEN-FEE-FOR-WRITE
           WRITE FEE-RECORD
           IF WS-FILE-STATUS = "22"
               REWRITE FEE-RECORD
           END-IF
           IF WS-FILE-STATUS = "00"
               DISPLAY "Fee " FEE-CODE " set, basis " FEE-BASIS
                       " flat " FEE-FLAT-AMOUNT " percent "
                       FEE-PERCENT-RATE " effective "
                       FEE-EFFECTIVE
               MOVE 0 TO LK-RET-CODE
           ELSE
               DISPLAY "Error writing fee, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE FEE-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> BUILD-FEE-RECORD - stages FEE-RECORD from the op-fields. A
      *> change with no "tiers" field keeps the tier discounts already
      *> on the row.
      *> ----------------------------------------------------------------
       BUILD-FEE-RECORD.
           PERFORM KEEP-TIER-PCTS
           MOVE SPACES TO FEE-RECORD
           MOVE "code" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:8))
                TO FEE-CODE
           MOVE "basis" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND AND WS-LOOKUP-VALUE(1:1) = "P"
               SET FEE-PERCENT TO TRUE
           ELSE
               SET FEE-FLAT TO TRUE
           END-IF
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF FEE-PERCENT
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE)
                    TO FEE-PERCENT-RATE
               MOVE 0 TO FEE-FLAT-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE)
                    TO FEE-FLAT-AMOUNT
               MOVE 0 TO FEE-PERCENT-RATE
           END-IF
           MOVE "effective" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND
               MOVE WS-LOOKUP-VALUE(1:8) TO FEE-EFFECTIVE
           ELSE
               ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
               MOVE WS-CDT-DATE TO FEE-EFFECTIVE
           END-IF
           MOVE "tiers" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND AND WS-LOOKUP-VALUE NOT = SPACES
               MOVE SPACES TO WS-TIER-PCTS
               UNSTRING WS-LOOKUP-VALUE DELIMITED BY "/"
                   INTO WS-TIER-PCT-IN(1) WS-TIER-PCT-IN(2)
                        WS-TIER-PCT-IN(3)
               END-UNSTRING
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > 3
                   MOVE FUNCTION NUMVAL(WS-TIER-PCT-IN(WS-TIER-IDX))
                        TO FEE-TIER-PCT(WS-TIER-IDX)
                   IF FEE-TIER-PCT(WS-TIER-IDX) > 100
                       MOVE 100 TO FEE-TIER-PCT(WS-TIER-IDX)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > 3
                   MOVE WS-KEEP-PCT(WS-TIER-IDX)
                        TO FEE-TIER-PCT(WS-TIER-IDX)
               END-PERFORM
           END-IF
           MOVE LK-USER-ID TO FEE-UPDATED-BY
           PERFORM STAMP-FEE-TIME
           MOVE WS-TIMESTAMP TO FEE-UPDATED-AT.
           EXIT.

      *> ----------------------------------------------------------------
      *> KEEP-TIER-PCTS - remembers the tier discounts on the row for
      *> --code, if there is one, in WS-KEEP-PCTS (zeros otherwise).
      *> ----------------------------------------------------------------
       KEEP-TIER-PCTS.
           MOVE ZEROS TO WS-KEEP-PCTS
           MOVE "code" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           OPEN INPUT FEE-MASTER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:8))
                    TO FEE-CODE
               READ FEE-MASTER-FILE KEY IS FEE-CODE
               IF WS-FILE-STATUS = "00"
                   PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                           UNTIL WS-TIER-IDX > 3
                       IF FEE-TIER-PCT(WS-TIER-IDX) IS NUMERIC
                           MOVE FEE-TIER-PCT(WS-TIER-IDX)
                                TO WS-KEEP-PCT(WS-TIER-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE FEE-MASTER-FILE
           END-IF.
           EXIT.

       DESCRIBE-FEE-RECORD.
           MOVE SPACES TO WS-CC-TEXT
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               IF FEE-TIER-PCT(WS-TIER-IDX) IS NOT NUMERIC
                   MOVE 0 TO FEE-TIER-PCT(WS-TIER-IDX)
               END-IF
           END-PERFORM
           IF FEE-PERCENT
               MOVE FEE-PERCENT-RATE TO WS-PCT-EDIT
               STRING "percent " WS-PCT-EDIT " effective "
                      FEE-EFFECTIVE " tiers " FEE-TIER-PCT(1) "/"
                      FEE-TIER-PCT(2) "/" FEE-TIER-PCT(3)
                      DELIMITED BY SIZE INTO WS-CC-TEXT
           ELSE
               MOVE FEE-FLAT-AMOUNT TO WS-FEE-EDIT
               STRING "flat " WS-FEE-EDIT " effective "
                      FEE-EFFECTIVE " tiers " FEE-TIER-PCT(1) "/"
                      FEE-TIER-PCT(2) "/" FEE-TIER-PCT(3)
                      DELIMITED BY SIZE INTO WS-CC-TEXT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> RAISE-FEE-CHANGE - hands the screen's fields, with the
      *> target, key and old/new values, to BLM-CFGCHG-CONTROLLER.
      *> ----------------------------------------------------------------
       RAISE-FEE-CHANGE.
           MOVE OP-FIELDS TO WS-CC-FIELDS
           MOVE OP-FIELD-COUNT TO WS-CC-FIELD-COUNT
           ADD 1 TO WS-CC-FIELD-COUNT
           MOVE "cc-target" TO WS-CC-FIELD-NAME(WS-CC-FIELD-COUNT)
           MOVE WS-CC-TARGET TO WS-CC-FIELD-VALUE(WS-CC-FIELD-COUNT)
           ADD 1 TO WS-CC-FIELD-COUNT
           MOVE "cc-key" TO WS-CC-FIELD-NAME(WS-CC-FIELD-COUNT)
           MOVE WS-CC-KEY TO WS-CC-FIELD-VALUE(WS-CC-FIELD-COUNT)
           ADD 1 TO WS-CC-FIELD-COUNT
           MOVE "cc-old" TO WS-CC-FIELD-NAME(WS-CC-FIELD-COUNT)
           MOVE WS-CC-OLD TO WS-CC-FIELD-VALUE(WS-CC-FIELD-COUNT)
           ADD 1 TO WS-CC-FIELD-COUNT
           MOVE "cc-new" TO WS-CC-FIELD-NAME(WS-CC-FIELD-COUNT)
           MOVE WS-CC-NEW TO WS-CC-FIELD-VALUE(WS-CC-FIELD-COUNT)
           CALL "BLM-CFGCHG-CONTROLLER" USING "raise", WS-CC-FIELDS,
                WS-CC-FIELD-COUNT, LK-USER-ID, WS-CC-RET-CODE
           MOVE WS-CC-RET-CODE TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-FEES - displays the whole fee schedule.
      *> ----------------------------------------------------------------
               IF WS-FILE-STATUS = "00"
                   READ FEE-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                               UNTIL WS-TIER-IDX > 3
                           IF FEE-TIER-PCT(WS-TIER-IDX) IS NOT NUMERIC
                               MOVE 0 TO FEE-TIER-PCT(WS-TIER-IDX)
                           END-IF
                       END-PERFORM
                       DISPLAY FEE-CODE " basis " FEE-BASIS
                               " flat " FEE-FLAT-AMOUNT
                               " percent " FEE-PERCENT-RATE
                               " effective " FEE-EFFECTIVE
                               " tiers " FEE-TIER-PCT(1) "/"
                               FEE-TIER-PCT(2) "/" FEE-TIER-PCT(3)
                       READ FEE-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
      *> ----------------------------------------------------------------
      *> COMPUTE-FEE - prices the fee named by --code against --amount
      *> into WS-FEE-AMOUNT. No row on file, or a row not yet
      *> effective, prices to zero with FEE-ON-FILE clear. The
      *> customer (--user, else the caller) is then priced at their
      *> relationship tier: WS-LIST-AMOUNT keeps the schedule price
      *> and WS-WAIVED-AMOUNT what the tier discount took off it.
      *> ----------------------------------------------------------------
       COMPUTE-FEE.
           MOVE "N" TO WS-FEE-ON-FILE
           MOVE 0 TO WS-FEE-AMOUNT
           MOVE 0 TO WS-LIST-AMOUNT
           MOVE 0 TO WS-WAIVED-AMOUNT
           PERFORM READ-CUSTOMER-TIER
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-BASE-AMOUNT
                       ELSE
                           MOVE FEE-FLAT-AMOUNT TO WS-FEE-AMOUNT
                       END-IF
                       MOVE WS-FEE-AMOUNT TO WS-LIST-AMOUNT
                       PERFORM APPLY-TIER-DISCOUNT
                   END-IF
               END-IF
               CLOSE FEE-MASTER-FILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> READ-CUSTOMER-TIER - the relationship tier of the customer
      *> being priced into WS-CUST-TIER / WS-TIER-NAME. No tier row
      *> (or no tier file yet) is the standard tier.
      *> ----------------------------------------------------------------
       READ-CUSTOMER-TIER.
           MOVE 0 TO WS-CUST-TIER
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND AND WS-LOOKUP-VALUE NOT = SPACES
               MOVE WS-LOOKUP-VALUE(1:10) TO WS-PRICE-USER
           ELSE
               MOVE LK-USER-ID TO WS-PRICE-USER
           END-IF
           IF WS-PRICE-USER NOT = SPACES
               OPEN INPUT REL-TIER-FILE
               IF WS-REL-STATUS = "00"
                   MOVE WS-PRICE-USER TO REL-USER-ID
                   READ REL-TIER-FILE KEY IS REL-USER-ID
                   IF WS-REL-STATUS = "00" AND REL-TIER IS NUMERIC
                       MOVE REL-TIER TO WS-CUST-TIER
                   END-IF
                   CLOSE REL-TIER-FILE
               END-IF
           END-IF
           EVALUATE WS-CUST-TIER
               WHEN 1 MOVE "SILVER" TO WS-TIER-NAME
               WHEN 2 MOVE "GOLD" TO WS-TIER-NAME
               WHEN 3 MOVE "PLATINUM" TO WS-TIER-NAME
               WHEN OTHER
                   MOVE 0 TO WS-CUST-TIER
                   MOVE "STANDARD" TO WS-TIER-NAME
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPLY-TIER-DISCOUNT - takes the loaded fee row's percent for
      *> the customer's tier off WS-FEE-AMOUNT (100 waives it).
      *> ----------------------------------------------------------------
       APPLY-TIER-DISCOUNT.
           MOVE 0 TO WS-TIER-PCT
           IF WS-CUST-TIER > 0
               IF FEE-TIER-PCT(WS-CUST-TIER) IS NUMERIC
                   MOVE FEE-TIER-PCT(WS-CUST-TIER) TO WS-TIER-PCT
               END-IF
           END-IF
           IF WS-TIER-PCT > 100
               MOVE 100 TO WS-TIER-PCT
           END-IF
           IF WS-TIER-PCT > 0 AND WS-FEE-AMOUNT > 0
               COMPUTE WS-WAIVED-AMOUNT ROUNDED =
                       WS-FEE-AMOUNT * WS-TIER-PCT / 100
               SUBTRACT WS-WAIVED-AMOUNT FROM WS-FEE-AMOUNT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> QUOTE-FEE - prices the fee and hands it back to the caller as
      *> an extra "fee-amount" op-field (OP-FIELDS lives in the
      *> caller's own storage), so the customer sees it before
      *> confirming. When the customer's tier took something off,
      *> "fee-waived" and "fee-tier" follow it.
      *> ----------------------------------------------------------------
       QUOTE-FEE.
           PERFORM COMPUTE-FEE
           PERFORM RETURN-FEE-FIELDS.
           EXIT.

       RETURN-FEE-FIELDS.
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "fee-amount" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-FEE-AMOUNT TO WS-FEE-EDIT
               MOVE WS-FEE-EDIT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           IF WS-WAIVED-AMOUNT > 0 AND OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "fee-waived" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-WAIVED-AMOUNT TO WS-FEE-EDIT
               MOVE WS-FEE-EDIT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           IF WS-WAIVED-AMOUNT > 0 AND OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "fee-tier" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-TIER-NAME TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ASSESS-FEE - prices the fee and posts it as a debit against
      *> --user through BLM-USER-CONTROLLER's BALANCE-DELTA (journal
      *> source FEE / the --source document id), then audits it. A
      *> zero fee posts nothing. What the customer's tier took off is
      *> logged to FEEWAIVE - a fee waived in full included - and the
      *> charged amount goes back to the caller as with a quote.
      *> ----------------------------------------------------------------
       ASSESS-FEE.
           PERFORM COMPUTE-FEE
                   MOVE 12 TO LK-RET-CODE
               END-IF
               PERFORM LOG-FEE-EVENT
           END-IF
           IF WS-WAIVED-AMOUNT > 0 AND WS-TARGET-USER NOT = SPACES
                   AND LK-RET-CODE = 0
               PERFORM LOG-FEE-WAIVER
           END-IF
           PERFORM RETURN-FEE-FIELDS.
           EXIT.

       STAMP-FEE-TIME.
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOG-FEE-WAIVER - appends the revenue the customer's tier gave
      *> up on this assessment to the waiver log, creating it on first
      *> use.
      *> ----------------------------------------------------------------
       LOG-FEE-WAIVER.
           OPEN EXTEND FEE-WAIVER-FILE
           IF WS-FWV-STATUS NOT = "00"
               OPEN OUTPUT FEE-WAIVER-FILE
               CLOSE FEE-WAIVER-FILE
               OPEN EXTEND FEE-WAIVER-FILE
           END-IF
           MOVE SPACES TO FEE-WAIVER-RECORD
           PERFORM STAMP-FEE-TIME
           MOVE WS-TIMESTAMP TO FWV-TIMESTAMP
           MOVE WS-TARGET-USER TO FWV-USER-ID
           MOVE FEE-CODE TO FWV-FEE-CODE
           MOVE WS-CUST-TIER TO FWV-TIER
           MOVE WS-LIST-AMOUNT TO FWV-LIST-AMOUNT
           MOVE WS-FEE-AMOUNT TO FWV-CHARGED
           MOVE WS-WAIVED-AMOUNT TO FWV-WAIVED
           MOVE WS-SOURCE-ID TO FWV-SOURCE-ID
           WRITE FEE-WAIVER-RECORD
           CLOSE FEE-WAIVER-FILE.
           EXIT.

       OPEN-FEE-FOR-WRITE.
           OPEN I-O FEE-MASTER-FILE
           IF WS-FILE-STATUS = "35"
