      *>                     COLLECT-MASTER-FILE, ids off the sequence
      *>                     control file with the usual self-seeding
      *>                     browse fallback.
      *>   15/10/2026 - jm - "refer" puts a loan on the worklist from
      *>                     a nightly job (charge-off hands every
      *>                     written-off loan over here), and the
      *>                     teller "recover" op books money a
      *>                     collector brought in on a charged-off
      *>                     loan through the payment path, where it
      *>                     posts as a recovery.
      *>   15/10/2026 - jm - Delinquent credit cards share the
      *>                     worklist: the card cycle refers each card
      *>                     that misses a minimum, and a contact or
      *>                     promise can be logged against a card id
      *>                     ("C...") as well as a loan id ("L...").
      *>   15/10/2026 - jm - "refer" leaves an account already OPEN or
      *>                     BROKEN on the worklist alone, and the new
      *>                     "cure" op closes an account's live entries
      *>                     once a nightly job finds it current.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-COLLECT-CONTROLLER.
                 RECORD KEY IS LOAN-ID
                 ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LOAN-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LOAN-STATUS.
             SELECT PAYMENT-MASTER-FILE ASSIGN TO "PAYMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
       FD  LOAN-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".
       FD  PAYMENT-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "payment.cpy".
       77 WS-PROMISES-KEPT     PIC 9(5) COMP VALUE 0.
       77 WS-PROMISES-BROKEN   PIC 9(5) COMP VALUE 0.

      *> Referral and cure - the account being referred or cured, the
      *> live (OPEN/BROKEN) entry already on it, and how many a cure
      *> closed.
       77 WS-REFER-LOAN-ID     PIC X(10) VALUE SPACES.
       77 WS-LIVE-COLL-ID      PIC X(10) VALUE SPACES.
       77 WS-CURED-COUNT       PIC 9(4) COMP VALUE 0.

      *> Recovery posting - booked through BLM-PAYMENT-CONTROLLER on
      *> the borrower's behalf, so it lands on the payment file and
      *> the journal like any other money received on the loan.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-PAY-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-PAY-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-PAY-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-PAY-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-PAY-FIELD-COUNT==.
       77 WS-PAY-RET-CODE      PIC S9(4) COMP.
       77 WS-RCV-AMOUNT        PIC 9(9)V99 VALUE 0.
       77 WS-RCV-EDIT          PIC 9(9).99.
       77 WS-RCV-OWNER         PIC X(10) VALUE SPACES.
       77 WS-RCV-CURRENCY      PIC X(3) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
                   PERFORM CLOSE-ENTRY
               WHEN "check-promises"
                   PERFORM CHECK-PROMISES
               WHEN "refer"
                   PERFORM REFER-ACCOUNT
               WHEN "cure"
                   PERFORM CURE-ACCOUNT
               WHEN "recover"
                   PERFORM RECORD-RECOVERY
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE

      *> ----------------------------------------------------------------
      *> LOG-CONTACT - a collector (teller role) records a contact
      *> attempt against --loan (a loan id, or a card id starting
      *> "C"): --outcome, optional --promise-amount and --promise-date,
      *> and --followup (defaults to the promise date, or a week out
      *> when no promise was made).
      *> ----------------------------------------------------------------
       LOG-CONTACT.
           MOVE SPACES TO USER-CTL-DATA
           MOVE "loan" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO COLL-LOAN-ID
           IF COLL-LOAN-ID(1:1) = "C"
               PERFORM FIND-CARD-OWNER
           ELSE
               PERFORM FIND-LOAN-OWNER
           END-IF
           IF COLL-USER-ID = SPACES
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "outcome" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           CLOSE COLLECT-MASTER-FILE.
           EXIT.

      *> owner of the loan / card in COLL-LOAN-ID into COLL-USER-ID;
      *> left blank (with the message shown) when it isn't on file.
       FIND-LOAN-OWNER.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "Loan not found."
               EXIT PARAGRAPH
           END-IF
           MOVE COLL-LOAN-ID TO LOAN-ID
           READ LOAN-MASTER-FILE KEY IS LOAN-ID
           IF WS-LOAN-STATUS = "00"
               MOVE LOAN-USER-ID TO COLL-USER-ID
           ELSE
               DISPLAY "Loan not found."
           END-IF
           CLOSE LOAN-MASTER-FILE.
           EXIT.

       FIND-CARD-OWNER.
           OPEN INPUT CARD-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "Card not found."
               EXIT PARAGRAPH
           END-IF
           MOVE COLL-LOAN-ID TO CARD-ID
           READ CARD-MASTER-FILE KEY IS CARD-ID
           IF WS-LOAN-STATUS = "00"
               MOVE CARD-USER-ID TO COLL-USER-ID
           ELSE
               DISPLAY "Card not found."
           END-IF
           CLOSE CARD-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> REFER-ACCOUNT - a nightly job hands --loan (a loan or card id)
      *> to collections with --outcome as the opening note: an OPEN
      *> entry, follow-up today, collector "SYSTEM". No role check -
      *> this is the batch side, never reached from a menu. An
      *> account already on the worklist (an OPEN or BROKEN entry)
      *> is not referred again; its entry id comes back instead.
      *> ----------------------------------------------------------------
       REFER-ACCOUNT.
           MOVE "loan" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-REFER-LOAN-ID
           PERFORM OPEN-COLLECT-FOR-WRITE
           PERFORM FIND-LIVE-ENTRY
           IF WS-LIVE-COLL-ID NOT = SPACES
               MOVE WS-LIVE-COLL-ID TO LK-USER-ID
               MOVE 0 TO LK-RET-CODE
               CLOSE COLLECT-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE COLLECT-MASTER-FILE

           MOVE SPACES TO COLLECT-RECORD
           MOVE WS-REFER-LOAN-ID TO COLL-LOAN-ID
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO COLL-USER-ID
           MOVE "outcome" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:30) TO COLL-OUTCOME
           MOVE 0 TO COLL-PROMISE-AMT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO COLL-FOLLOWUP
           MOVE "SYSTEM" TO COLL-COLLECTOR
           SET COLL-OPEN TO TRUE

           PERFORM OPEN-COLLECT-FOR-WRITE
           PERFORM GENERATE-COLL-ID
           MOVE WS-NEW-COLL-ID TO COLL-ID
           PERFORM STAMP-COLL-TIME
           MOVE WS-TIMESTAMP TO COLL-CONTACT-AT
           WRITE COLLECT-RECORD
           IF WS-FILE-STATUS = "00"
               MOVE COLL-ID TO LK-USER-ID
               MOVE 0 TO LK-RET-CODE
           ELSE
               DISPLAY "Error referring account " COLL-LOAN-ID
                       ", status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE COLLECT-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CURE-ACCOUNT - a nightly job found --loan (a loan or card id)
      *> current again: every OPEN or BROKEN entry on it is CLOSED so
      *> the worklist drops it. Nothing on the worklist is 0 too; a
      *> rewrite that fails is 12.
      *> ----------------------------------------------------------------
       CURE-ACCOUNT.
           MOVE "loan" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-REFER-LOAN-ID
           MOVE 0 TO WS-CURED-COUNT
           OPEN I-O COLLECT-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REFER-LOAN-ID TO COLL-LOAN-ID
           START COLLECT-MASTER-FILE KEY IS = COLL-LOAN-ID
           IF WS-FILE-STATUS = "00"
               READ COLLECT-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR COLL-LOAN-ID NOT = WS-REFER-LOAN-ID
                   IF COLL-OPEN OR COLL-BROKEN
                       SET COLL-CLOSED TO TRUE
                       REWRITE COLLECT-RECORD
                       IF WS-FILE-STATUS = "00"
                           ADD 1 TO WS-CURED-COUNT
                       ELSE
                           DISPLAY "Error closing entry " COLL-ID
                                   ", status " WS-FILE-STATUS
                           MOVE 12 TO LK-RET-CODE
                       END-IF
                   END-IF
                   READ COLLECT-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE COLLECT-MASTER-FILE
           IF WS-CURED-COUNT > 0
               DISPLAY "Collections: " WS-REFER-LOAN-ID " current; "
                       WS-CURED-COUNT " entry(ies) closed."
           END-IF.
           EXIT.

      *> the first OPEN or BROKEN entry on WS-REFER-LOAN-ID into
      *> WS-LIVE-COLL-ID (spaces when none), with the file open.
       FIND-LIVE-ENTRY.
           MOVE SPACES TO WS-LIVE-COLL-ID
           MOVE WS-REFER-LOAN-ID TO COLL-LOAN-ID
           START COLLECT-MASTER-FILE KEY IS = COLL-LOAN-ID
           IF WS-FILE-STATUS = "00"
               READ COLLECT-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR COLL-LOAN-ID NOT = WS-REFER-LOAN-ID
                       OR WS-LIVE-COLL-ID NOT = SPACES
                   IF COLL-OPEN OR COLL-BROKEN
                       MOVE COLL-ID TO WS-LIVE-COLL-ID
                   END-IF
                   READ COLLECT-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> RECORD-RECOVERY - a collector (teller role) books --amount
      *> received against the charged-off loan named by --loan. The
      *> money posts through BLM-PAYMENT-CONTROLLER in the borrower's
      *> name, whose loan-apply path files it as a RECOVERY; the
      *> receipt is then logged as a CLOSED activity row so the
      *> loan's collections history shows it.
      *> ----------------------------------------------------------------
       RECORD-RECOVERY.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required to work collections."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO COLLECT-RECORD
           MOVE "loan" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO COLL-LOAN-ID
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-RCV-AMOUNT
           IF WS-RCV-AMOUNT = 0
               DISPLAY "A recovery amount is required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "Loan not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE COLL-LOAN-ID TO LOAN-ID
           READ LOAN-MASTER-FILE KEY IS LOAN-ID
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "Loan not found."
               MOVE 4 TO LK-RET-CODE
               CLOSE LOAN-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE LOAN-MASTER-FILE
           IF NOT LOAN-CHARGED-OFF
               DISPLAY "Loan " LOAN-ID " is not charged off - take "
                       "the money as an ordinary payment."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-USER-ID TO WS-RCV-OWNER
           MOVE LOAN-CURRENCY TO WS-RCV-CURRENCY

           MOVE "card-id" TO WS-PAY-FIELD-NAME(1)
           MOVE COLL-LOAN-ID TO WS-PAY-FIELD-VALUE(1)
           MOVE "payee" TO WS-PAY-FIELD-NAME(2)
           MOVE "COLLECTIONS RECOVERY" TO WS-PAY-FIELD-VALUE(2)
           MOVE "amount" TO WS-PAY-FIELD-NAME(3)
           MOVE WS-RCV-AMOUNT TO WS-RCV-EDIT
           MOVE WS-RCV-EDIT TO WS-PAY-FIELD-VALUE(3)
           MOVE "currency" TO WS-PAY-FIELD-NAME(4)
           MOVE WS-RCV-CURRENCY TO WS-PAY-FIELD-VALUE(4)
           MOVE 4 TO WS-PAY-FIELD-COUNT
           CALL "BLM-PAYMENT-CONTROLLER" USING "add",
                WS-PAY-FIELDS, WS-PAY-FIELD-COUNT, WS-RCV-OWNER,
                WS-PAY-RET-CODE
           IF WS-PAY-RET-CODE NOT = 0
               DISPLAY "Recovery posting failed, code "
                       WS-PAY-RET-CODE "."
               MOVE WS-PAY-RET-CODE TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RCV-OWNER TO COLL-USER-ID
           MOVE SPACES TO COLL-OUTCOME
           STRING "RECOVERY RECEIVED " WS-RCV-EDIT
                  DELIMITED BY SIZE INTO COLL-OUTCOME
           MOVE 0 TO COLL-PROMISE-AMT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO COLL-FOLLOWUP
           MOVE LK-USER-ID TO COLL-COLLECTOR
           SET COLL-CLOSED TO TRUE
           PERFORM OPEN-COLLECT-FOR-WRITE
           PERFORM GENERATE-COLL-ID
           MOVE WS-NEW-COLL-ID TO COLL-ID
           PERFORM STAMP-COLL-TIME
           MOVE WS-TIMESTAMP TO COLL-CONTACT-AT
           WRITE COLLECT-RECORD
           CLOSE COLLECT-MASTER-FILE
           DISPLAY "Recovery of " WS-RCV-EDIT " " WS-RCV-CURRENCY
                   " booked against " COLL-LOAN-ID "."
           MOVE 0 TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> SHOW-WORKLIST - open and broken-promise entries ordered by
      *> follow-up date, oldest first - what a collector works next.
           MOVE WS-WL-ID(WS-WL-IDX) TO COLL-ID
           READ COLLECT-MASTER-FILE KEY IS COLL-ID
           IF WS-FILE-STATUS = "00"
               DISPLAY COLL-ID ": acct " COLL-LOAN-ID " user "
                       COLL-USER-ID " follow up " COLL-FOLLOWUP
                       " status " COLL-STATUS " promise "
                       COLL-PROMISE-AMT " by " COLL-PROMISE-DATE
      *> ----------------------------------------------------------------
      *> CHECK-PROMISES - the nightly pass: every OPEN promise whose
      *> date has passed is checked against COMPLETE payments on its
      *> loan or card since the contact was logged. Covered promises
      *> flip to KEPT; uncovered ones flip to BROKEN with the follow-up
      *> pulled to today, so they land back on top of the worklist.
      *> ----------------------------------------------------------------
       CHECK-PROMISES.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               SET COLL-BROKEN TO TRUE
               MOVE WS-TODAY-DATE TO COLL-FOLLOWUP
               ADD 1 TO WS-PROMISES-BROKEN
               DISPLAY "BROKEN PROMISE " COLL-ID ": acct "
                       COLL-LOAN-ID " promised " COLL-PROMISE-AMT
                       " by " COLL-PROMISE-DATE ", paid "
                       WS-PAID-SINCE
