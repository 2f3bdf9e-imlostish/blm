      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Teller fee refunds - gives back the whole or part of
      *>          one assessed fee (a card LATEFEE, a PAYFEE, an
      *>          XFERFEE or a MAINTFEE) with a reason code, crediting
      *>          it through the posting journal under source FEE and
      *>          the fee's own source document, so the fee lines net
      *>          in every report instead of the refund turning up as
      *>          counter cash. A refund over the teller limit waits
      *>          for a supervisor (admin) to approve it.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: refund/approve/reject/list
      *>                     against a real indexed FEE-REFUND-FILE,
      *>                     the fee found on the journal, refunds
      *>                     capped at what is left of it, teller
      *>                     limit FEE-REFUND-LIMIT from system
      *>                     control, every step audited.
      *>   15/10/2026 - jm - Refunds filed before they post and claimed
      *>                     under the update read before an approval
      *>                     posts; a failed post backs the row out, and
      *>                     an unjournalled card refund is taken back
      *>                     off the card.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-FEEREF-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT FEE-REFUND-FILE ASSIGN TO "FEEREFND"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FRF-ID
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-REFUND-FILE
           LABEL RECORD STANDARD.
           COPY "fee-refund.cpy".
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS       PIC XX VALUE SPACES.
       77 WS-CARD-STATUS       PIC XX VALUE SPACES.
       77 WS-NEW-FRF-ID        PIC X(10).
       77 WS-NEXT-SEQ          PIC 9(9) VALUE 0.
      *> holds the refund being worked while browses run their READs
      *> through the same record area
       77 WS-RECORD-HOLD       PIC X(256) VALUE SPACES.

      *> Sequence control - constant-time id assignment, with the
      *> browse kept as the self-seeding fallback.
       77 WS-SEQ-ENTITY        PIC X(10) VALUE SPACES.
       77 WS-SEQ-VALUE         PIC 9(9) VALUE 0.
       77 WS-SEQ-RET-CODE      PIC S9(4) COMP.
       77 WS-CDT-DATE          PIC 9(8).
       77 WS-CDT-TIME          PIC 9(6).
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).
       77 WS-LOOKUP-NAME       PIC X(20).
       77 WS-LOOKUP-VALUE      PIC X(100).
       77 WS-LOOKUP-IDX        PIC 9(4) COMP.
       77 WS-LOOKUP-FOUND      PIC X VALUE "N".
           88 LOOKUP-FOUND       VALUE "Y".
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       COPY "user-ctl-data.cpy".
       77 WS-IS-ADMIN          PIC X VALUE "N".
           88 IS-ADMIN           VALUE "Y".

      *> Teller limit - FEE-REFUND-LIMIT system switch, USD 25.00
      *> when unset. A teller's refund above it needs a supervisor.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
       77 WS-REFUND-LIMIT      PIC 9(9)V99 VALUE 25.

      *> The fee being refunded, as found on the journal
       77 WS-RF-ACCOUNT        PIC X(10) VALUE SPACES.
       77 WS-RF-USER           PIC X(10) VALUE SPACES.
       77 WS-RF-CODE           PIC X(8) VALUE SPACES.
       77 WS-RF-SOURCE         PIC X(10) VALUE SPACES.
       77 WS-RF-DATE           PIC X(8) VALUE SPACES.
       77 WS-RF-FEE-TS         PIC X(14) VALUE SPACES.
       77 WS-RF-FEE-AMT        PIC 9(9)V99 VALUE 0.
       77 WS-RF-AMOUNT         PIC 9(9)V99 VALUE 0.
       77 WS-RF-REASON         PIC X(4) VALUE SPACES.
       77 WS-RF-FOUND          PIC X VALUE "N".
           88 RF-FEE-FOUND       VALUE "Y".
       77 WS-RF-SKIP-ID        PIC X(10) VALUE SPACES.
       77 WS-RF-NEW-STATUS     PIC X VALUE SPACES.
       77 WS-RF-DECIDE-NOTE    PIC X(40) VALUE SPACES.
       77 WS-REFUNDED          PIC 9(9)V99 VALUE 0.
       77 WS-REMAINING         PIC 9(9)V99 VALUE 0.
       77 WS-POST-RET          PIC S9(4) COMP VALUE 0.
       77 WS-AMT-EDIT          PIC Z(8)9.99.
       77 WS-BAL-EDIT          PIC -(9)9.99.
       77 WS-LIST-COUNT        PIC 9(5) COMP VALUE 0.

      *> Card posting for a LATEFEE refund - the card stays locked from
      *> the read to the journal entry.
       77 WS-LOCK-RESOURCE     PIC X(10) VALUE SPACES.
       77 WS-LOCK-RET-CODE     PIC S9(4) COMP.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Audit trail
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.
       77 WS-AUDIT-ACTION      PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
       01 LK-USER-ID   PIC X(10).
       01 LK-RET-CODE  PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-OP OP-FIELDS OP-FIELD-COUNT
                                 LK-USER-ID LK-RET-CODE.

           MOVE 0 TO LK-RET-CODE
           EVALUATE LK-OP
               WHEN "refund"
                   PERFORM REFUND-FEE
               WHEN "approve"
                   PERFORM APPROVE-REFUND
               WHEN "reject"
                   PERFORM REJECT-REFUND
               WHEN "list"
                   PERFORM LIST-REFUNDS
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
           END-EVALUATE

           GOBACK.

      *> ----------------------------------------------------------------
      *> LOOKUP-OP-FIELD - looks WS-LOOKUP-NAME up in OP-FIELDS; returns
      *> the value in WS-LOOKUP-VALUE and sets LOOKUP-FOUND.
      *> ----------------------------------------------------------------
       LOOKUP-OP-FIELD.
           MOVE "N" TO WS-LOOKUP-FOUND
           MOVE SPACES TO WS-LOOKUP-VALUE
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
                   UNTIL WS-LOOKUP-IDX > OP-FIELD-COUNT
               IF OP-FIELD-NAME(WS-LOOKUP-IDX) = WS-LOOKUP-NAME
                   MOVE OP-FIELD-VALUE(WS-LOOKUP-IDX) TO WS-LOOKUP-VALUE
                   MOVE "Y" TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-REFUND-ROLE - teller or admin required; IS-ADMIN tells
      *> the caller whether the user is a supervisor as well.
      *> ----------------------------------------------------------------
       CHECK-REFUND-ROLE.
           MOVE "N" TO WS-IS-ADMIN
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE = 0 AND UCD-ROLE-ACTUAL = "M"
               MOVE "Y" TO WS-IS-ADMIN
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> REFUND-FEE - a teller refunds the fee --code charged to
      *> --account (the card id for LATEFEE, the customer's user id
      *> otherwise) on --source (the transfer or payment id; MAINTFEE
      *> and LATEFEE default to the code itself), the latest such fee
      *> unless --date (YYYYMMDD) picks an earlier one. --amount
      *> (default: all that is left of the fee), --reason (BERR bank
      *> error, GOOD goodwill, DISP dispute upheld, HARD hardship,
      *> DUPL duplicate charge) and an optional --note. Within the
      *> teller limit, or raised by an admin, it posts at once;
      *> otherwise it is held PENDING for a supervisor. The refund id
      *> and status go back as "refund-id" / "refund-status".
      *> ----------------------------------------------------------------
       REFUND-FEE.
           PERFORM CHECK-REFUND-ROLE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required to refund a fee."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-RF-ACCOUNT
           MOVE "code" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:8))
                TO WS-RF-CODE
           MOVE "source" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-RF-SOURCE
           MOVE "date" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:8) TO WS-RF-DATE
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:4))
                TO WS-RF-REASON
           IF WS-RF-ACCOUNT = SPACES
               DISPLAY "Missing --account."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-RF-CODE
               WHEN "MAINTFEE"
               WHEN "LATEFEE"
                   IF WS-RF-SOURCE = SPACES
                       MOVE WS-RF-CODE TO WS-RF-SOURCE
                   END-IF
               WHEN "PAYFEE"
               WHEN "XFERFEE"
                   IF WS-RF-SOURCE = SPACES
                       DISPLAY "Give the payment or transfer id the "
                               "fee was charged on (--source)."
                       MOVE 8 TO LK-RET-CODE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Only LATEFEE, PAYFEE, XFERFEE and "
                           "MAINTFEE can be refunded here."
                   MOVE 8 TO LK-RET-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO FEE-REFUND-RECORD
           MOVE WS-RF-REASON TO FRF-REASON
           IF NOT FRF-REASON-VALID
               DISPLAY "Reason must be BERR, GOOD, DISP, HARD or "
                       "DUPL."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ASSESSED-FEE
           IF NOT RF-FEE-FOUND
               DISPLAY "No " FUNCTION TRIM(WS-RF-CODE) " charged to "
                       FUNCTION TRIM(WS-RF-ACCOUNT) " on "
                       FUNCTION TRIM(WS-RF-SOURCE) " was found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FEE-OWNER
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RF-SKIP-ID
           PERFORM SUM-PRIOR-REFUNDS
           IF WS-REMAINING = 0
               DISPLAY "That fee has already been refunded in full."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE = SPACES
               MOVE WS-REMAINING TO WS-RF-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-RF-AMOUNT
           END-IF
           IF WS-RF-AMOUNT = 0 OR WS-RF-AMOUNT > WS-REMAINING
               MOVE WS-REMAINING TO WS-AMT-EDIT
               DISPLAY "Refund must be more than zero and at most USD "
                       FUNCTION TRIM(WS-AMT-EDIT)
                       ", what is left of the fee."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REFUND-LIMIT

           MOVE SPACES TO FEE-REFUND-RECORD
           MOVE WS-RF-ACCOUNT TO FRF-ACCOUNT-ID
           MOVE WS-RF-USER TO FRF-USER-ID
           MOVE WS-RF-CODE TO FRF-FEE-CODE
           MOVE WS-RF-SOURCE TO FRF-SOURCE-ID
           MOVE WS-RF-FEE-TS TO FRF-FEE-POSTED-AT
           MOVE WS-RF-FEE-AMT TO FRF-FEE-AMOUNT
           MOVE WS-RF-AMOUNT TO FRF-REFUND-AMOUNT
           MOVE WS-RF-REASON TO FRF-REASON
           MOVE "note" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:40) TO FRF-NOTE
           MOVE LK-USER-ID TO FRF-REQUESTED-BY
           PERFORM STAMP-FRF-TIME
           MOVE WS-TIMESTAMP TO FRF-REQUESTED-AT
      *> The refund is filed before anything posts, so a credit can
      *> never go out without its row; a posting that then fails
      *> marks the row REJECTED rather than leaving it APPLIED.
           IF WS-RF-AMOUNT > WS-REFUND-LIMIT AND NOT IS-ADMIN
               SET FRF-PENDING TO TRUE
           ELSE
               SET FRF-APPLIED TO TRUE
               MOVE LK-USER-ID TO FRF-DECIDED-BY
               MOVE WS-TIMESTAMP TO FRF-DECIDED-AT
           END-IF
           PERFORM WRITE-NEW-REFUND
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FRF-APPLIED
               MOVE FEE-REFUND-RECORD TO WS-RECORD-HOLD
               PERFORM POST-REFUND
               MOVE WS-RECORD-HOLD TO FEE-REFUND-RECORD
               IF WS-POST-RET NOT = 0
                   MOVE WS-POST-RET TO LK-RET-CODE
                   MOVE "R" TO WS-RF-NEW-STATUS
                   PERFORM UNDO-REFUND-CLAIM
                   MOVE "FEE-REFUND" TO WS-AUDIT-ACTION
                   PERFORM LOG-REFUND-EVENT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-RF-AMOUNT TO WS-AMT-EDIT
           IF FRF-PENDING
               DISPLAY "Refund " FRF-ID " of USD "
                       FUNCTION TRIM(WS-AMT-EDIT)
                       " is over the teller limit and awaits "
                       "supervisor approval."
               MOVE "FEE-REFUND-HOLD" TO WS-AUDIT-ACTION
           ELSE
               DISPLAY "Refund " FRF-ID ": USD "
                       FUNCTION TRIM(WS-AMT-EDIT) " of the "
                       FUNCTION TRIM(WS-RF-CODE) " credited to "
                       FUNCTION TRIM(WS-RF-ACCOUNT) "."
               MOVE "FEE-REFUND" TO WS-AUDIT-ACTION
           END-IF
           PERFORM LOG-REFUND-EVENT
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "refund-id" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE FRF-ID TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "refund-status" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE FRF-STATUS TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> FIND-ASSESSED-FEE - the latest fee debit on the journal for
      *> WS-RF-ACCOUNT / WS-RF-SOURCE (on WS-RF-DATE when given),
      *> including one the journal moved into an open period.
      *> ----------------------------------------------------------------
       FIND-ASSESSED-FEE.
           MOVE "N" TO WS-RF-FOUND
           MOVE 0 TO WS-RF-FEE-AMT
           MOVE SPACES TO WS-RF-FEE-TS
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               READ JOURNAL-FILE
               PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
                   IF JRNL-ACCOUNT-ID OF JOURNAL-RECORD
                               = WS-RF-ACCOUNT
                           AND JRNL-SOURCE-ID OF JOURNAL-RECORD
                               = WS-RF-SOURCE
                           AND JRNL-DEBIT OF JOURNAL-RECORD
                           AND (JRNL-SOURCE-TYPE OF JOURNAL-RECORD
                               = "FEE"
                           OR (JRNL-SOURCE-TYPE OF JOURNAL-RECORD
                               = "PRIOR-ADJ"
                           AND JRNL-ADJ-SOURCE OF JOURNAL-RECORD
                               = "FEE"))
                           AND (WS-RF-DATE = SPACES
                           OR JRNL-TIMESTAMP OF JOURNAL-RECORD (1:8)
                               = WS-RF-DATE)
                       MOVE "Y" TO WS-RF-FOUND
                       MOVE JRNL-AMOUNT OF JOURNAL-RECORD
                            TO WS-RF-FEE-AMT
                       MOVE JRNL-TIMESTAMP OF JOURNAL-RECORD
                            TO WS-RF-FEE-TS
                   END-IF
                   READ JOURNAL-FILE
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> FIND-FEE-OWNER - the customer behind the charged account: the
      *> card's holder for LATEFEE, the account itself otherwise.
      *> ----------------------------------------------------------------
       FIND-FEE-OWNER.
           MOVE WS-RF-ACCOUNT TO WS-RF-USER
           IF WS-RF-CODE = "LATEFEE"
               OPEN INPUT CARD-MASTER-FILE
               MOVE WS-RF-ACCOUNT TO CARD-ID
               READ CARD-MASTER-FILE KEY IS CARD-ID
               IF WS-CARD-STATUS = "00"
                   MOVE CARD-USER-ID TO WS-RF-USER
               ELSE
                   DISPLAY "Card " FUNCTION TRIM(WS-RF-ACCOUNT)
                           " not found."
                   MOVE 4 TO LK-RET-CODE
               END-IF
               CLOSE CARD-MASTER-FILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SUM-PRIOR-REFUNDS - what has already been refunded or is held
      *> for approval against the same fee (other than WS-RF-SKIP-ID,
      *> the refund being decided), and so what is left to refund in
      *> WS-REMAINING.
      *> ----------------------------------------------------------------
       SUM-PRIOR-REFUNDS.
           MOVE 0 TO WS-REFUNDED
           OPEN INPUT FEE-REFUND-FILE
           IF WS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO FRF-ID
               START FEE-REFUND-FILE KEY IS NOT LESS THAN FRF-ID
               IF WS-FILE-STATUS = "00"
                   READ FEE-REFUND-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       IF FRF-ACCOUNT-ID = WS-RF-ACCOUNT
                               AND FRF-SOURCE-ID = WS-RF-SOURCE
                               AND FRF-FEE-POSTED-AT = WS-RF-FEE-TS
                               AND (FRF-APPLIED OR FRF-PENDING)
                               AND FRF-ID NOT = WS-RF-SKIP-ID
                           ADD FRF-REFUND-AMOUNT TO WS-REFUNDED
                       END-IF
                       READ FEE-REFUND-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE FEE-REFUND-FILE
           END-IF
           IF WS-REFUNDED >= WS-RF-FEE-AMT
               MOVE 0 TO WS-REMAINING
           ELSE
               COMPUTE WS-REMAINING = WS-RF-FEE-AMT - WS-REFUNDED
           END-IF.
           EXIT.

       LOAD-REFUND-LIMIT.
           MOVE "FEE-REFUND-LIMIT" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-REFUND-LIMIT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-REFUND - credits WS-RF-AMOUNT back where the fee was
      *> taken: the card for LATEFEE, the customer's balance through
      *> BALANCE-DELTA otherwise - both journal a FEE credit on the
      *> fee's source document. WS-POST-RET is 0 when it posted.
      *> ----------------------------------------------------------------
       POST-REFUND.
           MOVE 0 TO WS-POST-RET
           IF WS-RF-CODE = "LATEFEE"
               PERFORM POST-CARD-REFUND
           ELSE
               MOVE WS-RF-AMOUNT TO WS-BAL-EDIT
               MOVE SPACES TO USER-CTL-DATA
               MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
               MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
               MOVE "FEE" TO UCD-UPD-SOURCE-TYPE
               MOVE WS-RF-SOURCE TO UCD-UPD-SOURCE-ID
               CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                    USER-CTL-DATA, WS-RF-ACCOUNT, WS-CTL-RET-CODE
               IF WS-CTL-RET-CODE NOT = 0
                   DISPLAY "Refund posting failed, code "
                           WS-CTL-RET-CODE
                   MOVE 12 TO WS-POST-RET
               END-IF
           END-IF.
           EXIT.

       POST-CARD-REFUND.
           MOVE WS-RF-ACCOUNT TO WS-LOCK-RESOURCE
           CALL "BLM-LOCK-CONTROLLER" USING "ACQUIRE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE
           IF WS-LOCK-RET-CODE = 24
               DISPLAY "Record busy - another session is updating "
                       "this card. Try again."
               MOVE 24 TO WS-POST-RET
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CARD-MASTER-FILE
           MOVE WS-RF-ACCOUNT TO CARD-ID
           READ CARD-MASTER-FILE KEY IS CARD-ID
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "Card not found."
               MOVE 4 TO WS-POST-RET
               CLOSE CARD-MASTER-FILE
               PERFORM RELEASE-CARD-LOCK
               EXIT PARAGRAPH
           END-IF
           COMPUTE CARD-AVAILABLE-BAL =
                   CARD-AVAILABLE-BAL + WS-RF-AMOUNT
           PERFORM STAMP-FRF-TIME
           MOVE WS-TIMESTAMP TO CARD-UPDATED-AT
           REWRITE CREDIT-CARD-RECORD
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "Error posting the refund to the card, "
                       "status " WS-CARD-STATUS
               MOVE 12 TO WS-POST-RET
               CLOSE CARD-MASTER-FILE
               PERFORM RELEASE-CARD-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE CARD-ID TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           MOVE WS-RF-AMOUNT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "FEE" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE WS-RF-SOURCE TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE CARD-AVAILABLE-BAL
                TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE
      *> An unjournalled credit is taken back off the card so the
      *> balance and the journal stay in step.
           IF WS-JOURNAL-RET-CODE NOT = 0
               DISPLAY "Error journalling the card refund, code "
                       WS-JOURNAL-RET-CODE
               MOVE 12 TO WS-POST-RET
               COMPUTE CARD-AVAILABLE-BAL =
                       CARD-AVAILABLE-BAL - WS-RF-AMOUNT
               REWRITE CREDIT-CARD-RECORD
               IF WS-CARD-STATUS NOT = "00"
                   DISPLAY "ERROR: card " CARD-ID " keeps an "
                           "unjournalled refund of " WS-RF-AMOUNT
                           ", status " WS-CARD-STATUS
               END-IF
           END-IF
           CLOSE CARD-MASTER-FILE
           PERFORM RELEASE-CARD-LOCK.
           EXIT.

       RELEASE-CARD-LOCK.
           CALL "BLM-LOCK-CONTROLLER" USING "RELEASE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> WRITE-NEW-REFUND - files the staged refund under a new id.
      *> ----------------------------------------------------------------
       WRITE-NEW-REFUND.
           PERFORM OPEN-FRF-FOR-WRITE
           PERFORM GENERATE-FRF-ID
           MOVE WS-NEW-FRF-ID TO FRF-ID
           WRITE FEE-REFUND-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error filing refund, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE FEE-REFUND-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOAD-REFUND-FOR-DECISION - reads the refund named by --id and
      *> checks it is still PENDING; the record is left in
      *> WS-RECORD-HOLD and the working fields, the file closed.
      *> ----------------------------------------------------------------
       LOAD-REFUND-FOR-DECISION.
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           OPEN INPUT FEE-REFUND-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Refund not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-VALUE(1:10) TO FRF-ID
           READ FEE-REFUND-FILE KEY IS FRF-ID
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Refund not found."
               MOVE 4 TO LK-RET-CODE
               CLOSE FEE-REFUND-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE FEE-REFUND-FILE
           IF NOT FRF-PENDING
               DISPLAY "Refund " FRF-ID " has already been decided."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FEE-REFUND-RECORD TO WS-RECORD-HOLD
           MOVE FRF-ACCOUNT-ID TO WS-RF-ACCOUNT
           MOVE FRF-USER-ID TO WS-RF-USER
           MOVE FRF-FEE-CODE TO WS-RF-CODE
           MOVE FRF-SOURCE-ID TO WS-RF-SOURCE
           MOVE FRF-FEE-POSTED-AT TO WS-RF-FEE-TS
           MOVE FRF-FEE-AMOUNT TO WS-RF-FEE-AMT
           MOVE FRF-REFUND-AMOUNT TO WS-RF-AMOUNT
           MOVE FRF-ID TO WS-RF-SKIP-ID.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPROVE-REFUND - a supervisor (admin, never the teller who
      *> asked) approves a held refund; it posts if the fee still has
      *> that much left to refund.
      *> ----------------------------------------------------------------
       APPROVE-REFUND.
           PERFORM CHECK-REFUND-ROLE
           IF NOT IS-ADMIN
               DISPLAY "Access denied: a supervisor (admin) must "
                       "approve a refund over the teller limit."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REFUND-FOR-DECISION
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FRF-REQUESTED-BY = LK-USER-ID
               DISPLAY "A refund can't be approved by the teller who "
                       "asked for it."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-PRIOR-REFUNDS
           IF WS-RF-AMOUNT > WS-REMAINING
               MOVE WS-REMAINING TO WS-AMT-EDIT
               DISPLAY "Only USD " FUNCTION TRIM(WS-AMT-EDIT)
                       " of that fee is left to refund; reject this "
                       "one and raise it again."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
      *> The row is stamped APPLIED under the update read - which
      *> finds it still PENDING - before the credit posts, so two
      *> supervisors can't both post it; a failed posting puts it
      *> back to PENDING.
           MOVE "A" TO WS-RF-NEW-STATUS
           MOVE SPACES TO WS-RF-DECIDE-NOTE
           PERFORM DECIDE-REFUND
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-REFUND
           IF WS-POST-RET NOT = 0
               MOVE WS-POST-RET TO LK-RET-CODE
               MOVE "P" TO WS-RF-NEW-STATUS
               PERFORM UNDO-REFUND-CLAIM
               MOVE WS-RECORD-HOLD TO FEE-REFUND-RECORD
               MOVE "FEE-REFUND-APPROVE" TO WS-AUDIT-ACTION
               PERFORM LOG-REFUND-EVENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RF-AMOUNT TO WS-AMT-EDIT
           DISPLAY "Refund " FRF-ID " approved: USD "
                   FUNCTION TRIM(WS-AMT-EDIT) " credited to "
                   FUNCTION TRIM(WS-RF-ACCOUNT) "."
           MOVE "FEE-REFUND-APPROVE" TO WS-AUDIT-ACTION
           PERFORM LOG-REFUND-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> REJECT-REFUND - a supervisor turns a held refund down, or the
      *> teller who asked withdraws it, with an optional --reason
      *> noted over the teller's note. Nothing posts.
      *> ----------------------------------------------------------------
       REJECT-REFUND.
           PERFORM CHECK-REFUND-ROLE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REFUND-FOR-DECISION
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FRF-REQUESTED-BY NOT = LK-USER-ID AND NOT IS-ADMIN
               DISPLAY "Access denied: only a supervisor (admin) or "
                       "the teller who asked can reject a refund."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-RF-NEW-STATUS
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:40) TO WS-RF-DECIDE-NOTE
           PERFORM DECIDE-REFUND
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Refund " FRF-ID " rejected; nothing was posted."
           MOVE "FEE-REFUND-REJECT" TO WS-AUDIT-ACTION
           PERFORM LOG-REFUND-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> DECIDE-REFUND - stamps the held refund APPLIED (A) or
      *> REJECTED (R), per WS-RF-NEW-STATUS, by LK-USER-ID, with
      *> WS-RF-DECIDE-NOTE (when given) over the teller's note. The
      *> row must still be PENDING under this update read - another
      *> supervisor may have decided it since it was loaded.
      *> ----------------------------------------------------------------
       DECIDE-REFUND.
           OPEN I-O FEE-REFUND-FILE
           MOVE WS-RECORD-HOLD TO FEE-REFUND-RECORD
           READ FEE-REFUND-FILE KEY IS FRF-ID
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating refund, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE FEE-REFUND-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT FRF-PENDING
               DISPLAY "Refund " FRF-ID " has already been decided."
               MOVE 8 TO LK-RET-CODE
               CLOSE FEE-REFUND-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RF-NEW-STATUS TO FRF-STATUS
           IF WS-RF-DECIDE-NOTE NOT = SPACES
               MOVE WS-RF-DECIDE-NOTE TO FRF-NOTE
           END-IF
           MOVE LK-USER-ID TO FRF-DECIDED-BY
           PERFORM STAMP-FRF-TIME
           MOVE WS-TIMESTAMP TO FRF-DECIDED-AT
           REWRITE FEE-REFUND-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating refund, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE FEE-REFUND-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> UNDO-REFUND-CLAIM - a refund stamped APPLIED whose credit then
      *> failed to post goes back to WS-RF-NEW-STATUS: PENDING (P) for
      *> an approval, to be tried again, or REJECTED (R) for one filed
      *> straight away. LK-RET-CODE already carries the posting error.
      *> ----------------------------------------------------------------
       UNDO-REFUND-CLAIM.
           OPEN I-O FEE-REFUND-FILE
           MOVE WS-RECORD-HOLD TO FEE-REFUND-RECORD
           READ FEE-REFUND-FILE KEY IS FRF-ID
           IF WS-FILE-STATUS = "00"
               MOVE WS-RF-NEW-STATUS TO FRF-STATUS
               IF FRF-PENDING
                   MOVE SPACES TO FRF-DECIDED-BY
                   MOVE SPACES TO FRF-DECIDED-AT
               ELSE
                   MOVE "Posting failed - nothing was credited"
                        TO FRF-NOTE
               END-IF
               REWRITE FEE-REFUND-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: refund " FRF-ID " is marked APPLIED "
                       "but nothing posted, status " WS-FILE-STATUS
           END-IF
           CLOSE FEE-REFUND-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-REFUNDS - the refunds held for a supervisor, or with
      *> --account every refund on that account.
      *> ----------------------------------------------------------------
       LIST-REFUNDS.
           PERFORM CHECK-REFUND-ROLE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-RF-ACCOUNT
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT FEE-REFUND-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No fee refunds on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FRF-ID
           START FEE-REFUND-FILE KEY IS NOT LESS THAN FRF-ID
           IF WS-FILE-STATUS = "00"
               READ FEE-REFUND-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF (WS-RF-ACCOUNT = SPACES AND FRF-PENDING)
                           OR (WS-RF-ACCOUNT NOT = SPACES
                           AND FRF-ACCOUNT-ID = WS-RF-ACCOUNT)
                       ADD 1 TO WS-LIST-COUNT
                       MOVE FRF-REFUND-AMOUNT TO WS-AMT-EDIT
                       DISPLAY FRF-ID " " FRF-STATUS " "
                               FRF-FEE-CODE " on " FRF-ACCOUNT-ID
                               " src " FRF-SOURCE-ID " USD "
                               WS-AMT-EDIT " " FRF-REASON " by "
                               FRF-REQUESTED-BY
                       IF FRF-NOTE NOT = SPACES
                           DISPLAY "  " FRF-NOTE
                       END-IF
                   END-IF
                   READ FEE-REFUND-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE FEE-REFUND-FILE
           IF WS-LIST-COUNT = 0
               IF WS-RF-ACCOUNT = SPACES
                   DISPLAY "No refunds awaiting approval."
               ELSE
                   DISPLAY "No refunds on that account."
               END-IF
           END-IF.
           EXIT.

       LOG-REFUND-EVENT.
           MOVE SPACES TO WS-AUDIT-ENTRY
           PERFORM STAMP-FRF-TIME
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           MOVE WS-RF-AMOUNT TO WS-AMT-EDIT
           STRING "refund " FRF-ID " " WS-RF-CODE " on "
                  WS-RF-ACCOUNT " src " WS-RF-SOURCE " amt "
                  WS-AMT-EDIT " rsn " FRF-REASON
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-FRF-ID - assigns the next id off the sequence-
      *> control file in constant time; an entity the sequence file
      *> hasn't been seeded for falls back to the browse once and
      *> seeds it from the result.
      *> ----------------------------------------------------------------
       GENERATE-FRF-ID.
           MOVE "FEEREFND" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE = 0
               MOVE WS-SEQ-VALUE TO WS-NEXT-SEQ
               MOVE SPACES TO WS-NEW-FRF-ID
               STRING "E" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-NEW-FRF-ID
           ELSE
               PERFORM BROWSE-NEXT-FRF-SEQ
               MOVE WS-NEXT-SEQ TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF.
           EXIT.

       BROWSE-NEXT-FRF-SEQ.
           MOVE FEE-REFUND-RECORD TO WS-RECORD-HOLD
           MOVE 0 TO WS-NEXT-SEQ
           MOVE LOW-VALUES TO FRF-ID
           START FEE-REFUND-FILE KEY IS NOT LESS THAN FRF-ID
           IF WS-FILE-STATUS = "00"
               READ FEE-REFUND-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF FUNCTION NUMVAL(FRF-ID(2:9)) > WS-NEXT-SEQ
                       MOVE FUNCTION NUMVAL(FRF-ID(2:9))
                            TO WS-NEXT-SEQ
                   END-IF
                   READ FEE-REFUND-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-NEW-FRF-ID
           STRING "E" WS-NEXT-SEQ DELIMITED BY SIZE
               INTO WS-NEW-FRF-ID
           MOVE WS-RECORD-HOLD TO FEE-REFUND-RECORD.
           EXIT.

       STAMP-FRF-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-FRF-FOR-WRITE.
           OPEN I-O FEE-REFUND-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT FEE-REFUND-FILE
               CLOSE FEE-REFUND-FILE
               OPEN I-O FEE-REFUND-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-FEEREF-CONTROLLER.
