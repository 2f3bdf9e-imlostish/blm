      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Official check register - a teller issues a bank
      *>          check against a customer's cash balance. The amount
      *>          comes off USER-ACCOUNT-BALANCE at once through the
      *>          normal BALANCE-DELTA path and sits on the
      *>          outstanding-checks liability account (OFFCHK-ACCT
      *>          switch, default OUTCHECKS) until the clearing bank
      *>          pays it; the nightly BLM-CHECK-CLEARING job works
      *>          the paid-items file and the stale-dating, and
      *>          BLM-CHECK-RECON ties the register to the liability.
      *>          A void puts the money back on the remitter's
      *>          balance.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: issue/void/list against a real
      *>                     indexed OFFICIAL-CHECK-FILE, check numbers
      *>                     off the OFFCHECK sequence with the usual
      *>                     self-seeding fallback; both legs of issue
      *>                     and void journal under OFFCHECK.
      *>   15/10/2026 - jm - A check remitted to the state as
      *>                     unclaimed property cannot be voided; the
      *>                     owner claims it from the state.
      *>   15/10/2026 - jm - ISSUE-CHECK refuses a remitter held under
      *>                     KYCREVIEW for an overdue identity review.
      *>   15/10/2026 - jm - ISSUE-CHECK funds against the available
      *>                     balance (deposited checks on hold
      *>                     excluded).
      *>   15/10/2026 - jm - VOID-CHECK re-reads the check after the re-
      *>                     credit and takes the credit back when the
      *>                     check is no longer outstanding or cannot be
      *>                     marked VOIDED.
      *>   15/10/2026 - jm - The liability journal entry is cleared
      *>                     before each post so no field from an
      *>                     earlier post rides along.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CHECK-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT OFFICIAL-CHECK-FILE ASSIGN TO "CHKMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OCHK-NUMBER
                 ALTERNATE RECORD KEY IS OCHK-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICIAL-CHECK-FILE
           LABEL RECORD STANDARD.
           COPY "official-check.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-NEW-CHECK-NO      PIC 9(10) VALUE 0.
       77 WS-NEXT-SEQ          PIC 9(9) VALUE 0.
      *> holds whatever record the caller staged while the number
      *> browse runs its READs through the same record area
       77 WS-RECORD-HOLD        PIC X(256) VALUE SPACES.

      *> Sequence control - constant-time number assignment, with the
      *> browse kept as the self-seeding fallback for an entity the
      *> sequence file hasn't met yet.
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

      *> Issue/void working fields - the remitter, the payee and
      *> amount as keyed, and the posting edit.
       77 WS-REMITTER-ID       PIC X(10) VALUE SPACES.
       77 WS-REQ-PAYEE         PIC X(40) VALUE SPACES.
       77 WS-REQ-AMOUNT        PIC 9(9)V99 VALUE 0.
       77 WS-REQ-REASON        PIC X(30) VALUE SPACES.
       77 WS-BAL-AMOUNT        PIC S9(9)V99 VALUE 0.
       77 WS-BAL-EDIT          PIC -(9)9.99.
      *> the check being voided, kept across the re-credit so it can
      *> be taken back if the check moved on in the meantime.
       77 WS-VOID-NUMBER       PIC X(10) VALUE SPACES.
       77 WS-VOID-USER-ID      PIC X(10) VALUE SPACES.
       77 WS-VOID-AMOUNT       PIC 9(9)V99 VALUE 0.
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.

      *> Listing - outstanding count and total.
       77 WS-LIST-COUNT        PIC 9(5) VALUE 0.
       77 WS-LIST-TOTAL        PIC 9(11)V99 VALUE 0.
       77 WS-LIST-ALL          PIC X VALUE "N".
           88 LIST-ALL-OUTSTANDING VALUE "Y".

      *> Outstanding-checks liability account, off the system switch.
       77 WS-LIAB-ACCT         PIC X(10) VALUE "OUTCHECKS".
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.

      *> Batch-window gate - issuing and voiding move money.
       77 WS-GATE-KEY          PIC X(20) VALUE SPACES.
       77 WS-GATE-VALUE        PIC X(40) VALUE SPACES.
       77 WS-GATE-RET          PIC S9(4) COMP.
       77 WS-WINDOW-CLOSED     PIC X VALUE "N".
           88 WINDOW-CLOSED      VALUE "Y".

      *> Posting journal - the liability-side rows.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Audit trail - every issue and void.
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
               WHEN "issue"
                   PERFORM REQUIRE-TELLER
                   IF LK-RET-CODE = 0
                       PERFORM CHECK-BATCH-WINDOW
                   END-IF
                   IF LK-RET-CODE = 0
                       PERFORM ISSUE-CHECK
                   END-IF
               WHEN "void"
                   PERFORM REQUIRE-TELLER
                   IF LK-RET-CODE = 0
                       PERFORM CHECK-BATCH-WINDOW
                   END-IF
                   IF LK-RET-CODE = 0
                       PERFORM VOID-CHECK
                   END-IF
               WHEN "list"
                   PERFORM REQUIRE-TELLER
                   IF LK-RET-CODE = 0
                       PERFORM LIST-CHECKS
                   END-IF
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
           END-EVALUATE

           GOBACK.

      *> ----------------------------------------------------------------
      *> CHECK-BATCH-WINDOW - return code 18 with a clean message while
      *> the nightly suite holds the masters.
      *> ----------------------------------------------------------------
       CHECK-BATCH-WINDOW.
           MOVE "N" TO WS-WINDOW-CLOSED
           MOVE "BATCH-WINDOW" TO WS-GATE-KEY
           MOVE SPACES TO WS-GATE-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-GATE-KEY,
                WS-GATE-VALUE, WS-GATE-RET
           IF WS-GATE-VALUE(1:6) = "CLOSED"
               DISPLAY "System is in nightly processing; please "
                       "try again shortly."
               MOVE "Y" TO WS-WINDOW-CLOSED
               MOVE 18 TO LK-RET-CODE
           END-IF.
           EXIT.

       REQUIRE-TELLER.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required for official checks."
               MOVE 13 TO LK-RET-CODE
           END-IF.
           EXIT.

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
      *> ISSUE-CHECK - a teller draws a check for the customer named by
      *> --user (username) to --payee for --amount. The remitter must
      *> be open, clear of LEGALHOLD, SANCTION and KYCREVIEW, and able
      *> to cover it from the balance. The debit posts first; a check
      *> only stays on the register once the money is off the
      *> balance.
      *> The new check number comes back as "check-no".
      *> ----------------------------------------------------------------
       ISSUE-CHECK.
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-BY-USERNAME TO TRUE
           MOVE WS-LOOKUP-VALUE TO UCD-LOOKUP-VALUE
           MOVE SPACES TO WS-REMITTER-ID
           CALL "BLM-USER-CONTROLLER" USING "VALIDATE-USER",
                USER-CTL-DATA, WS-REMITTER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "No such user."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "payee" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:40) TO WS-REQ-PAYEE
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-REQ-AMOUNT
           IF WS-REQ-PAYEE = SPACES OR WS-REQ-AMOUNT = 0
               DISPLAY "A payee and an amount are required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "CHECK-LOCKOUT",
                USER-CTL-DATA, WS-REMITTER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE = 11
               DISPLAY "That account is closed."
               MOVE 11 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "LEGALHOLD" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-REMITTER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "That account is under legal hold."
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "SANCTION" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-REMITTER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "That account is under compliance review."
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "KYCREVIEW" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-REMITTER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "That customer's identity review is overdue; "
                       "re-verify them first."
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-AVAILABLE",
                USER-CTL-DATA, WS-REMITTER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF UCD-BAL-AMOUNT < WS-REQ-AMOUNT
               DISPLAY "Insufficient funds: available balance is "
                       UCD-BAL-AMOUNT "."
               MOVE 16 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OFFICIAL-CHECK-RECORD
           PERFORM OPEN-CHECK-FOR-WRITE
           PERFORM GENERATE-CHECK-NO
           MOVE WS-NEW-CHECK-NO TO OCHK-NUMBER
           MOVE WS-REMITTER-ID TO OCHK-USER-ID
           MOVE WS-REQ-PAYEE TO OCHK-PAYEE
           MOVE WS-REQ-AMOUNT TO OCHK-AMOUNT
           MOVE 0 TO OCHK-PAID-AMOUNT OCHK-EXCEPTION-AMT
           SET OCHK-ISSUED TO TRUE
           PERFORM STAMP-CHECK-TIME
           MOVE WS-TIMESTAMP TO OCHK-ISSUED-AT
           MOVE WS-CDT-DATE TO OCHK-ISSUE-DATE
           MOVE LK-USER-ID TO OCHK-ISSUED-BY
           WRITE OFFICIAL-CHECK-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing check, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE OFFICIAL-CHECK-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE OFFICIAL-CHECK-FILE

      *>   fund it: the remitter's balance gives the money up through
      *>   the journalled path and the liability account takes it.
      *>   A debit that doesn't post (the record lock's 24-busy
      *>   included) takes the check straight back off the register -
      *>   no liability row, no check funded by nothing.
           COMPUTE WS-BAL-AMOUNT = 0 - OCHK-AMOUNT
           PERFORM POST-REMITTER-DELTA
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Funding debit did not post (code "
                       WS-CTL-RET-CODE "); check " OCHK-NUMBER
                       " not issued. Try again."
               PERFORM CANCEL-NEW-CHECK
               MOVE WS-CTL-RET-CODE TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LIABILITY-ACCOUNT
           MOVE SPACES TO WS-JOURNAL-ENTRY
           SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           PERFORM JOURNAL-LIABILITY-LEG
           MOVE "OFFCHK-ISSUE" TO WS-AUDIT-ACTION
           PERFORM LOG-CHECK-EVENT
           DISPLAY "Official check " OCHK-NUMBER " issued: "
                   OCHK-AMOUNT " to " FUNCTION TRIM(OCHK-PAYEE)
                   ", drawn on " OCHK-USER-ID "."
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "check-no" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE OCHK-NUMBER TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           MOVE 0 TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CANCEL-NEW-CHECK - removes the check just written after its
      *> funding debit was refused; nothing of it remains.
      *> ----------------------------------------------------------------
       CANCEL-NEW-CHECK.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-CHECK-NO TO OCHK-NUMBER
           READ OFFICIAL-CHECK-FILE KEY IS OCHK-NUMBER
           IF WS-FILE-STATUS = "00"
               DELETE OFFICIAL-CHECK-FILE RECORD
           END-IF
           CLOSE OFFICIAL-CHECK-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> VOID-CHECK - a teller cancels the outstanding check --id
      *> (ISSUED or STALE) for --reason; the amount goes back on the
      *> remitter's balance and off the liability account. A cleared
      *> check is 8 (the money has left the bank); an already voided
      *> one is 6.
      *> ----------------------------------------------------------------
       VOID-CHECK.
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:30) TO WS-REQ-REASON
           PERFORM READ-CHECK-FOR-UPDATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN OCHK-CLEARED
                   DISPLAY "Check " OCHK-NUMBER " was paid on "
                           OCHK-CLEARED-DATE "; it cannot be voided."
                   MOVE 8 TO LK-RET-CODE
               WHEN OCHK-VOIDED
                   DISPLAY "Check " OCHK-NUMBER " is already void."
                   MOVE 6 TO LK-RET-CODE
               WHEN OCHK-ESCHEATED
                   DISPLAY "Check " OCHK-NUMBER " was remitted to "
                           "the state as unclaimed property; the "
                           "owner claims it there."
                   MOVE 8 TO LK-RET-CODE
           END-EVALUATE
           CLOSE OFFICIAL-CHECK-FILE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

      *>   the re-credit posts first; the check only goes VOIDED once
      *>   the money is back, so a refused credit leaves it
      *>   outstanding for another try. The check is read again
      *>   after the credit: if clearing paid it (or another void
      *>   got there) meanwhile, or it cannot be marked VOIDED, the
      *>   credit is taken back off the remitter.
           MOVE OCHK-NUMBER TO WS-VOID-NUMBER
           MOVE OCHK-USER-ID TO WS-VOID-USER-ID
           MOVE OCHK-AMOUNT TO WS-VOID-AMOUNT
           MOVE OCHK-AMOUNT TO WS-BAL-AMOUNT
           PERFORM POST-REMITTER-DELTA
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Re-credit did not post (code "
                       WS-CTL-RET-CODE "); check " OCHK-NUMBER
                       " left outstanding."
               MOVE WS-CTL-RET-CODE TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHECK-FOR-UPDATE
           IF LK-RET-CODE NOT = 0
               PERFORM BACK-OUT-VOID-CREDIT
               EXIT PARAGRAPH
           END-IF
           IF NOT OCHK-OUTSTANDING
               DISPLAY "Check " OCHK-NUMBER " is no longer "
                       "outstanding (status " OCHK-STATUS
                       "); void abandoned."
               CLOSE OFFICIAL-CHECK-FILE
               MOVE 8 TO LK-RET-CODE
               PERFORM BACK-OUT-VOID-CREDIT
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-CHECK-TIME
           SET OCHK-VOIDED TO TRUE
           MOVE WS-TIMESTAMP TO OCHK-VOIDED-AT
           MOVE LK-USER-ID TO OCHK-VOIDED-BY
           MOVE WS-REQ-REASON TO OCHK-VOID-REASON
           REWRITE OFFICIAL-CHECK-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating check, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE OFFICIAL-CHECK-FILE
               PERFORM BACK-OUT-VOID-CREDIT
               EXIT PARAGRAPH
           END-IF
           CLOSE OFFICIAL-CHECK-FILE
           PERFORM LOAD-LIABILITY-ACCOUNT
           MOVE SPACES TO WS-JOURNAL-ENTRY
           SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           PERFORM JOURNAL-LIABILITY-LEG
           MOVE "OFFCHK-VOID" TO WS-AUDIT-ACTION
           PERFORM LOG-CHECK-EVENT
           DISPLAY "Check " OCHK-NUMBER " void; " OCHK-AMOUNT
                   " back on " OCHK-USER-ID "'s balance.".
           EXIT.

      *> takes a void's re-credit back off the remitter when the
      *> check could not be marked VOIDED; the return code already
      *> set stands. A refused back-out is shouted for the ledger
      *> team - the remitter holds the money twice until corrected.
       BACK-OUT-VOID-CREDIT.
           MOVE WS-VOID-NUMBER TO OCHK-NUMBER
           MOVE WS-VOID-USER-ID TO OCHK-USER-ID
           MOVE WS-VOID-AMOUNT TO OCHK-AMOUNT
           COMPUTE WS-BAL-AMOUNT = 0 - WS-VOID-AMOUNT
           PERFORM POST-REMITTER-DELTA
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "ERROR: re-credit of " WS-VOID-AMOUNT
                       " for check " WS-VOID-NUMBER " could not be "
                       "taken back (code " WS-CTL-RET-CODE "); "
                       "correct " WS-VOID-USER-ID " by hand."
           ELSE
               DISPLAY "Re-credit for check " WS-VOID-NUMBER
                       " taken back."
           END-IF.
           EXIT.

      *> opens the register I-O and reads the check named by --id,
      *> leaving the file open on success. Not on file is 4.
       READ-CHECK-FOR-UPDATE.
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Check not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-VALUE(1:10) TO OCHK-NUMBER
           READ OFFICIAL-CHECK-FILE KEY IS OCHK-NUMBER
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Check not found."
               MOVE 4 TO LK-RET-CODE
               CLOSE OFFICIAL-CHECK-FILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-CHECKS - with --user (username), every check drawn on
      *> that customer; without, every outstanding check on the
      *> register (ISSUED or STALE) with the count and total.
      *> ----------------------------------------------------------------
       LIST-CHECKS.
           MOVE 0 TO WS-LIST-COUNT WS-LIST-TOTAL
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE = SPACES
               MOVE "Y" TO WS-LIST-ALL
           ELSE
               MOVE "N" TO WS-LIST-ALL
               MOVE SPACES TO USER-CTL-DATA
               SET UCD-BY-USERNAME TO TRUE
               MOVE WS-LOOKUP-VALUE TO UCD-LOOKUP-VALUE
               MOVE SPACES TO WS-REMITTER-ID
               CALL "BLM-USER-CONTROLLER" USING "VALIDATE-USER",
                    USER-CTL-DATA, WS-REMITTER-ID, WS-CTL-RET-CODE
               IF WS-CTL-RET-CODE NOT = 0
                   DISPLAY "No such user."
                   MOVE 4 TO LK-RET-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No official checks on file."
               EXIT PARAGRAPH
           END-IF
           IF LIST-ALL-OUTSTANDING
               MOVE LOW-VALUES TO OCHK-NUMBER
               START OFFICIAL-CHECK-FILE
                   KEY IS NOT LESS THAN OCHK-NUMBER
           ELSE
               MOVE WS-REMITTER-ID TO OCHK-USER-ID
               START OFFICIAL-CHECK-FILE KEY IS = OCHK-USER-ID
           END-IF
           IF WS-FILE-STATUS = "00"
               READ OFFICIAL-CHECK-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR (NOT LIST-ALL-OUTSTANDING
                           AND OCHK-USER-ID NOT = WS-REMITTER-ID)
                   IF NOT LIST-ALL-OUTSTANDING OR OCHK-OUTSTANDING
                       PERFORM SHOW-ONE-CHECK
                   END-IF
                   READ OFFICIAL-CHECK-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE OFFICIAL-CHECK-FILE
           IF LIST-ALL-OUTSTANDING
               DISPLAY WS-LIST-COUNT " outstanding check(s), total "
                       WS-LIST-TOTAL
           ELSE
               DISPLAY WS-LIST-COUNT " check(s) drawn on "
                       WS-REMITTER-ID
           END-IF.
           EXIT.

       SHOW-ONE-CHECK.
           DISPLAY OCHK-NUMBER " " OCHK-ISSUE-DATE " " OCHK-AMOUNT
                   " " OCHK-STATUS " " OCHK-USER-ID " to "
                   FUNCTION TRIM(OCHK-PAYEE)
           IF OCHK-EXCEPTION NOT = SPACES
               DISPLAY "           ** paid-items exception "
                       OCHK-EXCEPTION " presented "
                       OCHK-EXCEPTION-AMT " **"
           END-IF
           ADD 1 TO WS-LIST-COUNT
           IF OCHK-OUTSTANDING
               ADD OCHK-AMOUNT TO WS-LIST-TOTAL
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-REMITTER-DELTA - moves WS-BAL-AMOUNT (signed) on the
      *> remitter's cash balance via BLM-USER-CONTROLLER, source
      *> OFFCHECK / the check number.
      *> ----------------------------------------------------------------
       POST-REMITTER-DELTA.
           MOVE WS-BAL-AMOUNT TO WS-BAL-EDIT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE "OFFCHECK" TO UCD-UPD-SOURCE-TYPE
           MOVE OCHK-NUMBER TO UCD-UPD-SOURCE-ID
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, OCHK-USER-ID, WS-CTL-RET-CODE.
           EXIT.

       LOAD-LIABILITY-ACCOUNT.
           MOVE "OUTCHECKS" TO WS-LIAB-ACCT
           MOVE "OFFCHK-ACCT" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-LIAB-ACCT
           END-IF.
           EXIT.

      *> the liability-side row; the caller sets debit or credit.
       JOURNAL-LIABILITY-LEG.
           MOVE WS-LIAB-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           MOVE OCHK-AMOUNT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "OFFCHECK" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE OCHK-NUMBER TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE 0 TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
           EXIT.

       LOG-CHECK-EVENT.
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           STRING "check " OCHK-NUMBER " amt " OCHK-AMOUNT
                  " remitter " OCHK-USER-ID
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-CHECK-NO - next check number off the sequence
      *> control file, seeded on first use by browsing the register.
      *> ----------------------------------------------------------------
       GENERATE-CHECK-NO.
           MOVE "OFFCHECK" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE = 0
               MOVE WS-SEQ-VALUE TO WS-NEW-CHECK-NO
           ELSE
               PERFORM BROWSE-NEXT-CHECK-SEQ
               MOVE WS-NEXT-SEQ TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF.
           EXIT.

      *> legacy full-file browse, kept only as the one-time fallback
      *> that seeds the sequence row.
       BROWSE-NEXT-CHECK-SEQ.
           MOVE OFFICIAL-CHECK-RECORD TO WS-RECORD-HOLD
           MOVE 0 TO WS-NEXT-SEQ
           MOVE LOW-VALUES TO OCHK-NUMBER
           START OFFICIAL-CHECK-FILE KEY IS NOT LESS THAN OCHK-NUMBER
           IF WS-FILE-STATUS = "00"
               READ OFFICIAL-CHECK-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF FUNCTION NUMVAL(OCHK-NUMBER) > WS-NEXT-SEQ
                       MOVE FUNCTION NUMVAL(OCHK-NUMBER)
                            TO WS-NEXT-SEQ
                   END-IF
                   READ OFFICIAL-CHECK-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ TO WS-NEW-CHECK-NO
           MOVE WS-RECORD-HOLD TO OFFICIAL-CHECK-RECORD.
           EXIT.

       STAMP-CHECK-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-CHECK-FOR-WRITE.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT OFFICIAL-CHECK-FILE
               CLOSE OFFICIAL-CHECK-FILE
               OPEN I-O OFFICIAL-CHECK-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-CHECK-CONTROLLER.
