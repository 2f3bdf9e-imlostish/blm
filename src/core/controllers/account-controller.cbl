      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Deposit accounts - one customer, several accounts
      *>          (checking, savings), each with its own customer-
      *>          facing ten-digit number carrying a mod-10 (Luhn)
      *>          check digit. The customer's original cash balance
      *>          is their PRIMARY checking account: its money stays
      *>          on USER-ACCOUNT-BALANCE and every posting to it
      *>          goes through BLM-USER-CONTROLLER as before. Every
      *>          other account keeps its balance on ACCTMSTR and
      *>          journals under its own number. Other programs move
      *>          money on an account through "post" without caring
      *>          which kind it is.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: check/open/open-primary/list/
      *>                     move/post/resolve/close/set-overdraft/
      *>                     holdings/close-all against an indexed
      *>                     DEPOSIT-ACCOUNT-FILE. Rates off the
      *>                     SAVINGS-RATE and CHECKING-RATE system
      *>                     switches (defaults 2.00 and 1.50).
      *>   15/10/2026 - jm - "post" takes an optional --value-date for
      *>                     a back-dated leg (a reversal), carried to
      *>                     the journal for its period check.
      *>   15/10/2026 - jm - "balance-on" --date: each of the
      *>                     customer's accounts as it closed that day
      *>                     (or the last day snapshotted before it),
      *>                     off the EODBAL end-of-day history.
      *>   15/10/2026 - jm - MOVE-BETWEEN-ACCOUNTS reads the primary
      *>                     account's available balance, so deposited
      *>                     checks on hold can't move.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-ACCOUNT-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT LIMIT-MASTER-FILE ASSIGN TO "LIMITMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LIMIT-USER-ID
                 FILE STATUS IS WS-LIMIT-STATUS.
             SELECT EOD-BALANCE-FILE ASSIGN TO "EODBAL"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EOD-KEY
                 FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-ACCOUNT-FILE
           LABEL RECORD STANDARD.
           COPY "deposit-account.cpy".
       FD  LIMIT-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user-limit.cpy".
       FD  EOD-BALANCE-FILE
           LABEL RECORD STANDARD.
           COPY "eod-balance.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-LIMIT-STATUS      PIC XX VALUE SPACES.
       77 WS-NEW-ACCT-NO       PIC X(10) VALUE SPACES.
       77 WS-NEXT-SEQ          PIC 9(9) VALUE 0.
      *> holds whatever record the caller staged while the number
      *> browse runs its READs through the same record area
       77 WS-RECORD-HOLD       PIC X(256) VALUE SPACES.

      *> Sequence control - constant-time number assignment, with the
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

      *> Account numbers: a nine-digit base off the ACCOUNT sequence
      *> (offset so every number is a full ten digits) and a mod-10
      *> check digit. The check runs over the digit table view;
      *> counting from the right, every second digit is doubled and
      *> folded back under ten, and a good number sums to a multiple
      *> of ten.
       77 WS-ACCT-NO-BASE      PIC 9(9) VALUE 400000000.
       01 WS-ACCT-DIGITS       PIC 9(10) VALUE 0.
       01 WS-ACCT-DIGIT-VIEW REDEFINES WS-ACCT-DIGITS.
           05 WS-AD-DIGIT OCCURS 10 TIMES PIC 9.
       77 WS-LUHN-IDX          PIC 9(4) COMP VALUE 0.
       77 WS-LUHN-TERM         PIC 9(2) VALUE 0.
       77 WS-LUHN-SUM          PIC 9(4) COMP VALUE 0.
       77 WS-LUHN-CHECK        PIC 9(2) VALUE 0.
       77 WS-ACCT-NO-OK        PIC X VALUE "N".
           88 ACCT-NO-VALID      VALUE "Y".

      *> New-account working fields - the product and its posted
      *> rate.
       77 WS-NEW-TYPE          PIC X VALUE SPACE.
       77 WS-NEW-PRIMARY       PIC X VALUE "N".
       77 WS-NEW-NICKNAME      PIC X(20) VALUE SPACES.
       77 WS-NEW-RATE          PIC 9(3)V99 VALUE 0.
       77 WS-REQ-TYPE          PIC X VALUE SPACE.
       77 WS-REQ-NICKNAME      PIC X(20) VALUE SPACES.
       77 WS-SAVINGS-RATE      PIC 9(3)V99 VALUE 2.00.
       77 WS-CHECKING-RATE     PIC 9(3)V99 VALUE 1.50.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.

      *> The customer's primary account, looked up (and opened on
      *> first use for a customer who predates the account master).
       77 WS-OWNER             PIC X(10) VALUE SPACES.
       77 WS-PRIMARY-ACCT      PIC X(10) VALUE SPACES.
       77 WS-PRIMARY-SW        PIC X VALUE "N".
           88 PRIMARY-FOUND      VALUE "Y".

      *> Posting one leg on an account - the number, a signed amount
      *> and the source document the journal row carries.
       77 WS-POST-ACCT         PIC X(10) VALUE SPACES.
       77 WS-POST-AMOUNT       PIC S9(9)V99 VALUE 0.
       77 WS-POST-SRC-TYPE     PIC X(10) VALUE SPACES.
       77 WS-POST-SRC-ID       PIC X(10) VALUE SPACES.
       77 WS-POST-VALUE-DATE   PIC X(8) VALUE SPACES.
       77 WS-POST-OWNER        PIC X(10) VALUE SPACES.
       77 WS-POST-IS-PRIMARY   PIC X VALUE "N".
       77 WS-POST-RET          PIC S9(4) COMP VALUE 0.
       77 WS-BAL-EDIT          PIC -(9)9.99.
       77 WS-LOCK-RESOURCE     PIC X(10) VALUE SPACES.
       77 WS-LOCK-RET-CODE     PIC S9(4) COMP.

      *> Moving money between the customer's own accounts - both
      *> ends as read, and the funds the paying end has to give.
       77 WS-MOVE-ID           PIC X(10) VALUE SPACES.
       77 WS-MOVE-AMOUNT       PIC 9(9)V99 VALUE 0.
       77 WS-FROM-ACCT         PIC X(10) VALUE SPACES.
       77 WS-FROM-PRIMARY      PIC X VALUE "N".
       77 WS-FROM-BALANCE      PIC S9(9)V99 VALUE 0.
       77 WS-FROM-OVERDRAFT    PIC 9(9)V99 VALUE 0.
       77 WS-TO-ACCT           PIC X(10) VALUE SPACES.
       77 WS-AVAILABLE         PIC S9(11)V99 VALUE 0.

      *> Listing - an account's balance as shown, and the edited
      *> display of it.
       77 WS-SHOW-BALANCE      PIC S9(9)V99 VALUE 0.
       77 WS-SHOW-OVERDRAFT    PIC 9(9)V99 VALUE 0.
       77 WS-SHOW-EDIT         PIC -(9)9.99.
       77 WS-SHOW-TYPE         PIC X(8) VALUE SPACES.
       77 WS-ACCT-COUNT        PIC 9(4) COMP VALUE 0.
       77 WS-OVERDRAFT-NEW     PIC 9(9)V99 VALUE 0.

      *> Point-in-time inquiry - the day asked for and the history key
      *> of the account being shown (the user id for the primary).
       77 WS-EOD-STATUS        PIC XX VALUE SPACES.
       77 WS-ASOF-DATE         PIC X(8) VALUE SPACES.
       77 WS-EOD-ACCOUNT       PIC X(10) VALUE SPACES.

      *> Batch-window gate - opening, moving and closing touch
      *> balances.
       77 WS-GATE-KEY          PIC X(20) VALUE SPACES.
       77 WS-GATE-VALUE        PIC X(40) VALUE SPACES.
       77 WS-GATE-RET          PIC S9(4) COMP.
       77 WS-WINDOW-CLOSED     PIC X VALUE "N".
           88 WINDOW-CLOSED      VALUE "Y".

      *> Posting journal - the rows for accounts held on ACCTMSTR.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Audit trail
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.
       77 WS-AUDIT-ACTION      PIC X(20) VALUE SPACES.
       77 WS-AUDIT-REF         PIC X(10) VALUE SPACES.

      *> Watch-list review gate - a customer under the SANCTION memo
      *> flag moves no money until compliance clears the hit.
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.
       77 WS-SANCTION-SW       PIC X VALUE "N".
           88 SANCTION-HOLD      VALUE "Y".

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
       01 LK-USER-ID   PIC X(10).
       01 LK-RET-CODE  PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-OP OP-FIELDS OP-FIELD-COUNT
                                 LK-USER-ID LK-RET-CODE.

           MOVE 0 TO LK-RET-CODE
           EVALUATE LK-OP
               WHEN "check"
                   PERFORM CHECK-ACCOUNT-NUMBER
               WHEN "open"
                   PERFORM CHECK-BATCH-WINDOW
                   IF NOT WINDOW-CLOSED
                       PERFORM OPEN-ACCOUNT
                   END-IF
               WHEN "open-primary"
                   PERFORM OPEN-PRIMARY-ACCOUNT
               WHEN "list"
                   PERFORM LIST-ACCOUNTS
               WHEN "move"
                   PERFORM CHECK-BATCH-WINDOW
                   IF NOT WINDOW-CLOSED
                       PERFORM MOVE-BETWEEN-ACCOUNTS
                   END-IF
               WHEN "post"
                   PERFORM POST-TO-ACCOUNT
               WHEN "resolve"
                   PERFORM RESOLVE-ACCOUNT
               WHEN "close"
                   PERFORM CHECK-BATCH-WINDOW
                   IF NOT WINDOW-CLOSED
                       PERFORM CLOSE-ONE-ACCOUNT
                   END-IF
               WHEN "set-overdraft"
                   PERFORM SET-ACCOUNT-OVERDRAFT
               WHEN "holdings"
                   PERFORM CHECK-HOLDINGS
               WHEN "close-all"
                   PERFORM CLOSE-ALL-ACCOUNTS
               WHEN "balance-on"
                   PERFORM BALANCE-ON-DATE
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
           END-EVALUATE

           GOBACK.

      *> ----------------------------------------------------------------
      *> CHECK-BATCH-WINDOW - sets WINDOW-CLOSED (and return code 18
      *> with a clean message) while the nightly suite holds the
      *> masters.
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
      *> CHECK-SANCTION-HOLD - sets SANCTION-HOLD (with a message) when
      *> LK-USER-ID is under watch-list review.
      *> ----------------------------------------------------------------
       CHECK-SANCTION-HOLD.
           MOVE "N" TO WS-SANCTION-SW
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "SANCTION" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", LK-USER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "Refused: this account is under compliance "
                       "review and no money may move on it."
               MOVE "Y" TO WS-SANCTION-SW
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-ACCOUNT-NUMBER - validates --account: ten digits with a
      *> good check digit (0), anything else 8. Touches no file, so a
      *> mistyped number is caught as it is keyed.
      *> ----------------------------------------------------------------
       CHECK-ACCOUNT-NUMBER.
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           PERFORM VERIFY-CHECK-DIGIT
           IF NOT ACCT-NO-VALID
               DISPLAY "Invalid account number - check the digits "
                       "and try again."
               MOVE 8 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> VERIFY-CHECK-DIGIT - WS-LOOKUP-VALUE holds the number as
      *> keyed; sets ACCT-NO-VALID.
       VERIFY-CHECK-DIGIT.
           MOVE "N" TO WS-ACCT-NO-OK
           IF WS-LOOKUP-VALUE(1:10) IS NOT NUMERIC
                   OR WS-LOOKUP-VALUE(11:90) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-ACCT-DIGITS
           PERFORM SUM-LUHN-DIGITS
           IF FUNCTION MOD(WS-LUHN-SUM, 10) = 0
               MOVE "Y" TO WS-ACCT-NO-OK
           END-IF.
           EXIT.

      *> SUM-LUHN-DIGITS - mod-10 weighted sum over WS-AD-DIGIT; the
      *> odd positions counting from the left are the even ones
      *> counting from the check digit, and are the ones doubled.
       SUM-LUHN-DIGITS.
           MOVE 0 TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-IDX FROM 1 BY 1
                   UNTIL WS-LUHN-IDX > 10
               MOVE WS-AD-DIGIT(WS-LUHN-IDX) TO WS-LUHN-TERM
               IF FUNCTION MOD(WS-LUHN-IDX, 2) = 1
                   COMPUTE WS-LUHN-TERM = WS-LUHN-TERM * 2
                   IF WS-LUHN-TERM > 9
                       SUBTRACT 9 FROM WS-LUHN-TERM
                   END-IF
               END-IF
               ADD WS-LUHN-TERM TO WS-LUHN-SUM
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> OPEN-ACCOUNT - opens a new --type C(hecking) or S(avings)
      *> account for LK-USER-ID with an optional --nickname, at the
      *> product's posted rate. The customer's primary account is
      *> put on file first if they predate the account master. The
      *> new number comes back to the caller as "account-no".
      *> ----------------------------------------------------------------
       OPEN-ACCOUNT.
           PERFORM CHECK-SANCTION-HOLD
           IF SANCTION-HOLD
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "type" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:1) TO WS-REQ-TYPE
           INSPECT WS-REQ-TYPE CONVERTING "cs" TO "CS"
           IF WS-REQ-TYPE NOT = "C" AND WS-REQ-TYPE NOT = "S"
               DISPLAY "Account type must be C (checking) or "
                       "S (savings)."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "nickname" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:20) TO WS-REQ-NICKNAME

           PERFORM OPEN-ACCT-FOR-WRITE
           MOVE LK-USER-ID TO WS-OWNER
           PERFORM ENSURE-PRIMARY-ACCOUNT
           IF LK-RET-CODE = 0
               MOVE WS-REQ-TYPE TO WS-NEW-TYPE
               MOVE WS-REQ-NICKNAME TO WS-NEW-NICKNAME
               MOVE "N" TO WS-NEW-PRIMARY
               PERFORM WRITE-NEW-ACCOUNT
           END-IF
           CLOSE DEPOSIT-ACCOUNT-FILE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-TYPE = "S"
               MOVE "Savings" TO WS-SHOW-TYPE
           ELSE
               MOVE "Checking" TO WS-SHOW-TYPE
           END-IF
           DISPLAY WS-SHOW-TYPE " account " WS-NEW-ACCT-NO
                   " opened at " WS-NEW-RATE " percent."
           PERFORM RETURN-ACCOUNT-NO
           MOVE WS-NEW-ACCT-NO TO WS-AUDIT-REF
           MOVE "ACCOUNT-OPEN" TO WS-AUDIT-ACTION
           PERFORM LOG-ACCOUNT-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> OPEN-PRIMARY-ACCOUNT - numbers the new customer LK-USER-ID's
      *> cash balance as their primary checking account; a customer
      *> who already has one just gets it back.
      *> ----------------------------------------------------------------
       OPEN-PRIMARY-ACCOUNT.
           PERFORM OPEN-ACCT-FOR-WRITE
           MOVE LK-USER-ID TO WS-OWNER
           PERFORM ENSURE-PRIMARY-ACCOUNT
           CLOSE DEPOSIT-ACCOUNT-FILE
           IF LK-RET-CODE = 0
               MOVE WS-PRIMARY-ACCT TO WS-NEW-ACCT-NO
               PERFORM RETURN-ACCOUNT-NO
           END-IF.
           EXIT.

      *> ENSURE-PRIMARY-ACCOUNT - with the file open I-O, finds
      *> WS-OWNER's primary account or writes it.
       ENSURE-PRIMARY-ACCOUNT.
           PERFORM FIND-PRIMARY-ACCOUNT
           IF NOT PRIMARY-FOUND
               MOVE "C" TO WS-NEW-TYPE
               MOVE "Y" TO WS-NEW-PRIMARY
               MOVE "Primary checking" TO WS-NEW-NICKNAME
               PERFORM WRITE-NEW-ACCOUNT
               IF LK-RET-CODE = 0
                   MOVE WS-NEW-ACCT-NO TO WS-PRIMARY-ACCT
                   MOVE "Y" TO WS-PRIMARY-SW
               END-IF
           END-IF.
           EXIT.

      *> FIND-PRIMARY-ACCOUNT - browses WS-OWNER's accounts for the
      *> primary one.
       FIND-PRIMARY-ACCOUNT.
           MOVE "N" TO WS-PRIMARY-SW
           MOVE SPACES TO WS-PRIMARY-ACCT
           MOVE WS-OWNER TO DACC-USER-ID
           START DEPOSIT-ACCOUNT-FILE KEY IS = DACC-USER-ID
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   OR DACC-USER-ID NOT = WS-OWNER
                   OR PRIMARY-FOUND
               IF DACC-IS-PRIMARY AND DACC-ACTIVE
                   MOVE DACC-ACCT-NO TO WS-PRIMARY-ACCT
                   MOVE "Y" TO WS-PRIMARY-SW
               ELSE
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> WRITE-NEW-ACCOUNT - with the file open I-O, numbers and
      *> writes a WS-NEW-TYPE account for WS-OWNER at the product
      *> rate; WS-NEW-ACCT-NO carries the number back.
      *> ----------------------------------------------------------------
       WRITE-NEW-ACCOUNT.
           PERFORM LOAD-PRODUCT-RATE
           PERFORM GENERATE-ACCT-NO
           MOVE SPACES TO DEPOSIT-ACCOUNT-RECORD
           MOVE WS-NEW-ACCT-NO TO DACC-ACCT-NO
           MOVE WS-OWNER TO DACC-USER-ID
           MOVE WS-NEW-TYPE TO DACC-TYPE
           MOVE WS-NEW-PRIMARY TO DACC-PRIMARY
           SET DACC-ACTIVE TO TRUE
           MOVE WS-NEW-NICKNAME TO DACC-NICKNAME
           MOVE 0 TO DACC-BALANCE DACC-OVERDRAFT-LIMIT
           MOVE WS-NEW-RATE TO DACC-INT-RATE
           PERFORM STAMP-ACCT-TIME
           MOVE WS-TIMESTAMP TO DACC-OPENED-AT
           WRITE DEPOSIT-ACCOUNT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing account, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF.
           EXIT.

       LOAD-PRODUCT-RATE.
           IF WS-NEW-TYPE = "S"
               MOVE "SAVINGS-RATE" TO WS-CTL-KEY
               MOVE WS-SAVINGS-RATE TO WS-NEW-RATE
           ELSE
               MOVE "CHECKING-RATE" TO WS-CTL-KEY
               MOVE WS-CHECKING-RATE TO WS-NEW-RATE
           END-IF
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-NEW-RATE
           END-IF.
           EXIT.

      *> RETURN-ACCOUNT-NO - hands WS-NEW-ACCT-NO back to the caller
      *> as "account-no".
       RETURN-ACCOUNT-NO.
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "account-no" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-NEW-ACCT-NO TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-ACCOUNTS - every account LK-USER-ID holds, with its
      *> balance (the primary's read off the cash balance), overdraft
      *> facility and rate.
      *> ----------------------------------------------------------------
       LIST-ACCOUNTS.
           PERFORM OPEN-ACCT-FOR-WRITE
           MOVE LK-USER-ID TO WS-OWNER
           PERFORM ENSURE-PRIMARY-ACCOUNT
           CLOSE DEPOSIT-ACCOUNT-FILE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACCT-COUNT
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           MOVE LK-USER-ID TO DACC-USER-ID
           START DEPOSIT-ACCOUNT-FILE KEY IS = DACC-USER-ID
           IF WS-FILE-STATUS = "00"
               READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR DACC-USER-ID NOT = LK-USER-ID
                   PERFORM SHOW-ONE-ACCOUNT
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE DEPOSIT-ACCOUNT-FILE
           IF WS-ACCT-COUNT = 0
               DISPLAY "No accounts on file."
               MOVE 4 TO LK-RET-CODE
           END-IF.
           EXIT.

       SHOW-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           IF DACC-SAVINGS
               MOVE "Savings" TO WS-SHOW-TYPE
           ELSE
               MOVE "Checking" TO WS-SHOW-TYPE
           END-IF
           IF DACC-IS-PRIMARY
               MOVE SPACES TO USER-CTL-DATA
               CALL "BLM-USER-CONTROLLER" USING "GET-BALANCE",
                    USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
               MOVE UCD-BAL-AMOUNT TO WS-SHOW-BALANCE
               MOVE LK-USER-ID TO WS-OWNER
               PERFORM READ-PRIMARY-OVERDRAFT
               MOVE WS-FROM-OVERDRAFT TO WS-SHOW-OVERDRAFT
           ELSE
               MOVE DACC-BALANCE TO WS-SHOW-BALANCE
               MOVE DACC-OVERDRAFT-LIMIT TO WS-SHOW-OVERDRAFT
           END-IF
           MOVE WS-SHOW-BALANCE TO WS-SHOW-EDIT
           IF DACC-CLOSED
               DISPLAY DACC-ACCT-NO "  " WS-SHOW-TYPE " "
                       DACC-NICKNAME "  closed " DACC-CLOSED-AT(1:8)
           ELSE
               DISPLAY DACC-ACCT-NO "  " WS-SHOW-TYPE " "
                       DACC-NICKNAME " " WS-SHOW-EDIT
                       "  rate " DACC-INT-RATE
                       "  overdraft " WS-SHOW-OVERDRAFT
               IF WS-SHOW-BALANCE < 0
                   DISPLAY "            ** OVERDRAWN **"
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> BALANCE-ON-DATE - LK-USER-ID's accounts as they stood at the
      *> close of --date (YYYYMMDD): for each, the latest end-of-day
      *> snapshot on or before that day. A customer who predates the
      *> account master is shown their primary balance alone. 8 for a
      *> bad date, 4 with no history on file.
      *> ----------------------------------------------------------------
       BALANCE-ON-DATE.
           MOVE "date" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:8) TO WS-ASOF-DATE
           IF NOT LOOKUP-FOUND OR WS-ASOF-DATE IS NOT NUMERIC
               DISPLAY "A date (YYYYMMDD) is required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EOD-BALANCE-FILE
           IF WS-EOD-STATUS NOT = "00"
               DISPLAY "No balance history on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Balances at close of " WS-ASOF-DATE ":"
           MOVE 0 TO WS-ACCT-COUNT
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-FILE-STATUS = "00"
               MOVE LK-USER-ID TO DACC-USER-ID
               START DEPOSIT-ACCOUNT-FILE KEY IS = DACC-USER-ID
               IF WS-FILE-STATUS = "00"
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                           OR DACC-USER-ID NOT = LK-USER-ID
                       ADD 1 TO WS-ACCT-COUNT
                       IF DACC-SAVINGS
                           MOVE "Savings" TO WS-SHOW-TYPE
                       ELSE
                           MOVE "Checking" TO WS-SHOW-TYPE
                       END-IF
                       IF DACC-IS-PRIMARY
                           MOVE LK-USER-ID TO WS-EOD-ACCOUNT
                       ELSE
                           MOVE DACC-ACCT-NO TO WS-EOD-ACCOUNT
                       END-IF
                       DISPLAY DACC-ACCT-NO "  " WS-SHOW-TYPE " "
                               DACC-NICKNAME
                       PERFORM SHOW-BALANCE-ON
                       READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE DEPOSIT-ACCOUNT-FILE
           END-IF
           IF WS-ACCT-COUNT = 0
               DISPLAY "Primary balance"
               MOVE LK-USER-ID TO WS-EOD-ACCOUNT
               PERFORM SHOW-BALANCE-ON
           END-IF
           CLOSE EOD-BALANCE-FILE.
           EXIT.

      *> SHOW-BALANCE-ON - WS-EOD-ACCOUNT's latest snapshot on or
      *> before WS-ASOF-DATE.
       SHOW-BALANCE-ON.
           MOVE WS-EOD-ACCOUNT TO EOD-ACCOUNT-ID
           MOVE WS-ASOF-DATE TO EOD-DATE
           START EOD-BALANCE-FILE KEY IS NOT GREATER THAN EOD-KEY
           IF WS-EOD-STATUS = "00"
               READ EOD-BALANCE-FILE PREVIOUS RECORD
           END-IF
           IF WS-EOD-STATUS NOT = "00"
                   OR EOD-ACCOUNT-ID NOT = WS-EOD-ACCOUNT
               DISPLAY "    no balance history on or before "
                       WS-ASOF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE EOD-BALANCE TO WS-SHOW-EDIT
           DISPLAY "    " WS-SHOW-EDIT "  as of " EOD-DATE
                   "  overdraft " EOD-OD-LIMIT
           IF EOD-BALANCE < 0
               DISPLAY "            ** OVERDRAWN **"
           END-IF.
           EXIT.

      *> READ-PRIMARY-OVERDRAFT - WS-OWNER's teller-granted facility
      *> off the limits profile, into WS-FROM-OVERDRAFT (zero with no
      *> profile on file).
       READ-PRIMARY-OVERDRAFT.
           MOVE 0 TO WS-FROM-OVERDRAFT
           OPEN INPUT LIMIT-MASTER-FILE
           IF WS-LIMIT-STATUS = "00"
               MOVE WS-OWNER TO LIMIT-USER-ID
               READ LIMIT-MASTER-FILE KEY IS LIMIT-USER-ID
               IF WS-LIMIT-STATUS = "00"
                   MOVE LIMIT-OVERDRAFT TO WS-FROM-OVERDRAFT
               END-IF
               CLOSE LIMIT-MASTER-FILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> RESOLVE-ACCOUNT - turns --account into its owner for a
      *> payment addressed by number: 8 for a bad check digit, 4 for
      *> a number not on file, 11 for a closed account. The owner
      *> comes back as "resolved-user" and whether it is their
      *> primary account as "resolved-primary".
      *> ----------------------------------------------------------------
       RESOLVE-ACCOUNT.
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           PERFORM VERIFY-CHECK-DIGIT
           IF NOT ACCT-NO-VALID
               DISPLAY "Invalid account number - check the digits "
                       "and try again."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-VALUE(1:10) TO DACC-ACCT-NO
           READ DEPOSIT-ACCOUNT-FILE KEY IS DACC-ACCT-NO
           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT = "00"
                   DISPLAY "Account not found."
                   MOVE 4 TO LK-RET-CODE
               WHEN DACC-CLOSED
                   DISPLAY "Account " DACC-ACCT-NO " is closed."
                   MOVE 11 TO LK-RET-CODE
               WHEN OTHER
                   IF OP-FIELD-COUNT < 9
                       ADD 1 TO OP-FIELD-COUNT
                       MOVE "resolved-user"
                            TO OP-FIELD-NAME(OP-FIELD-COUNT)
                       MOVE DACC-USER-ID
                            TO OP-FIELD-VALUE(OP-FIELD-COUNT)
                       ADD 1 TO OP-FIELD-COUNT
                       MOVE "resolved-primary"
                            TO OP-FIELD-NAME(OP-FIELD-COUNT)
                       MOVE DACC-PRIMARY
                            TO OP-FIELD-VALUE(OP-FIELD-COUNT)
                   END-IF
           END-EVALUATE
           CLOSE DEPOSIT-ACCOUNT-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-TO-ACCOUNT - moves a signed --amount on --account,
      *> journalled --source-type / --source-id and dated
      *> --value-date when the caller is backing out an earlier
      *> document. No funds check here: callers that need one (a
      *> send, a move) make it first.
      *> ----------------------------------------------------------------
       POST-TO-ACCOUNT.
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-POST-ACCT
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-POST-AMOUNT
           MOVE "source-type" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-POST-SRC-TYPE
           MOVE "source-id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-POST-SRC-ID
           MOVE "value-date" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:8) TO WS-POST-VALUE-DATE
           PERFORM POST-ACCOUNT-LEG
           MOVE SPACES TO WS-POST-VALUE-DATE
           MOVE WS-POST-RET TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-ACCOUNT-LEG - posts WS-POST-AMOUNT on WS-POST-ACCT. The
      *> primary account posts as a BALANCE-DELTA on its owner's cash
      *> balance (journalled there under the user id); any other
      *> account is read and rewritten under the record lock and
      *> journalled under its own number. WS-POST-RET: 0 posted, 4
      *> no such account, 11 closed, 24 busy, 12 anything else.
      *> ----------------------------------------------------------------
       POST-ACCOUNT-LEG.
           MOVE 0 TO WS-POST-RET
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 4 TO WS-POST-RET
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POST-ACCT TO DACC-ACCT-NO
           READ DEPOSIT-ACCOUNT-FILE KEY IS DACC-ACCT-NO
           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT = "00"
                   MOVE 4 TO WS-POST-RET
               WHEN DACC-CLOSED
                   MOVE 11 TO WS-POST-RET
           END-EVALUATE
           MOVE DACC-USER-ID TO WS-POST-OWNER
           MOVE DACC-PRIMARY TO WS-POST-IS-PRIMARY
           CLOSE DEPOSIT-ACCOUNT-FILE
           IF WS-POST-RET NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-POST-IS-PRIMARY = "Y"
               MOVE WS-POST-AMOUNT TO WS-BAL-EDIT
               MOVE SPACES TO USER-CTL-DATA
               MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
               MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
               MOVE WS-POST-SRC-TYPE TO UCD-UPD-SOURCE-TYPE
               MOVE WS-POST-SRC-ID TO UCD-UPD-SOURCE-ID
               MOVE WS-POST-VALUE-DATE TO UCD-UPD-VALUE-DATE
               CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                    USER-CTL-DATA, WS-POST-OWNER, WS-CTL-RET-CODE
               MOVE WS-CTL-RET-CODE TO WS-POST-RET
               EXIT PARAGRAPH
           END-IF

           MOVE WS-POST-ACCT TO WS-LOCK-RESOURCE
           CALL "BLM-LOCK-CONTROLLER" USING "ACQUIRE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE
           IF WS-LOCK-RET-CODE = 24
               DISPLAY "Record busy - another session is updating "
                       "this account. Try again."
               MOVE 24 TO WS-POST-RET
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DEPOSIT-ACCOUNT-FILE
           MOVE WS-POST-ACCT TO DACC-ACCT-NO
           READ DEPOSIT-ACCOUNT-FILE KEY IS DACC-ACCT-NO
           IF WS-FILE-STATUS NOT = "00"
               MOVE 12 TO WS-POST-RET
           ELSE
               ADD WS-POST-AMOUNT TO DACC-BALANCE
               REWRITE DEPOSIT-ACCOUNT-RECORD
               IF WS-FILE-STATUS NOT = "00"
                   MOVE 12 TO WS-POST-RET
               ELSE
                   PERFORM JOURNAL-ACCOUNT-LEG
               END-IF
           END-IF
           CLOSE DEPOSIT-ACCOUNT-FILE
           CALL "BLM-LOCK-CONTROLLER" USING "RELEASE",
                WS-LOCK-RESOURCE, LK-USER-ID, WS-LOCK-RET-CODE.
           EXIT.

       JOURNAL-ACCOUNT-LEG.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE DACC-ACCT-NO TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           IF WS-POST-AMOUNT < 0
               SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
               COMPUTE JRNL-AMOUNT OF WS-JOURNAL-ENTRY =
                       0 - WS-POST-AMOUNT
           ELSE
               SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
               MOVE WS-POST-AMOUNT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           END-IF
           MOVE WS-POST-SRC-TYPE TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE WS-POST-SRC-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE WS-POST-VALUE-DATE
                TO JRNL-VALUE-DATE OF WS-JOURNAL-ENTRY
           MOVE DACC-BALANCE TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> MOVE-BETWEEN-ACCOUNTS - moves --amount from LK-USER-ID's
      *> --from account to their --to account, both legs journalled
      *> ACCT-XFER under one move reference. The paying account must
      *> cover it out of its balance plus its own overdraft facility;
      *> a credit leg that will not post backs the debit out.
      *> ----------------------------------------------------------------
       MOVE-BETWEEN-ACCOUNTS.
           PERFORM CHECK-SANCTION-HOLD
           IF SANCTION-HOLD
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "from" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-FROM-ACCT
           MOVE "to" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-TO-ACCT
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-MOVE-AMOUNT
           IF WS-MOVE-AMOUNT = 0
               DISPLAY "An amount is required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-ACCT = WS-TO-ACCT
               DISPLAY "Choose two different accounts."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-ACCT TO DACC-ACCT-NO
           READ DEPOSIT-ACCOUNT-FILE KEY IS DACC-ACCT-NO
           IF WS-FILE-STATUS NOT = "00" OR DACC-USER-ID NOT = LK-USER-ID
                   OR NOT DACC-ACTIVE
               DISPLAY "Account " WS-TO-ACCT " is not one of your "
                       "open accounts."
               MOVE 4 TO LK-RET-CODE
               CLOSE DEPOSIT-ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FROM-ACCT TO DACC-ACCT-NO
           READ DEPOSIT-ACCOUNT-FILE KEY IS DACC-ACCT-NO
           IF WS-FILE-STATUS NOT = "00" OR DACC-USER-ID NOT = LK-USER-ID
                   OR NOT DACC-ACTIVE
               DISPLAY "Account " WS-FROM-ACCT " is not one of your "
                       "open accounts."
               MOVE 4 TO LK-RET-CODE
               CLOSE DEPOSIT-ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE DACC-PRIMARY TO WS-FROM-PRIMARY
           MOVE DACC-BALANCE TO WS-FROM-BALANCE
           MOVE DACC-OVERDRAFT-LIMIT TO WS-FROM-OVERDRAFT
           CLOSE DEPOSIT-ACCOUNT-FILE

      *>   the primary account's money and facility live on the
      *>   user record and the limits profile; deposited checks
      *>   still on hold are not there to move.
           IF WS-FROM-PRIMARY = "Y"
               MOVE SPACES TO USER-CTL-DATA
               CALL "BLM-USER-CONTROLLER" USING "GET-AVAILABLE",
                    USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
               IF WS-CTL-RET-CODE NOT = 0
                   MOVE 4 TO LK-RET-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE UCD-BAL-AMOUNT TO WS-FROM-BALANCE
               MOVE LK-USER-ID TO WS-OWNER
               PERFORM READ-PRIMARY-OVERDRAFT
           END-IF
           COMPUTE WS-AVAILABLE = WS-FROM-BALANCE + WS-FROM-OVERDRAFT
           IF WS-MOVE-AMOUNT > WS-AVAILABLE
               DISPLAY "Insufficient funds: " WS-FROM-ACCT
                       " has " WS-AVAILABLE " available."
               MOVE 16 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-MOVE-ID
           MOVE "ACCT-XFER" TO WS-POST-SRC-TYPE
           MOVE WS-MOVE-ID TO WS-POST-SRC-ID
           MOVE WS-FROM-ACCT TO WS-POST-ACCT
           COMPUTE WS-POST-AMOUNT = 0 - WS-MOVE-AMOUNT
           PERFORM POST-ACCOUNT-LEG
           IF WS-POST-RET NOT = 0
               DISPLAY "Move did not post (code " WS-POST-RET
                       "). Nothing has moved; try again."
               MOVE WS-POST-RET TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-ACCT TO WS-POST-ACCT
           MOVE WS-MOVE-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-ACCOUNT-LEG
           IF WS-POST-RET NOT = 0
               MOVE WS-POST-RET TO LK-RET-CODE
               MOVE WS-FROM-ACCT TO WS-POST-ACCT
               MOVE WS-MOVE-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-ACCOUNT-LEG
               DISPLAY "Move did not post (code " LK-RET-CODE
                       "); the debit on " WS-FROM-ACCT
                       " has been backed out. Try again."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Moved " WS-MOVE-AMOUNT " from " WS-FROM-ACCT
                   " to " WS-TO-ACCT " (ref " WS-MOVE-ID ")."
           MOVE 0 TO LK-RET-CODE
           MOVE "ACCOUNT-MOVE" TO WS-AUDIT-ACTION
           MOVE WS-MOVE-ID TO WS-AUDIT-REF
           PERFORM LOG-ACCOUNT-EVENT.
           EXIT.

      *> GENERATE-MOVE-ID - "M" plus the next ACCTMOVE sequence; the
      *> reference both journal legs of a move share.
       GENERATE-MOVE-ID.
           MOVE "ACCTMOVE" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE NOT = 0
               MOVE 1 TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF
           MOVE WS-SEQ-VALUE TO WS-NEXT-SEQ
           MOVE SPACES TO WS-MOVE-ID
           STRING "M" WS-NEXT-SEQ DELIMITED BY SIZE INTO WS-MOVE-ID.
           EXIT.

      *> ----------------------------------------------------------------
      *> CLOSE-ONE-ACCOUNT - closes LK-USER-ID's --account. The
      *> primary account only closes with the customer; any other
      *> must be emptied (moved out to another account) first.
      *> ----------------------------------------------------------------
       CLOSE-ONE-ACCOUNT.
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           OPEN I-O DEPOSIT-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-VALUE(1:10) TO DACC-ACCT-NO
           READ DEPOSIT-ACCOUNT-FILE KEY IS DACC-ACCT-NO
           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT = "00"
                       OR DACC-USER-ID NOT = LK-USER-ID
                   DISPLAY "Account not found."
                   MOVE 4 TO LK-RET-CODE
               WHEN DACC-CLOSED
                   DISPLAY "Account " DACC-ACCT-NO " is already "
                           "closed."
                   MOVE 11 TO LK-RET-CODE
               WHEN DACC-IS-PRIMARY
                   DISPLAY "The primary account closes only with the "
                           "customer relationship."
                   MOVE 8 TO LK-RET-CODE
               WHEN DACC-BALANCE NOT = 0
                   MOVE DACC-BALANCE TO WS-SHOW-EDIT
                   DISPLAY "Account " DACC-ACCT-NO " still holds "
                           WS-SHOW-EDIT ". Move it out first."
                   MOVE 8 TO LK-RET-CODE
               WHEN OTHER
                   SET DACC-CLOSED TO TRUE
                   PERFORM STAMP-ACCT-TIME
                   MOVE WS-TIMESTAMP TO DACC-CLOSED-AT
                   REWRITE DEPOSIT-ACCOUNT-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "Account " DACC-ACCT-NO " closed."
                       MOVE DACC-ACCT-NO TO WS-AUDIT-REF
                       MOVE "ACCOUNT-CLOSE" TO WS-AUDIT-ACTION
                       PERFORM LOG-ACCOUNT-EVENT
                   ELSE
                       MOVE 12 TO LK-RET-CODE
                   END-IF
           END-EVALUATE
           CLOSE DEPOSIT-ACCOUNT-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-ACCOUNT-OVERDRAFT - a teller/admin (LK-USER-ID) sets the
      *> --overdraft facility on a secondary checking --account.
      *> Savings carry none; the primary account's facility is the
      *> one on the customer's limits profile.
      *> ----------------------------------------------------------------
       SET-ACCOUNT-OVERDRAFT.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required to set an overdraft."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "overdraft" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-OVERDRAFT-NEW
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           OPEN I-O DEPOSIT-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Account not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-VALUE(1:10) TO DACC-ACCT-NO
           READ DEPOSIT-ACCOUNT-FILE KEY IS DACC-ACCT-NO
           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT = "00"
                   DISPLAY "Account not found."
                   MOVE 4 TO LK-RET-CODE
               WHEN DACC-CLOSED
                   DISPLAY "Account " DACC-ACCT-NO " is closed."
                   MOVE 11 TO LK-RET-CODE
               WHEN DACC-SAVINGS
                   DISPLAY "Savings accounts carry no overdraft."
                   MOVE 8 TO LK-RET-CODE
               WHEN DACC-IS-PRIMARY
                   DISPLAY "The primary account's overdraft is set on "
                           "the customer's limits profile."
                   MOVE 8 TO LK-RET-CODE
               WHEN OTHER
                   MOVE WS-OVERDRAFT-NEW TO DACC-OVERDRAFT-LIMIT
                   REWRITE DEPOSIT-ACCOUNT-RECORD
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "Overdraft on " DACC-ACCT-NO
                               " set to " DACC-OVERDRAFT-LIMIT "."
                       MOVE DACC-ACCT-NO TO WS-AUDIT-REF
                       MOVE "ACCOUNT-OVERDRAFT" TO WS-AUDIT-ACTION
                       PERFORM LOG-ACCOUNT-EVENT
                   ELSE
                       MOVE 12 TO LK-RET-CODE
                   END-IF
           END-EVALUATE
           CLOSE DEPOSIT-ACCOUNT-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-HOLDINGS - 8 (with the reason displayed) while any of
      *> LK-USER-ID's secondary accounts still holds or owes money;
      *> customer closure is refused until they are emptied.
      *> ----------------------------------------------------------------
       CHECK-HOLDINGS.
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-USER-ID TO DACC-USER-ID
           START DEPOSIT-ACCOUNT-FILE KEY IS = DACC-USER-ID
           IF WS-FILE-STATUS = "00"
               READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR DACC-USER-ID NOT = LK-USER-ID
                   IF DACC-ACTIVE AND NOT DACC-IS-PRIMARY
                           AND DACC-BALANCE NOT = 0
                       MOVE DACC-BALANCE TO WS-SHOW-EDIT
                       DISPLAY "Closure blocked: account "
                               DACC-ACCT-NO " holds " WS-SHOW-EDIT "."
                       MOVE 8 TO LK-RET-CODE
                   END-IF
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE DEPOSIT-ACCOUNT-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CLOSE-ALL-ACCOUNTS - closes every account LK-USER-ID still
      *> has open, the primary included, once the customer has been
      *> closed.
      *> ----------------------------------------------------------------
       CLOSE-ALL-ACCOUNTS.
           OPEN I-O DEPOSIT-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-ACCT-TIME
           MOVE LK-USER-ID TO DACC-USER-ID
           START DEPOSIT-ACCOUNT-FILE KEY IS = DACC-USER-ID
           IF WS-FILE-STATUS = "00"
               READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR DACC-USER-ID NOT = LK-USER-ID
                   IF DACC-ACTIVE
                       SET DACC-CLOSED TO TRUE
                       MOVE WS-TIMESTAMP TO DACC-CLOSED-AT
                       REWRITE DEPOSIT-ACCOUNT-RECORD
                   END-IF
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE DEPOSIT-ACCOUNT-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-ACCT-NO - the next ACCOUNT sequence number over the
      *> base, with its check digit appended, into WS-NEW-ACCT-NO. An
      *> unseeded sequence falls back to the browse once and seeds
      *> itself from the result.
      *> ----------------------------------------------------------------
       GENERATE-ACCT-NO.
           MOVE "ACCOUNT" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE = 0
               MOVE WS-SEQ-VALUE TO WS-NEXT-SEQ
           ELSE
               PERFORM BROWSE-NEXT-ACCT-SEQ
               MOVE WS-NEXT-SEQ TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF
      *>   base digits in places 1-9, a zero check digit to sum
      *>   over, then the digit that brings the sum to a multiple
      *>   of ten.
           COMPUTE WS-ACCT-DIGITS = (WS-ACCT-NO-BASE + WS-NEXT-SEQ)
                                    * 10
           PERFORM SUM-LUHN-DIGITS
           COMPUTE WS-LUHN-CHECK =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10)
           MOVE WS-LUHN-CHECK TO WS-AD-DIGIT(10)
           MOVE WS-ACCT-DIGITS TO WS-NEW-ACCT-NO.
           EXIT.

      *> legacy-style full-file browse, kept only as the one-time
      *> fallback that seeds the sequence row.
       BROWSE-NEXT-ACCT-SEQ.
           MOVE DEPOSIT-ACCOUNT-RECORD TO WS-RECORD-HOLD
           MOVE 0 TO WS-NEXT-SEQ
           MOVE LOW-VALUES TO DACC-ACCT-NO
           START DEPOSIT-ACCOUNT-FILE KEY IS NOT LESS THAN DACC-ACCT-NO
           IF WS-FILE-STATUS = "00"
               READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF FUNCTION NUMVAL(DACC-ACCT-NO(1:9))
                           - WS-ACCT-NO-BASE > WS-NEXT-SEQ
                       COMPUTE WS-NEXT-SEQ =
                               FUNCTION NUMVAL(DACC-ACCT-NO(1:9))
                               - WS-ACCT-NO-BASE
                   END-IF
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-RECORD-HOLD TO DEPOSIT-ACCOUNT-RECORD.
           EXIT.

       LOG-ACCOUNT-EVENT.
           MOVE SPACES TO WS-AUDIT-ENTRY
           PERFORM STAMP-ACCT-TIME
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           STRING "account/ref " WS-AUDIT-REF DELIMITED BY SIZE
               INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

       STAMP-ACCT-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-ACCT-FOR-WRITE.
           OPEN I-O DEPOSIT-ACCOUNT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT DEPOSIT-ACCOUNT-FILE
               CLOSE DEPOSIT-ACCOUNT-FILE
               OPEN I-O DEPOSIT-ACCOUNT-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-ACCOUNT-CONTROLLER.
