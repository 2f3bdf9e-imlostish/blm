      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Deposited checks - a teller takes a customer's check
      *>          on deposit. The amount goes on USER-ACCOUNT-BALANCE
      *>          at once through the normal BALANCE-DELTA path, against
      *>          the items-in-clearing account (DEPCHK-ACCT switch,
      *>          default INCLEARING), but stays on hold - out of the
      *>          available balance every funds check uses - for the
      *>          business days the hold schedule sets from the
      *>          amount, the age of the account and the customer's
      *>          risk grade. The nightly BLM-DEPOSIT-CLEARING job
      *>          charges back the items the paying bank returns
      *>          (with the RETITEM fee and a notice to the customer)
      *>          and releases the holds that have run their course.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: deposit/list/return against a
      *>                     real indexed CHECK-HOLD-FILE, hold ids
      *>                     off the DEPCHECK sequence with the usual
      *>                     self-seeding fallback; both legs of a
      *>                     deposit and of a charge-back journal
      *>                     under DEPCHECK.
      *>   15/10/2026 - jm - A returned item is marked CHARGED BACK
      *>                     under the update read before the charge-
      *>                     back posts and put back if it is refused;
      *>                     the hold and clearing-leg results are
      *>                     checked, and the amount charged comes back
      *>                     as "charged-amount".
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-DEPCHK-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CHECK-HOLD-FILE ASSIGN TO "CHKHOLD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CHKH-ID
                 ALTERNATE RECORD KEY IS CHKH-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS USER-ID
                 ALTERNATE RECORD KEY IS USER-USERNAME WITH DUPLICATES
                 ALTERNATE RECORD KEY IS USER-EMAIL WITH DUPLICATES
                 FILE STATUS IS WS-USER-STATUS.
             SELECT RISK-MASTER-FILE ASSIGN TO "RISKMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RISK-USER-ID
                 FILE STATUS IS WS-RISK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-HOLD-FILE
           LABEL RECORD STANDARD.
           COPY "check-hold.cpy".
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  RISK-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "risk-grade.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-USER-STATUS       PIC XX VALUE SPACES.
       77 WS-RISK-STATUS       PIC XX VALUE SPACES.
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

      *> Sequence control - hold ids are "J" + 9 digits.
       77 WS-SEQ-ENTITY        PIC X(10) VALUE SPACES.
       77 WS-SEQ-VALUE         PIC 9(9) VALUE 0.
       77 WS-SEQ-RET-CODE      PIC S9(4) COMP.
       77 WS-NEXT-SEQ          PIC 9(9) VALUE 0.
       77 WS-NEW-HOLD-ID       PIC X(10) VALUE SPACES.
      *> holds whatever record the caller staged while the id browse
      *> runs its READs through the same record area
       77 WS-RECORD-HOLD       PIC X(256) VALUE SPACES.

      *> Deposit working fields - the customer, the item as keyed,
      *> and the hold the schedule puts on it.
       77 WS-DC-TODAY          PIC 9(8) VALUE 0.
       77 WS-DC-CUSTOMER       PIC X(10) VALUE SPACES.
       77 WS-DC-AMOUNT         PIC 9(9)V99 VALUE 0.
       77 WS-DC-ROUTING        PIC X(9) VALUE SPACES.
       77 WS-DC-DRAWER-ACCT    PIC X(17) VALUE SPACES.
       77 WS-DC-CHECK-NO       PIC X(10) VALUE SPACES.
       77 WS-DC-HOLD-DAYS      PIC 9(2) VALUE 0.
       77 WS-DC-REASON         PIC X(30) VALUE SPACES.
       77 WS-DC-TIER-TAG       PIC X(14) VALUE SPACES.
       77 WS-DC-NEW-TAG        PIC X(14) VALUE SPACES.
       77 WS-DC-RISK-TAG       PIC X(14) VALUE SPACES.
       77 WS-DC-CREATED        PIC 9(8) VALUE 0.
       77 WS-DC-ACCT-AGE       PIC S9(6) COMP VALUE 0.
       77 WS-DC-GRADE          PIC 9(1) VALUE 0.
       77 WS-DC-RELEASE        PIC X(8) VALUE SPACES.

      *> Hold schedule, off the system switches: the amount tiers
      *> and their business days, then the extra days for a young
      *> account and for a customer graded at or past the risk
      *> threshold.
       77 WS-SMALL-AMT         PIC 9(9)V99 VALUE 225.
       77 WS-LARGE-AMT         PIC 9(9)V99 VALUE 5525.
       77 WS-SMALL-DAYS        PIC 9(2) VALUE 1.
       77 WS-STD-DAYS          PIC 9(2) VALUE 2.
       77 WS-LARGE-DAYS        PIC 9(2) VALUE 7.
       77 WS-NEWACCT-AGE       PIC 9(4) VALUE 30.
       77 WS-NEWACCT-ADD       PIC 9(2) VALUE 5.
       77 WS-RISK-GRADE-MIN    PIC 9(1) VALUE 4.
       77 WS-RISK-ADD          PIC 9(2) VALUE 2.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.

      *> Business-day roll for the release date.
       77 WS-ROLL-DATE         PIC 9(8) VALUE 0.
       77 WS-ROLL-INT          PIC 9(8) VALUE 0.
       77 WS-CAL-DATE          PIC X(8) VALUE SPACES.
       77 WS-CAL-VALUE         PIC X(2) VALUE SPACES.
       77 WS-CAL-RET-CODE      PIC S9(4) COMP.

      *> Return working fields - the item the paying bank sent back.
       77 WS-RT-AMOUNT         PIC 9(9)V99 VALUE 0.
       77 WS-RT-REASON         PIC X(30) VALUE SPACES.
       77 WS-RT-PRIOR-STATUS   PIC X VALUE SPACES.
       77 WS-RT-CHARGED        PIC 9(9)V99 VALUE 0.
       77 WS-RT-CHARGED-EDIT   PIC Z(8)9.99.

      *> Balance postings and edits.
       77 WS-BAL-AMOUNT        PIC S9(9)V99 VALUE 0.
       77 WS-BAL-EDIT          PIC -(9)9.99.
       77 WS-AMT-EDIT          PIC Z(8)9.99.
       77 WS-FEE-EDIT          PIC Z(4)9.99.
       77 WS-DATE-EDIT         PIC X(10) VALUE SPACES.
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.

      *> Listing and the nightly release - counts and totals.
       77 WS-LIST-COUNT        PIC 9(5) COMP VALUE 0.
       77 WS-LIST-HELD         PIC 9(11)V99 VALUE 0.
       77 WS-RL-COUNT          PIC 9(7) COMP VALUE 0.
       77 WS-RL-TOTAL          PIC 9(11)V99 VALUE 0.
       77 WS-COUNT-EDIT        PIC Z(6)9.
       77 WS-TOTAL-EDIT        PIC Z(10)9.99.

      *> Items-in-clearing account, off the system switch.
       77 WS-CLEAR-ACCT        PIC X(10) VALUE "INCLEARING".

      *> Batch-window gate - deposits and returns move money.
       77 WS-GATE-KEY          PIC X(20) VALUE SPACES.
       77 WS-GATE-VALUE        PIC X(40) VALUE SPACES.
       77 WS-GATE-RET          PIC S9(4) COMP.

      *> Returned-item fee.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-FEE-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-FEE-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-FEE-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-FEE-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-FEE-FIELD-COUNT==.
       77 WS-FEE-RET-CODE      PIC S9(4) COMP.
       77 WS-FEE-AMT-EDIT      PIC Z(8)9.99.

      *> Customer notices - the hold on deposit, the release, and the
      *> charge-back of a returned item.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-NT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-NT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.
       77 WS-NT-EVENT          PIC X(20) VALUE SPACES.
       77 WS-NT-TEXT           PIC X(100) VALUE SPACES.

      *> Posting journal - the items-in-clearing rows.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Audit trail - every deposit, return and release.
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
           ACCEPT WS-DC-TODAY FROM DATE YYYYMMDD
           EVALUATE LK-OP
               WHEN "deposit"
                   PERFORM REQUIRE-TELLER
                   IF LK-RET-CODE = 0
                       PERFORM CHECK-BATCH-WINDOW
                   END-IF
                   IF LK-RET-CODE = 0
                       PERFORM DEPOSIT-CHECK
                   END-IF
               WHEN "list"
                   PERFORM LIST-HOLDS
               WHEN "return"
                   PERFORM REQUIRE-TELLER
                   IF LK-RET-CODE = 0
                       PERFORM CHECK-BATCH-WINDOW
                   END-IF
                   IF LK-RET-CODE = 0
                       PERFORM RETURN-ITEM
                   END-IF
      *>       the nightly clearing job's entry points
               WHEN "return-item"
                   PERFORM RETURN-ITEM
               WHEN "release-due"
                   PERFORM RELEASE-DUE-HOLDS
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
           MOVE "BATCH-WINDOW" TO WS-GATE-KEY
           MOVE SPACES TO WS-GATE-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-GATE-KEY,
                WS-GATE-VALUE, WS-GATE-RET
           IF WS-GATE-VALUE(1:6) = "CLOSED"
               DISPLAY "System is in nightly processing; please "
                       "try again shortly."
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
                       "required for deposited checks."
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
      *> DEPOSIT-CHECK - a teller deposits a check for the customer
      *> named by --user (username): --amount, the drawee's nine-digit
      *> --routing number, the drawer's --account and the --check-no.
      *> The customer must be open and clear of SANCTION (deposits
      *> stay open under the other flags, as for cash). The hold goes
      *> on file first; the credit then posts, and a credit that does
      *> not post takes the hold straight back off. The new hold id
      *> and the date the money becomes available come back as
      *> "hold-id" and "release-date".
      *> ----------------------------------------------------------------
       DEPOSIT-CHECK.
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-BY-USERNAME TO TRUE
           MOVE WS-LOOKUP-VALUE TO UCD-LOOKUP-VALUE
           MOVE SPACES TO WS-DC-CUSTOMER
           CALL "BLM-USER-CONTROLLER" USING "VALIDATE-USER",
                USER-CTL-DATA, WS-DC-CUSTOMER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "No such user."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-DC-AMOUNT
           MOVE "routing" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:9) TO WS-DC-ROUTING
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:17) TO WS-DC-DRAWER-ACCT
           MOVE "check-no" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-DC-CHECK-NO
           IF WS-DC-AMOUNT = 0
               DISPLAY "An amount is required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DC-ROUTING IS NOT NUMERIC
               DISPLAY "The routing number must be nine digits."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DC-DRAWER-ACCT = SPACES OR WS-DC-CHECK-NO = SPACES
               DISPLAY "The drawer's account and the check number "
                       "are required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "CHECK-LOCKOUT",
                USER-CTL-DATA, WS-DC-CUSTOMER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE = 11
               DISPLAY "That account is closed."
               MOVE 11 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "SANCTION" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-DC-CUSTOMER,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "That account is under compliance review and "
                       "no money may move on it."
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-HOLD-SCHEDULE
           PERFORM SET-HOLD-PERIOD

           MOVE SPACES TO CHECK-HOLD-RECORD
           PERFORM OPEN-HOLD-FOR-WRITE
           PERFORM GENERATE-HOLD-ID
           MOVE WS-NEW-HOLD-ID TO CHKH-ID
           MOVE WS-DC-CUSTOMER TO CHKH-USER-ID
           MOVE WS-DC-AMOUNT TO CHKH-AMOUNT
           MOVE WS-DC-ROUTING TO CHKH-ROUTING
           MOVE WS-DC-DRAWER-ACCT TO CHKH-DRAWER-ACCT
           MOVE WS-DC-CHECK-NO TO CHKH-CHECK-NO
           PERFORM STAMP-HOLD-TIME
           MOVE WS-TIMESTAMP TO CHKH-DEPOSITED-AT
           MOVE WS-CDT-DATE TO CHKH-DEPOSIT-DATE
           MOVE LK-USER-ID TO CHKH-TELLER-ID
           MOVE WS-DC-HOLD-DAYS TO CHKH-HOLD-DAYS
           MOVE WS-DC-REASON TO CHKH-HOLD-REASON
           MOVE WS-DC-RELEASE TO CHKH-RELEASE-DATE
           MOVE 0 TO CHKH-RETURN-FEE
      *>   a schedule that holds nothing makes the money available on
      *>   the spot.
           IF WS-DC-HOLD-DAYS = 0
               SET CHKH-RELEASED TO TRUE
               MOVE WS-TIMESTAMP TO CHKH-RELEASED-AT
           ELSE
               SET CHKH-HELD TO TRUE
           END-IF
           WRITE CHECK-HOLD-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing hold, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE CHECK-HOLD-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE CHECK-HOLD-FILE

      *>   the customer's balance takes the credit through the
      *>   journalled path and the items-in-clearing account the
      *>   debit. A credit that doesn't post (the record lock's
      *>   24-busy included) takes the hold back off - no clearing
      *>   row, no hold on money that never arrived.
           MOVE CHKH-AMOUNT TO WS-BAL-AMOUNT
           PERFORM POST-CUSTOMER-DELTA
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Deposit credit did not post (code "
                       WS-CTL-RET-CODE "); check not taken. Try "
                       "again."
               PERFORM CANCEL-NEW-HOLD
               MOVE WS-CTL-RET-CODE TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CLEARING-ACCOUNT
           MOVE SPACES TO WS-JOURNAL-ENTRY
           SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           PERFORM JOURNAL-CLEARING-LEG
           MOVE "DEPCHK-DEPOSIT" TO WS-AUDIT-ACTION
           PERFORM LOG-HOLD-EVENT

           MOVE CHKH-AMOUNT TO WS-AMT-EDIT
           PERFORM EDIT-RELEASE-DATE
           DISPLAY "RECEIPT: check " FUNCTION TRIM(CHKH-CHECK-NO)
                   " for " FUNCTION TRIM(WS-AMT-EDIT) " deposited to "
                   CHKH-USER-ID " by " LK-USER-ID ", item " CHKH-ID
           IF CHKH-HELD
               DISPLAY "         On hold " CHKH-HOLD-DAYS
                       " business day(s) ("
                       FUNCTION TRIM(CHKH-HOLD-REASON)
                       "); available " WS-DATE-EDIT "."
               MOVE "CHECK-HOLD" TO WS-NT-EVENT
               MOVE SPACES TO WS-NT-TEXT
               STRING "Your check deposit of "
                      FUNCTION TRIM(WS-AMT-EDIT) " (item " CHKH-ID
                      ") is on hold; the funds are available on "
                      WS-DATE-EDIT "." DELIMITED BY SIZE
                   INTO WS-NT-TEXT
               PERFORM NOTIFY-CUSTOMER
           ELSE
               DISPLAY "         Available now."
           END-IF
           IF OP-FIELD-COUNT < 9
               ADD 1 TO OP-FIELD-COUNT
               MOVE "hold-id" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE CHKH-ID TO OP-FIELD-VALUE(OP-FIELD-COUNT)
               ADD 1 TO OP-FIELD-COUNT
               MOVE "release-date" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE CHKH-RELEASE-DATE
                    TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           MOVE 0 TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOAD-HOLD-SCHEDULE - the hold schedule's switches, each
      *> keeping its default when not set.
      *> ----------------------------------------------------------------
       LOAD-HOLD-SCHEDULE.
           MOVE "CHKHOLD-SMALL-AMT" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-SMALL-AMT
           END-IF
           MOVE "CHKHOLD-LARGE-AMT" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-LARGE-AMT
           END-IF
           MOVE "CHKHOLD-SMALL-DAYS" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-SMALL-DAYS
           END-IF
           MOVE "CHKHOLD-STD-DAYS" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-STD-DAYS
           END-IF
           MOVE "CHKHOLD-LARGE-DAYS" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-LARGE-DAYS
           END-IF
           MOVE "CHKHOLD-NEWACCT-AGE" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-NEWACCT-AGE
           END-IF
           MOVE "CHKHOLD-NEWACCT-ADD" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-NEWACCT-ADD
           END-IF
           MOVE "CHKHOLD-RISK-GRADE" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE)
                    TO WS-RISK-GRADE-MIN
           END-IF
           MOVE "CHKHOLD-RISK-ADD" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-RISK-ADD
           END-IF.
           EXIT.

       GET-SWITCH.
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE NOT = 0
               MOVE SPACES TO WS-CTL-VALUE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-HOLD-PERIOD - business days on hold for WS-DC-AMOUNT: the
      *> amount tier's days, plus the young-account days when the
      *> account was opened fewer than CHKHOLD-NEWACCT-AGE days ago,
      *> plus the risk days when the customer's grade is at or past
      *> CHKHOLD-RISK-GRADE. The release date is that many business
      *> days on from today, on the processing calendar.
      *> ----------------------------------------------------------------
       SET-HOLD-PERIOD.
           MOVE SPACES TO WS-DC-TIER-TAG WS-DC-NEW-TAG WS-DC-RISK-TAG
           EVALUATE TRUE
               WHEN WS-DC-AMOUNT <= WS-SMALL-AMT
                   MOVE WS-SMALL-DAYS TO WS-DC-HOLD-DAYS
                   MOVE "small item" TO WS-DC-TIER-TAG
               WHEN WS-DC-AMOUNT <= WS-LARGE-AMT
                   MOVE WS-STD-DAYS TO WS-DC-HOLD-DAYS
                   MOVE "standard" TO WS-DC-TIER-TAG
               WHEN OTHER
                   MOVE WS-LARGE-DAYS TO WS-DC-HOLD-DAYS
                   MOVE "large item" TO WS-DC-TIER-TAG
           END-EVALUATE
           PERFORM READ-ACCOUNT-AGE
           IF WS-DC-ACCT-AGE < WS-NEWACCT-AGE
               ADD WS-NEWACCT-ADD TO WS-DC-HOLD-DAYS
               MOVE " new account" TO WS-DC-NEW-TAG
           END-IF
           PERFORM READ-RISK-GRADE
           IF WS-DC-GRADE >= WS-RISK-GRADE-MIN
               ADD WS-RISK-ADD TO WS-DC-HOLD-DAYS
               STRING " risk grade " WS-DC-GRADE DELIMITED BY SIZE
                   INTO WS-DC-RISK-TAG
           END-IF
           MOVE SPACES TO WS-DC-REASON
           STRING WS-DC-TIER-TAG DELIMITED BY "  "
                  WS-DC-NEW-TAG DELIMITED BY "  "
                  WS-DC-RISK-TAG DELIMITED BY "  "
               INTO WS-DC-REASON
           MOVE WS-DC-TODAY TO WS-ROLL-DATE
           PERFORM ADVANCE-ONE-BIZDAY WS-DC-HOLD-DAYS TIMES
           MOVE WS-ROLL-DATE TO WS-DC-RELEASE.
           EXIT.

      *> the account's age in days off USER-CREATED-AT; an account
      *> whose opening date can't be read is treated as new.
       READ-ACCOUNT-AGE.
           MOVE 0 TO WS-DC-ACCT-AGE
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-CUSTOMER TO USER-ID
           READ USER-MASTER-FILE KEY IS USER-ID
           IF WS-USER-STATUS = "00"
                   AND USER-CREATED-AT(1:8) IS NUMERIC
               MOVE USER-CREATED-AT(1:8) TO WS-DC-CREATED
               IF WS-DC-CREATED > 0
                   COMPUTE WS-DC-ACCT-AGE =
                           FUNCTION INTEGER-OF-DATE(WS-DC-TODAY)
                         - FUNCTION INTEGER-OF-DATE(WS-DC-CREATED)
               END-IF
           END-IF
           CLOSE USER-MASTER-FILE.
           EXIT.

      *> the customer's risk grade; not yet scored is grade 0.
       READ-RISK-GRADE.
           MOVE 0 TO WS-DC-GRADE
           OPEN INPUT RISK-MASTER-FILE
           IF WS-RISK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-CUSTOMER TO RISK-USER-ID
           READ RISK-MASTER-FILE KEY IS RISK-USER-ID
           IF WS-RISK-STATUS = "00" AND RISK-GRADE >= 1
                   AND RISK-GRADE <= 5
               MOVE RISK-GRADE TO WS-DC-GRADE
           END-IF
           CLOSE RISK-MASTER-FILE.
           EXIT.

      *> moves WS-ROLL-DATE on to the next business day.
       ADVANCE-ONE-BIZDAY.
           COMPUTE WS-ROLL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE) + 1
           COMPUTE WS-ROLL-DATE = FUNCTION DATE-OF-INTEGER(WS-ROLL-INT)
           MOVE WS-ROLL-DATE TO WS-CAL-DATE
           MOVE SPACES TO WS-CAL-VALUE
           CALL "BLM-CALENDAR-CONTROLLER" USING "NEXT-BIZDAY",
                WS-CAL-DATE, WS-CAL-VALUE, LK-USER-ID,
                WS-CAL-RET-CODE
           IF WS-CAL-RET-CODE = 0 AND WS-CAL-DATE IS NUMERIC
               MOVE WS-CAL-DATE TO WS-ROLL-DATE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CANCEL-NEW-HOLD - removes the hold just written after its
      *> deposit credit was refused; nothing of it remains.
      *> ----------------------------------------------------------------
       CANCEL-NEW-HOLD.
           OPEN I-O CHECK-HOLD-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-HOLD-ID TO CHKH-ID
           READ CHECK-HOLD-FILE KEY IS CHKH-ID
           IF WS-FILE-STATUS = "00"
               DELETE CHECK-HOLD-FILE RECORD
           END-IF
           CLOSE CHECK-HOLD-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> RETURN-ITEM - the paying bank has returned deposited item --id
      *> unpaid for --reason. The full amount is charged back off the
      *> customer's balance and onto the items-in-clearing account
      *> whether the hold is still on or the money was already
      *> released, the RETITEM fee is assessed, and the customer is
      *> sent a notice. A --amount that differs from the amount
      *> deposited is 8 and charges nothing; an item already charged
      *> back is 6. The fee taken comes back as "fee-amount" and the
      *> amount charged back as "charged-amount" - which is set even
      *> when a later step fails (code 12) after the money moved.
      *> ----------------------------------------------------------------
       RETURN-ITEM.
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:30) TO WS-RT-REASON
           IF WS-RT-REASON = SPACES
               MOVE "RETURNED UNPAID" TO WS-RT-REASON
           END-IF
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE 0 TO WS-RT-AMOUNT WS-RT-CHARGED
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-RT-AMOUNT
           END-IF
           PERFORM READ-HOLD-FOR-UPDATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CHKH-CHARGED-BACK
                   DISPLAY "Item " CHKH-ID " was already charged back "
                           "on " CHKH-RETURNED-AT(1:8) "."
                   MOVE 6 TO LK-RET-CODE
               WHEN WS-RT-AMOUNT NOT = 0
                       AND WS-RT-AMOUNT NOT = CHKH-AMOUNT
                   DISPLAY "Item " CHKH-ID " returned for "
                           WS-RT-AMOUNT ", deposited for "
                           CHKH-AMOUNT "; nothing charged back."
                   MOVE 8 TO LK-RET-CODE
           END-EVALUATE
           IF LK-RET-CODE NOT = 0
               CLOSE CHECK-HOLD-FILE
               EXIT PARAGRAPH
           END-IF

      *>   the item is marked CHARGED BACK under this read, before any
      *>   money moves, so a second return of the same item finds it
      *>   taken; a charge-back that is then refused puts the status
      *>   back for another try. It may take the balance negative -
      *>   the money was never the bank's to give.
           MOVE CHKH-STATUS TO WS-RT-PRIOR-STATUS
           PERFORM STAMP-HOLD-TIME
           SET CHKH-CHARGED-BACK TO TRUE
           MOVE WS-TIMESTAMP TO CHKH-RETURNED-AT
           MOVE WS-RT-REASON TO CHKH-RETURN-REASON
           REWRITE CHECK-HOLD-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating hold, status " WS-FILE-STATUS
                       "; item " CHKH-ID " not charged back."
               MOVE 12 TO LK-RET-CODE
               CLOSE CHECK-HOLD-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE CHECK-HOLD-FILE
           MOVE CHECK-HOLD-RECORD TO WS-RECORD-HOLD
           COMPUTE WS-BAL-AMOUNT = 0 - CHKH-AMOUNT
           PERFORM POST-CUSTOMER-DELTA
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Charge-back did not post (code "
                       WS-CTL-RET-CODE "); item " CHKH-ID
                       " left as it was."
               PERFORM UNMARK-CHARGE-BACK
               MOVE WS-CTL-RET-CODE TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CHKH-AMOUNT TO WS-RT-CHARGED
           PERFORM ASSESS-RETURN-FEE
           PERFORM READ-HOLD-FOR-UPDATE
           IF LK-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: fee " WS-FEE-AMT-EDIT " on item "
                       FUNCTION TRIM(WS-LOOKUP-VALUE(1:10))
                       " not recorded on the hold."
               MOVE WS-RECORD-HOLD TO CHECK-HOLD-RECORD
               MOVE 12 TO LK-RET-CODE
           ELSE
               MOVE FUNCTION NUMVAL(WS-FEE-AMT-EDIT)
                    TO CHKH-RETURN-FEE
               REWRITE CHECK-HOLD-RECORD
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "EXCEPTION: fee " WS-FEE-AMT-EDIT
                           " on item " CHKH-ID " not recorded on "
                           "the hold, status " WS-FILE-STATUS
                   MOVE 12 TO LK-RET-CODE
               END-IF
               CLOSE CHECK-HOLD-FILE
           END-IF
           MOVE FUNCTION NUMVAL(WS-FEE-AMT-EDIT) TO WS-FEE-EDIT
           PERFORM LOAD-CLEARING-ACCOUNT
           MOVE SPACES TO WS-JOURNAL-ENTRY
           SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           PERFORM JOURNAL-CLEARING-LEG
           IF WS-JOURNAL-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: items-in-clearing credit of "
                       CHKH-AMOUNT " for item " CHKH-ID " not "
                       "journalled (code " WS-JOURNAL-RET-CODE
                       "); post it to " WS-CLEAR-ACCT " by hand."
               MOVE 12 TO LK-RET-CODE
           END-IF
           MOVE "DEPCHK-RETURN" TO WS-AUDIT-ACTION
           PERFORM LOG-HOLD-EVENT

           MOVE CHKH-AMOUNT TO WS-AMT-EDIT
           DISPLAY "Item " CHKH-ID " (check "
                   FUNCTION TRIM(CHKH-CHECK-NO) ") "
                   FUNCTION TRIM(WS-AMT-EDIT) " charged back to "
                   CHKH-USER-ID " - " FUNCTION TRIM(WS-RT-REASON)
                   "; fee " FUNCTION TRIM(WS-FEE-EDIT)
           MOVE CHKH-USER-ID TO WS-DC-CUSTOMER
           MOVE "CHECK-RETURNED" TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-TEXT
           STRING "Check " FUNCTION TRIM(CHKH-CHECK-NO) " for "
                  FUNCTION TRIM(WS-AMT-EDIT) " deposited "
                  CHKH-DEPOSIT-DATE " was returned unpaid ("
                  FUNCTION TRIM(WS-RT-REASON) ") and charged back; "
                  "returned-item fee " FUNCTION TRIM(WS-FEE-EDIT) "."
                  DELIMITED BY SIZE INTO WS-NT-TEXT
           PERFORM NOTIFY-CUSTOMER
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "fee-amount" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-FEE-AMT-EDIT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "charged-amount" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-RT-CHARGED TO WS-RT-CHARGED-EDIT
               MOVE WS-RT-CHARGED-EDIT
                    TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> UNMARK-CHARGE-BACK - the charge-back was refused after the item
      *> was marked: it goes back to the status it had, held or
      *> released, with the return details cleared.
      *> ----------------------------------------------------------------
       UNMARK-CHARGE-BACK.
           PERFORM READ-HOLD-FOR-UPDATE
           IF LK-RET-CODE NOT = 0
               DISPLAY "ERROR: item " CHKH-ID " is marked CHARGED "
                       "BACK but nothing was taken."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-PRIOR-STATUS TO CHKH-STATUS
           MOVE SPACES TO CHKH-RETURNED-AT CHKH-RETURN-REASON
           REWRITE CHECK-HOLD-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: item " CHKH-ID " is marked CHARGED "
                       "BACK but nothing was taken, status "
                       WS-FILE-STATUS
           END-IF
           CLOSE CHECK-HOLD-FILE.
           EXIT.

      *> opens the hold file I-O and reads the item named by --id,
      *> leaving the file open on success. Not on file is 4.
       READ-HOLD-FOR-UPDATE.
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           OPEN I-O CHECK-HOLD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Deposited item not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-VALUE(1:10) TO CHKH-ID
           READ CHECK-HOLD-FILE KEY IS CHKH-ID
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Deposited item "
                       FUNCTION TRIM(WS-LOOKUP-VALUE(1:10))
                       " not found."
               MOVE 4 TO LK-RET-CODE
               CLOSE CHECK-HOLD-FILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> ASSESS-RETURN-FEE - charges the RETITEM schedule entry (if
      *> any) on the customer, sourced to the item; what was taken
      *> lands in WS-FEE-AMT-EDIT.
      *> ----------------------------------------------------------------
       ASSESS-RETURN-FEE.
           MOVE 0 TO WS-FEE-AMT-EDIT
           MOVE "code" TO WS-FEE-FIELD-NAME(1)
           MOVE "RETITEM" TO WS-FEE-FIELD-VALUE(1)
           MOVE "amount" TO WS-FEE-FIELD-NAME(2)
           MOVE CHKH-AMOUNT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO WS-FEE-FIELD-VALUE(2)
           MOVE "user" TO WS-FEE-FIELD-NAME(3)
           MOVE CHKH-USER-ID TO WS-FEE-FIELD-VALUE(3)
           MOVE "source" TO WS-FEE-FIELD-NAME(4)
           MOVE CHKH-ID TO WS-FEE-FIELD-VALUE(4)
           MOVE 4 TO WS-FEE-FIELD-COUNT
           CALL "BLM-FEE-CONTROLLER" USING "assess", WS-FEE-FIELDS,
                WS-FEE-FIELD-COUNT, CHKH-USER-ID, WS-FEE-RET-CODE
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
                   UNTIL WS-LOOKUP-IDX > WS-FEE-FIELD-COUNT
               IF WS-FEE-FIELD-NAME(WS-LOOKUP-IDX) = "fee-amount"
                   MOVE FUNCTION NUMVAL(
                        WS-FEE-FIELD-VALUE(WS-LOOKUP-IDX))
                        TO WS-FEE-AMT-EDIT
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-HOLDS - the deposited checks on one customer: with
      *> --user (username) a teller's look at that customer, without
      *> it the caller's own. Each item shows its status and release
      *> date, with the total still on hold.
      *> ----------------------------------------------------------------
       LIST-HOLDS.
           MOVE 0 TO WS-LIST-COUNT WS-LIST-HELD
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE = SPACES
               MOVE LK-USER-ID TO WS-DC-CUSTOMER
           ELSE
               PERFORM REQUIRE-TELLER
               IF LK-RET-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO USER-CTL-DATA
               SET UCD-BY-USERNAME TO TRUE
               MOVE WS-LOOKUP-VALUE TO UCD-LOOKUP-VALUE
               MOVE SPACES TO WS-DC-CUSTOMER
               CALL "BLM-USER-CONTROLLER" USING "VALIDATE-USER",
                    USER-CTL-DATA, WS-DC-CUSTOMER, WS-CTL-RET-CODE
               IF WS-CTL-RET-CODE NOT = 0
                   DISPLAY "No such user."
                   MOVE 4 TO LK-RET-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT CHECK-HOLD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No deposited checks on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-CUSTOMER TO CHKH-USER-ID
           START CHECK-HOLD-FILE KEY IS = CHKH-USER-ID
           IF WS-FILE-STATUS = "00"
               READ CHECK-HOLD-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR CHKH-USER-ID NOT = WS-DC-CUSTOMER
                   PERFORM SHOW-ONE-HOLD
                   READ CHECK-HOLD-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CHECK-HOLD-FILE
           MOVE WS-LIST-HELD TO WS-TOTAL-EDIT
           DISPLAY WS-LIST-COUNT " deposited check(s) for "
                   WS-DC-CUSTOMER ", " FUNCTION TRIM(WS-TOTAL-EDIT)
                   " still on hold".
           EXIT.

       SHOW-ONE-HOLD.
           MOVE CHKH-AMOUNT TO WS-AMT-EDIT
           MOVE CHKH-RELEASE-DATE TO WS-DC-RELEASE
           PERFORM EDIT-RELEASE-DATE
           EVALUATE TRUE
               WHEN CHKH-HELD
                   DISPLAY CHKH-ID " " CHKH-DEPOSIT-DATE " "
                           WS-AMT-EDIT " HELD until " WS-DATE-EDIT
                           " chk " FUNCTION TRIM(CHKH-CHECK-NO)
                           " (" FUNCTION TRIM(CHKH-HOLD-REASON) ")"
                   IF CHKH-RELEASE-DATE > WS-DC-TODAY
                       ADD CHKH-AMOUNT TO WS-LIST-HELD
                   END-IF
               WHEN CHKH-RELEASED
                   DISPLAY CHKH-ID " " CHKH-DEPOSIT-DATE " "
                           WS-AMT-EDIT " available since "
                           WS-DATE-EDIT " chk "
                           FUNCTION TRIM(CHKH-CHECK-NO)
               WHEN CHKH-CHARGED-BACK
                   DISPLAY CHKH-ID " " CHKH-DEPOSIT-DATE " "
                           WS-AMT-EDIT " RETURNED "
                           CHKH-RETURNED-AT(1:8) " chk "
                           FUNCTION TRIM(CHKH-CHECK-NO) " - "
                           FUNCTION TRIM(CHKH-RETURN-REASON)
           END-EVALUATE
           ADD 1 TO WS-LIST-COUNT.
           EXIT.

      *> ----------------------------------------------------------------
      *> RELEASE-DUE-HOLDS - the nightly pass: every hold whose release
      *> date has come goes RELEASED and the customer is told the
      *> money is theirs to use. Comes back as "released" and
      *> "released-amt" for the job's control totals.
      *> ----------------------------------------------------------------
       RELEASE-DUE-HOLDS.
           MOVE 0 TO WS-RL-COUNT WS-RL-TOTAL
           OPEN I-O CHECK-HOLD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No deposited checks on file."
           ELSE
               MOVE LOW-VALUES TO CHKH-ID
               START CHECK-HOLD-FILE KEY IS NOT LESS THAN CHKH-ID
               IF WS-FILE-STATUS = "00"
                   READ CHECK-HOLD-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       IF CHKH-HELD
                               AND CHKH-RELEASE-DATE <= WS-DC-TODAY
                           PERFORM RELEASE-ONE-HOLD
                       END-IF
                       READ CHECK-HOLD-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE CHECK-HOLD-FILE
           END-IF
           MOVE WS-RL-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Holds released: " WS-RL-COUNT " total "
                   FUNCTION TRIM(WS-TOTAL-EDIT)
           MOVE 2 TO OP-FIELD-COUNT
           MOVE "released" TO OP-FIELD-NAME(1)
           MOVE WS-RL-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO OP-FIELD-VALUE(1)
           MOVE "released-amt" TO OP-FIELD-NAME(2)
           MOVE WS-TOTAL-EDIT TO OP-FIELD-VALUE(2).
           EXIT.

       RELEASE-ONE-HOLD.
           PERFORM STAMP-HOLD-TIME
           SET CHKH-RELEASED TO TRUE
           MOVE WS-TIMESTAMP TO CHKH-RELEASED-AT
           REWRITE CHECK-HOLD-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: hold " CHKH-ID " could not be "
                       "released, status " WS-FILE-STATUS "."
               MOVE "00" TO WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RL-COUNT
           ADD CHKH-AMOUNT TO WS-RL-TOTAL
           MOVE CHKH-AMOUNT TO WS-AMT-EDIT
           DISPLAY "RELEASED " CHKH-ID " " CHKH-USER-ID " "
                   WS-AMT-EDIT " deposited " CHKH-DEPOSIT-DATE
           MOVE CHKH-USER-ID TO WS-DC-CUSTOMER
           MOVE "CHECK-RELEASED" TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-TEXT
           STRING "The hold on your check deposit of "
                  FUNCTION TRIM(WS-AMT-EDIT) " (item " CHKH-ID
                  ") has ended; the funds are now available."
                  DELIMITED BY SIZE INTO WS-NT-TEXT
           PERFORM NOTIFY-CUSTOMER
           MOVE "DEPCHK-RELEASE" TO WS-AUDIT-ACTION
           PERFORM LOG-HOLD-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-CUSTOMER-DELTA - moves WS-BAL-AMOUNT (signed) on the
      *> customer's cash balance via BLM-USER-CONTROLLER, source
      *> DEPCHECK / the hold id.
      *> ----------------------------------------------------------------
       POST-CUSTOMER-DELTA.
           MOVE WS-BAL-AMOUNT TO WS-BAL-EDIT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE "DEPCHECK" TO UCD-UPD-SOURCE-TYPE
           MOVE CHKH-ID TO UCD-UPD-SOURCE-ID
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, CHKH-USER-ID, WS-CTL-RET-CODE.
           EXIT.

       LOAD-CLEARING-ACCOUNT.
           MOVE "INCLEARING" TO WS-CLEAR-ACCT
           MOVE "DEPCHK-ACCT" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-CLEAR-ACCT
           END-IF.
           EXIT.

      *> the items-in-clearing row; the caller sets debit or credit.
       JOURNAL-CLEARING-LEG.
           MOVE WS-CLEAR-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           MOVE CHKH-AMOUNT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "DEPCHECK" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE CHKH-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE 0 TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
           EXIT.

      *> WS-DC-RELEASE as DD/MM/YYYY for receipts and notices.
       EDIT-RELEASE-DATE.
           MOVE SPACES TO WS-DATE-EDIT
           STRING WS-DC-RELEASE(7:2) "/" WS-DC-RELEASE(5:2) "/"
                  WS-DC-RELEASE(1:4) DELIMITED BY SIZE
               INTO WS-DATE-EDIT.
           EXIT.

       NOTIFY-CUSTOMER.
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE WS-DC-CUSTOMER TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE WS-NT-EVENT TO WS-NT-FIELD-VALUE(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE WS-NT-TEXT TO WS-NT-FIELD-VALUE(3)
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, WS-DC-CUSTOMER, WS-NT-RET-CODE.
           EXIT.

       LOG-HOLD-EVENT.
           PERFORM STAMP-HOLD-TIME
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           STRING "item " CHKH-ID " cust " CHKH-USER-ID " amt "
                  CHKH-AMOUNT " chk " CHKH-CHECK-NO " until "
                  CHKH-RELEASE-DATE " st " CHKH-STATUS
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-HOLD-ID - next id from the sequence control file;
      *> an unseeded entity falls back once to a browse of the hold
      *> file (open I-O by the caller) and seeds it from the result.
      *> ----------------------------------------------------------------
       GENERATE-HOLD-ID.
           MOVE "DEPCHECK" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE = 0
               MOVE WS-SEQ-VALUE TO WS-NEXT-SEQ
               MOVE SPACES TO WS-NEW-HOLD-ID
               STRING "J" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-NEW-HOLD-ID
           ELSE
               PERFORM BROWSE-NEXT-HOLD-SEQ
               MOVE WS-NEXT-SEQ TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF.
           EXIT.

      *> legacy full-file browse, kept only as the one-time fallback
      *> that seeds the sequence row.
       BROWSE-NEXT-HOLD-SEQ.
           MOVE CHECK-HOLD-RECORD TO WS-RECORD-HOLD
           MOVE 0 TO WS-NEXT-SEQ
           MOVE LOW-VALUES TO CHKH-ID
           START CHECK-HOLD-FILE KEY IS NOT LESS THAN CHKH-ID
           IF WS-FILE-STATUS = "00"
               READ CHECK-HOLD-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF FUNCTION NUMVAL(CHKH-ID(2:9)) > WS-NEXT-SEQ
                       MOVE FUNCTION NUMVAL(CHKH-ID(2:9))
                            TO WS-NEXT-SEQ
                   END-IF
                   READ CHECK-HOLD-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-NEW-HOLD-ID
           STRING "J" WS-NEXT-SEQ DELIMITED BY SIZE
               INTO WS-NEW-HOLD-ID
           MOVE WS-RECORD-HOLD TO CHECK-HOLD-RECORD.
           EXIT.

       STAMP-HOLD-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-HOLD-FOR-WRITE.
           OPEN I-O CHECK-HOLD-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT CHECK-HOLD-FILE
               CLOSE CHECK-HOLD-FILE
               OPEN I-O CHECK-HOLD-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-DEPCHK-CONTROLLER.
