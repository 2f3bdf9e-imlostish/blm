      *>                     a GET-PREF-CCY op and a PREF-CURRENCY
      *>                     update field, for cross-currency transfer
      *>                     settlement.
      *>   15/10/2026 - jm - Sanctions screening: CREATE-USER screens
      *>                     the new username against the watch list
      *>                     (BLM-SCREEN-CONTROLLER), and the counter
      *>                     cash ops refuse an account under the
      *>                     SANCTION flag, deposits included.
      *>   15/10/2026 - jm - Deposit accounts: CREATE-USER numbers the
      *>                     new customer's cash balance as their
      *>                     primary account (BLM-ACCOUNT-CONTROLLER),
      *>                     and CLOSE-ACCOUNT is refused while another
      *>                     of their accounts holds money, closing
      *>                     them all with the customer.
      *>   15/10/2026 - jm - New USER-EMAIL-STATUS, set through the
      *>                     EMAIL-STATUS update field when the mail
      *>                     gateway hard-bounces the address and
      *>                     cleared by an EMAIL update; INQUIRE-USER
      *>                     shows a bounced address.
      *>   15/10/2026 - jm - CASH-DEPOSIT and CASH-WITHDRAW run against
      *>                     the teller's open cash drawer
      *>                     (BLM-DRAWER-CONTROLLER): refused with 28
      *>                     when none is open or the drawer cannot
      *>                     cover a withdrawal.
      *>   15/10/2026 - jm - A BALANCE-DELTA's journal entry carries
      *>                     the caller's UCD-UPD-VALUE-DATE, so a
      *>                     back-dated reversal is checked against
      *>                     the period it belongs to.
      *>   15/10/2026 - jm - Periodic KYC review: VERIFY-KYC starts the
      *>                     customer's first review cycle through
      *>                     BLM-KYC-CONTROLLER, and CASH-WITHDRAW is
      *>                     refused under the KYCREVIEW flag until a
      *>                     teller re-verifies.
      *>   15/10/2026 - jm - Deposited-check holds: new GET-AVAILABLE
      *>                     op returns the balance less the check
      *>                     money still on hold (CHECK-HOLD-FILE),
      *>                     with the held amount in UCD-BAL-HELD;
      *>                     CASH-WITHDRAW pays out of the available
      *>                     balance and INQUIRE-USER shows the hold.
      *>   15/10/2026 - jm - A BALANCE-DELTA's journal entry carries the
      *>                     caller's UCD-UPD-EXT-REF, the full inbound-
      *>                     file reference.
      *>   15/10/2026 - jm - Counter cash is put on the teller's drawer
      *>                     before the balance moves and taken back off
      *>                     if the balance does not move, so a drawer
      *>                     failure refuses the transaction (28)
      *>                     instead of only warning.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-USER-CONTROLLER.
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PWDH-KEY
                 FILE STATUS IS WS-PWDH-STATUS.
             SELECT CHECK-HOLD-FILE ASSIGN TO "CHKHOLD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CHKH-ID
                 ALTERNATE RECORD KEY IS CHKH-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PWD-HISTORY-FILE
           LABEL RECORD STANDARD.
           COPY "pwd-history.cpy".
       FD  CHECK-HOLD-FILE
           LABEL RECORD STANDARD.
           COPY "check-hold.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
           88 MORE-MATCHES       VALUE "Y".

      *> Teller cash-drawer working fields - the teller's id rides in
      *> on UCD-UPD-SOURCE-ID, the amount in UCD-UPD-VALUE. Counter
      *> cash runs against the teller's open drawer.
       77 WS-CASH-AMOUNT       PIC 9(9)V99 VALUE 0.
       77 WS-CASH-TELLER       PIC X(10) VALUE SPACES.
       77 WS-CASH-EDIT         PIC Z(8)9.99.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-DW-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-DW-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-DW-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-DW-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-DW-FIELD-COUNT==.
       77 WS-DW-RET-CODE       PIC S9(4) COMP.

      *> Account-closure working fields
       77 WS-CARD-FILE-STATUS  PIC XX VALUE SPACES.
       77 WS-CARRIED-BAL       PIC S9(9)V99 VALUE 0.
       77 WS-CARDS-CLOSED      PIC 9(4) COMP VALUE 0.

      *> Deposited-check holds - money on the ledger balance that is
      *> not yet available to spend.
       77 WS-HOLD-STATUS       PIC XX VALUE SPACES.
       77 WS-HELD-TOTAL        PIC S9(9)V99 VALUE 0.
       77 WS-HOLD-TODAY        PIC X(8) VALUE SPACES.

      *> Audit trail
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.

      *> Watch-list screening of a new customer
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-SC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-SC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-SC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-SC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-SC-FIELD-COUNT==.
       77 WS-SC-RET-CODE       PIC S9(4) COMP.

      *> Deposit accounts - the primary account a new customer is
      *> given, and the closure check across the rest.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-AC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-AC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-AC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-AC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-AC-FIELD-COUNT==.
       77 WS-AC-RET-CODE       PIC S9(4) COMP.

      *> Periodic KYC review - a verification starts the cycle.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-KY-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-KY-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-KY-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-KY-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-KY-FIELD-COUNT==.
       77 WS-KY-RET-CODE       PIC S9(4) COMP.

      *> Record-lock protocol - the balance read-rewrite paths
      *> serialize on a per-user lock row so two terminals can't
      *> interleave and silently lose one side's update. A caller
                   PERFORM CHECK-PWD-AGE
              WHEN "GET-BALANCE"
                   PERFORM GET-BALANCE
              WHEN "GET-AVAILABLE"
                   PERFORM GET-AVAILABLE
              WHEN "CLOSE-ACCOUNT"
                   PERFORM CLOSE-ACCOUNT
              WHEN "CASH-DEPOSIT"
           END-IF
           CLOSE USER-MASTER-FILE
           MOVE WS-NEW-USER-ID TO LK-USER-ID
      *>   the profile's legal name is screened when it is captured;
      *>   the username is all there is to screen at this point. A
      *>   hit leaves the account created but blocked for review.
           IF LK-RET-CODE = 0
               MOVE "user" TO WS-SC-FIELD-NAME(1)
               MOVE WS-NEW-USER-ID TO WS-SC-FIELD-VALUE(1)
               MOVE "name" TO WS-SC-FIELD-NAME(2)
               MOVE UCD-REG-USERNAME TO WS-SC-FIELD-VALUE(2)
               MOVE "context" TO WS-SC-FIELD-NAME(3)
               MOVE "CUSTOMER" TO WS-SC-FIELD-VALUE(3)
               MOVE 3 TO WS-SC-FIELD-COUNT
               CALL "BLM-SCREEN-CONTROLLER" USING "screen",
                    WS-SC-FIELDS, WS-SC-FIELD-COUNT, WS-NEW-USER-ID,
                    WS-SC-RET-CODE
               MOVE 0 TO WS-AC-FIELD-COUNT
               CALL "BLM-ACCOUNT-CONTROLLER" USING "open-primary",
                    WS-AC-FIELDS, WS-AC-FIELD-COUNT, WS-NEW-USER-ID,
                    WS-AC-RET-CODE
           END-IF
           MOVE "CREATE-USER" TO WS-AUDIT-ACTION
           PERFORM LOG-ACCOUNT-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> VERIFY-KYC - manually clears a PENDING account to ACTIVE, for
      *> a teller/admin finishing identity verification by hand. The
      *> periodic review cycle counts from today.
      *> ----------------------------------------------------------------
       VERIFY-KYC.
           OPEN I-O USER-MASTER-FILE
               END-IF
           END-IF
           CLOSE USER-MASTER-FILE
           IF LK-RET-CODE = 0
               MOVE 0 TO WS-KY-FIELD-COUNT
               CALL "BLM-KYC-CONTROLLER" USING "onboard",
                    WS-KY-FIELDS, WS-KY-FIELD-COUNT, LK-USER-ID,
                    WS-KY-RET-CODE
           END-IF
           MOVE "VERIFY-KYC" TO WS-AUDIT-ACTION
           PERFORM LOG-ACCOUNT-EVENT.
           EXIT.
           CLOSE USER-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GET-AVAILABLE - what LK-USER-ID may spend: the stored balance
      *> less every deposited check still inside its hold, into
      *> UCD-BAL-AMOUNT, with the held amount in UCD-BAL-HELD. The
      *> funds checks on money going out use this, not GET-BALANCE.
      *> ----------------------------------------------------------------
       GET-AVAILABLE.
           PERFORM GET-BALANCE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-HELD-FUNDS
           COMPUTE UCD-BAL-AMOUNT = UCD-BAL-AMOUNT - WS-HELD-TOTAL
           MOVE WS-HELD-TOTAL TO UCD-BAL-HELD.
           EXIT.

      *> ----------------------------------------------------------------
      *> SUM-HELD-FUNDS - totals LK-USER-ID's deposited checks still on
      *> hold into WS-HELD-TOTAL. A hold whose release date has come
      *> counts as available even before the nightly job has marked
      *> it released; no hold file at all is no holds.
      *> ----------------------------------------------------------------
       SUM-HELD-FUNDS.
           MOVE 0 TO WS-HELD-TOTAL
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-CDT-DATE TO WS-HOLD-TODAY
           OPEN INPUT CHECK-HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-USER-ID TO CHKH-USER-ID
           START CHECK-HOLD-FILE KEY IS = CHKH-USER-ID
           IF WS-HOLD-STATUS = "00"
               READ CHECK-HOLD-FILE NEXT RECORD
               PERFORM UNTIL WS-HOLD-STATUS NOT = "00"
                       OR CHKH-USER-ID NOT = LK-USER-ID
                   IF CHKH-HELD AND CHKH-RELEASE-DATE > WS-HOLD-TODAY
                       ADD CHKH-AMOUNT TO WS-HELD-TOTAL
                   END-IF
                   READ CHECK-HOLD-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CHECK-HOLD-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> VALIDATE-USER - looks a user up by id/username/email (per
      *> UCD-LOOKUP-TYPE) and returns its id in LK-USER-ID.
                       MOVE UCD-UPD-VALUE(1:30) TO USER-USERNAME
                   WHEN "EMAIL"
                       MOVE UCD-UPD-VALUE(1:124) TO USER-EMAIL
                       MOVE SPACE TO USER-EMAIL-STATUS
                   WHEN "EMAIL-STATUS"
                       MOVE UCD-UPD-VALUE(1:1) TO USER-EMAIL-STATUS
                   WHEN "STATUS"
                       MOVE UCD-UPD-VALUE(1:1) TO USER-STATUS
                   WHEN "ROLE"
      *> ----------------------------------------------------------------
      *> JOURNAL-BALANCE-DELTA - cuts the posting-journal entry for the
      *> BALANCE-DELTA just applied to USER-ACCOUNT-BALANCE, carrying
      *> the caller's source document (UCD-UPD-SOURCE-TYPE/-ID), its
      *> value date when back-dated, the outside reference when it
      *> came off an inbound file, and the balance left behind.
      *> ----------------------------------------------------------------
       JOURNAL-BALANCE-DELTA.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           END-IF
           MOVE UCD-UPD-SOURCE-TYPE TO JRNL-SOURCE-TYPE
           MOVE UCD-UPD-SOURCE-ID TO JRNL-SOURCE-ID
           MOVE UCD-UPD-VALUE-DATE TO JRNL-VALUE-DATE
           MOVE UCD-UPD-EXT-REF TO JRNL-EXT-REF
           MOVE USER-ACCOUNT-BALANCE TO JRNL-BALANCE-AFTER
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
               MOVE 4 TO LK-RET-CODE
           ELSE
               DISPLAY "Account:  " USER-ID " (" USER-USERNAME ")"
               IF USER-EMAIL-BOUNCED
                   DISPLAY "Email:    " USER-EMAIL(1:60) " (BOUNCED)"
               ELSE
                   DISPLAY "Email:    " USER-EMAIL(1:60)
               END-IF
               DISPLAY "Status:   " USER-STATUS "  Role: " USER-ROLE
               DISPLAY "Balance:  " USER-ACCOUNT-BALANCE " USD, "
                       "settles in " USER-PREF-CURRENCY
               PERFORM SUM-HELD-FUNDS
               IF WS-HELD-TOTAL NOT = 0
                   DISPLAY "On hold:  " WS-HELD-TOTAL
                           " USD in deposited checks"
               END-IF
               DISPLAY "Created:  " USER-CREATED-AT
                       "  Failed logins: " USER-FAILED-LOGINS
               MOVE 0 TO LK-RET-CODE
      *> CASH-DEPOSIT / CASH-WITHDRAW - teller counter operations:
      *> post a signed balance movement against LK-USER-ID with a
      *> printed receipt line, a journal entry sourced to the teller
      *> and a dedicated audit action. A withdrawal may not take more
      *> than the available balance - the balance less deposited
      *> checks still on hold (code 16). The cash runs against the
      *> teller's open drawer: none open, a withdrawal the drawer
      *> cannot cover, or a drawer that will not take the movement,
      *> is refused (code 28) before the balance moves. The drawer
      *> is posted first so the two can never drift apart; a
      *> balance that then does not move takes it back off.
      *> ----------------------------------------------------------------
       CASH-DEPOSIT.
           PERFORM CHECK-SANCTION-FLAG
           IF WDR-BLOCKED
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-DW-FIELD-VALUE(1)
           PERFORM CHECK-TELLER-DRAWER
           IF WS-DW-RET-CODE NOT = 0
               MOVE 28 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-USER-LOCK
           IF WS-LOCK-RET-CODE = 24
               MOVE 24 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-TELLER-DRAWER
           IF WS-DW-RET-CODE NOT = 0
               MOVE 28 TO LK-RET-CODE
               PERFORM RELEASE-USER-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(UCD-UPD-VALUE) TO WS-CASH-AMOUNT
           OPEN I-O USER-MASTER-FILE
           MOVE LK-USER-ID TO USER-ID
           END-IF
           CLOSE USER-MASTER-FILE
           PERFORM RELEASE-USER-LOCK
           IF LK-RET-CODE NOT = 0
               PERFORM REVERSE-TELLER-DRAWER
           END-IF
           MOVE "CASH-DEPOSIT" TO WS-AUDIT-ACTION
           PERFORM LOG-ACCOUNT-EVENT.
           EXIT.
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "W" TO WS-DW-FIELD-VALUE(1)
           PERFORM CHECK-TELLER-DRAWER
           IF WS-DW-RET-CODE NOT = 0
               MOVE 28 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-USER-LOCK
           IF WS-LOCK-RET-CODE = 24
               MOVE 24 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-TELLER-DRAWER
           IF WS-DW-RET-CODE NOT = 0
               MOVE 28 TO LK-RET-CODE
               PERFORM RELEASE-USER-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(UCD-UPD-VALUE) TO WS-CASH-AMOUNT
      *>   cash is paid out of the available balance: deposited
      *>   checks still on hold stay on the account.
           PERFORM SUM-HELD-FUNDS
           OPEN I-O USER-MASTER-FILE
           MOVE LK-USER-ID TO USER-ID
           READ USER-MASTER-FILE KEY IS USER-ID
           IF WS-FILE-STATUS NOT = "00"
               MOVE 4 TO LK-RET-CODE
           ELSE
               IF USER-ACCOUNT-BALANCE - WS-HELD-TOTAL
                       < WS-CASH-AMOUNT
                   DISPLAY "Insufficient funds: balance is "
                           USER-ACCOUNT-BALANCE ", of which "
                           WS-HELD-TOTAL " is on hold."
                   MOVE 16 TO LK-RET-CODE
               ELSE
                   COMPUTE USER-ACCOUNT-BALANCE =
           END-IF
           CLOSE USER-MASTER-FILE
           PERFORM RELEASE-USER-LOCK
           IF LK-RET-CODE NOT = 0
               PERFORM REVERSE-TELLER-DRAWER
           END-IF
           MOVE "CASH-WITHDRAWAL" TO WS-AUDIT-ACTION
           PERFORM LOG-ACCOUNT-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-TELLER-DRAWER - asks BLM-DRAWER-CONTROLLER whether the
      *> teller on UCD-UPD-SOURCE-ID can take this counter cash; the
      *> caller has put D or W in the first field. POST-TELLER-DRAWER
      *> puts the movement on the drawer ahead of the balance, and
      *> REVERSE-TELLER-DRAWER takes it back off when the balance
      *> did not move.
      *> ----------------------------------------------------------------
       CHECK-TELLER-DRAWER.
           MOVE UCD-UPD-SOURCE-ID TO WS-CASH-TELLER
           MOVE FUNCTION NUMVAL(UCD-UPD-VALUE) TO WS-CASH-AMOUNT
           MOVE WS-CASH-AMOUNT TO WS-CASH-EDIT
           MOVE 2 TO WS-DW-FIELD-COUNT
           MOVE "dir" TO WS-DW-FIELD-NAME(1)
           MOVE "amount" TO WS-DW-FIELD-NAME(2)
           MOVE WS-CASH-EDIT TO WS-DW-FIELD-VALUE(2)
           CALL "BLM-DRAWER-CONTROLLER" USING "check-cash",
                WS-DW-FIELDS, WS-DW-FIELD-COUNT, WS-CASH-TELLER,
                WS-DW-RET-CODE.
           EXIT.

       POST-TELLER-DRAWER.
           CALL "BLM-DRAWER-CONTROLLER" USING "post-cash",
                WS-DW-FIELDS, WS-DW-FIELD-COUNT, WS-CASH-TELLER,
                WS-DW-RET-CODE
           IF WS-DW-RET-CODE NOT = 0
               DISPLAY "The cash could not be put on the teller's "
                       "drawer (code " WS-DW-RET-CODE "); nothing "
                       "posted."
           END-IF.
           EXIT.

       REVERSE-TELLER-DRAWER.
           IF WS-DW-FIELD-VALUE(1) = "D"
               MOVE "W" TO WS-DW-FIELD-VALUE(1)
           ELSE
               MOVE "D" TO WS-DW-FIELD-VALUE(1)
           END-IF
           CALL "BLM-DRAWER-CONTROLLER" USING "post-cash",
                WS-DW-FIELDS, WS-DW-FIELD-COUNT, WS-CASH-TELLER,
                WS-DW-RET-CODE
           IF WS-DW-RET-CODE NOT = 0
               DISPLAY "Warning: the teller's drawer carries "
                       WS-CASH-AMOUNT " that did not post to the "
                       "account (code " WS-DW-RET-CODE "); it will "
                       "show at the drawer close."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-WITHDRAW-FLAGS - money may not leave an account under
      *> LEGALHOLD, flagged DORMANT or held for an overdue identity
      *> review (KYCREVIEW), even at the counter; a DECEASED
      *> account's estate withdrawal is a teller action and is
      *> allowed through.
      *> ----------------------------------------------------------------
       CHECK-WITHDRAW-FLAGS.
           MOVE "N" TO WS-WDR-BLOCKED
               DISPLAY "Withdrawal refused: this account is "
                       "dormant and must be reactivated first."
               MOVE "Y" TO WS-WDR-BLOCKED
           END-IF
           MOVE "KYCREVIEW" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", LK-USER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "Withdrawal refused: the customer's identity "
                       "review is overdue; re-verify them first."
               MOVE "Y" TO WS-WDR-BLOCKED
           END-IF
           IF NOT WDR-BLOCKED
               PERFORM CHECK-SANCTION-FLAG
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-SANCTION-FLAG - an account under watch-list review
      *> moves no money at all, in or out; sets WDR-BLOCKED.
      *> ----------------------------------------------------------------
       CHECK-SANCTION-FLAG.
           MOVE "N" TO WS-WDR-BLOCKED
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "SANCTION" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", LK-USER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "Refused: this account is under compliance "
                       "review and no money may move on it."
               MOVE "Y" TO WS-WDR-BLOCKED
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CLOSE-ACCOUNT - proper closure for LK-USER-ID: refused while
      *> the account still holds money (nonzero balance, or money on
      *> another deposit account), owes money (an ACTIVE loan) or
      *> carries a card balance; otherwise every card closes to
      *> CARD-CLOSED, every deposit account closes, and the user
      *> record flips to USER-STATUS-CLOSED but stays on file for
      *> history and audit linkage. Returns 8 with the blocking
      *> reason displayed when closure can't proceed.
      *> ----------------------------------------------------------------
       CLOSE-ACCOUNT.
           MOVE "N" TO WS-CLOSE-BLOCKED
               END-IF
               PERFORM CHECK-OPEN-LOANS
               PERFORM CHECK-CARD-BALANCES
               MOVE 0 TO WS-AC-FIELD-COUNT
               CALL "BLM-ACCOUNT-CONTROLLER" USING "holdings",
                    WS-AC-FIELDS, WS-AC-FIELD-COUNT, LK-USER-ID,
                    WS-AC-RET-CODE
               IF WS-AC-RET-CODE NOT = 0
                   MOVE "Y" TO WS-CLOSE-BLOCKED
               END-IF
               IF CLOSE-BLOCKED
                   MOVE 8 TO LK-RET-CODE
                   CLOSE USER-MASTER-FILE
                               WS-CARDS-CLOSED " cards closed with "
                               "it)."
                       MOVE 0 TO LK-RET-CODE
                       CALL "BLM-ACCOUNT-CONTROLLER" USING "close-all",
                            WS-AC-FIELDS, WS-AC-FIELD-COUNT,
                            LK-USER-ID, WS-AC-RET-CODE
                   ELSE
                       MOVE 12 TO LK-RET-CODE
                   END-IF
