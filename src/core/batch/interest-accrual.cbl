      *>                     USER-ACCOUNT-BALANCE through the normal
      *>                     BALANCE-DELTA path, with its own audit
      *>                     entry and a run total of interest paid.
      *>   15/10/2026 - jm - Each deposit-interest credit goes through
      *>                     BLM-WITHHOLD-CONTROLLER: onto the tax
      *>                     ledger, less backup withholding for a
      *>                     customer without a certified TIN. The
      *>                     control total carries the net.
      *>   15/10/2026 - jm - Deposit accounts: a new pass credits a
      *>                     month of each open savings or secondary
      *>                     checking account's own DACC-INT-RATE on
      *>                     its balance, through BLM-ACCOUNT-CONTROLLER
      *>                     and the same withholding. The primary
      *>                     (cash-balance) leg takes its rate from the
      *>                     CHECKING-RATE switch when one is posted.
      *>   15/10/2026 - jm - Card leg prices by balance segment: each
      *>                     open cash advance and balance transfer on
      *>                     CARDSEG at its own (or promotional) APR,
      *>                     carrying its interest on its row, and the
      *>                     purchases residual at CARD-INTEREST-RATE.
      *>                     Still one INTEREST debit per card.
      *>   15/10/2026 - jm - Deposit interest (both legs) is paid on
      *>                     the month's average daily balance off the
      *>                     EODBAL end-of-day snapshots, falling back
      *>                     to the balance at run time for a month
      *>                     with no snapshots. New overdraft leg: the
      *>                     debit interest each overdrawn day accrued
      *>                     on its snapshot is charged once a month as
      *>                     an OD-INT debit.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-INTEREST-BATCH.
                 ALTERNATE RECORD KEY IS USER-USERNAME WITH DUPLICATES
                 ALTERNATE RECORD KEY IS USER-EMAIL WITH DUPLICATES
                 FILE STATUS IS WS-USER-FILE-STATUS.
             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-ACCT-FILE-STATUS.
             SELECT CARD-SEGMENT-FILE ASSIGN TO "CARDSEG"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CSEG-KEY
                 FILE STATUS IS WS-SEG-STATUS.
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.
             SELECT EOD-BALANCE-FILE ASSIGN TO "EODBAL"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EOD-KEY
                 FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".
       FD  CARD-SEGMENT-FILE
           LABEL RECORD STANDARD.
           COPY "card-segment.cpy".
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  DEPOSIT-ACCOUNT-FILE
           LABEL RECORD STANDARD.
           COPY "deposit-account.cpy".
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".
       FD  EOD-BALANCE-FILE
           LABEL RECORD STANDARD.
           COPY "eod-balance.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-CARDS-ACCRUED     PIC 9(5) COMP VALUE 0.
       77 WS-CARDS-SKIPPED     PIC 9(5) COMP VALUE 0.

      *> Balance segments - each open cash advance and balance
      *> transfer is priced at its own APR (the promotional one while
      *> the promotion runs); purchases is what the carried balance
      *> holds beyond them, priced at CARD-INTEREST-RATE.
       77 WS-SEG-STATUS        PIC XX VALUE SPACES.
       77 WS-SEG-FILE-OPEN     PIC X VALUE "N".
           88 SEG-FILE-OPEN      VALUE "Y".
       77 WS-CARD-CARRIED      PIC S9(11)V99 VALUE 0.
       77 WS-SEG-OPEN-TOTAL    PIC S9(11)V99 VALUE 0.
       77 WS-SEG-INT-TOTAL     PIC 9(9)V99 VALUE 0.
       77 WS-SEG-INTEREST      PIC 9(9)V99 VALUE 0.
       77 WS-SEG-APR           PIC 9(3)V99 VALUE 0.
       77 WS-PURCHASE-BAL      PIC S9(11)V99 VALUE 0.
       77 WS-PURCHASE-INT      PIC 9(9)V99 VALUE 0.

      *> Deposit-interest leg working fields. The credit-interest rate
      *> is annual percent; idempotence per account comes from the
      *> posting journal (a DEP-INT entry already cut this month).
       77 WS-DEP-INTEREST      PIC 9(9)V99 VALUE 0.
       77 WS-DEP-PAID-ALREADY  PIC X VALUE "N".
           88 DEP-PAID-ALREADY   VALUE "Y".
      *> the journal source type the already-paid check looks for
       77 WS-PAID-SOURCE       PIC X(10) VALUE "DEP-INT".
       77 WS-DEPOSITS-PAID     PIC 9(5) COMP VALUE 0.
       77 WS-DEPOSITS-SKIPPED  PIC 9(5) COMP VALUE 0.
      *> candidates collected before any posting, so the balance
               10 WS-DEP-CAND-BAL  PIC S9(9)V99.
       77 WS-DEP-IDX           PIC 9(4) COMP VALUE 0.
       77 WS-TOTAL-INT-PAID    PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-WITHHELD    PIC 9(11)V99 VALUE 0.
       77 WS-WH-EXCEPTIONS     PIC 9(5) COMP VALUE 0.
       77 WS-NET-CASH-POSTED   PIC S9(11)V99 VALUE 0.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.

      *> Average daily balance - the month just ended (the accrual
      *> runs on the first night of the next) off the end-of-day
      *> snapshots; an overdrawn day counts as a zero balance for
      *> credit interest. A month with no snapshots pays on the
      *> balance at run time, as before the snapshots began.
       77 WS-EOD-STATUS        PIC XX VALUE SPACES.
       77 WS-PRIOR-YYYYMM      PIC 9(6) VALUE 0.
       77 WS-PRIOR-YYYYMM-X    PIC X(6) VALUE SPACES.
       77 WS-EOD-ACCOUNT       PIC X(10) VALUE SPACES.
       77 WS-ADB-SUM           PIC S9(13)V99 VALUE 0.
       77 WS-ADB-DAYS          PIC 9(4) COMP VALUE 0.
       77 WS-ADB-BALANCE       PIC S9(9)V99 VALUE 0.
       77 WS-ADB-USED          PIC 9(5) COMP VALUE 0.

      *> Overdraft leg - the month's daily debit interest summed per
      *> account off the snapshots, collected before any posting.
       77 WS-OD-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-OD-TABLE.
           05 WS-OD-ENTRY OCCURS 500 TIMES.
               10 WS-OD-CAND-ACCT  PIC X(10).
               10 WS-OD-CAND-USER  PIC X(10).
               10 WS-OD-CAND-KIND  PIC X(1).
               10 WS-OD-CAND-INT   PIC 9(9)V9(6).
       77 WS-OD-IDX            PIC 9(4) COMP VALUE 0.
       77 WS-OD-ACCT           PIC X(10) VALUE SPACES.
       77 WS-OD-RUN-ACCT       PIC X(10) VALUE SPACES.
       77 WS-OD-RUN-USER       PIC X(10) VALUE SPACES.
       77 WS-OD-RUN-KIND       PIC X(1) VALUE SPACE.
       77 WS-OD-RUN-INT        PIC 9(9)V9(6) VALUE 0.
       77 WS-OD-CHARGE         PIC 9(9)V99 VALUE 0.
       77 WS-OD-CHARGED        PIC 9(5) COMP VALUE 0.
       77 WS-OD-SKIPPED        PIC 9(5) COMP VALUE 0.
       77 WS-TOTAL-OD-CHARGED  PIC 9(11)V99 VALUE 0.

      *> Deposit-account leg - the accounts held on ACCTMSTR apart
      *> from each customer's primary, each at its own rate, collected
      *> before any posting for the same reason as the users above.
       77 WS-ACCT-FILE-STATUS  PIC XX VALUE SPACES.
       77 WS-ACC-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 500 TIMES.
               10 WS-ACC-CAND-NO   PIC X(10).
               10 WS-ACC-CAND-USER PIC X(10).
               10 WS-ACC-CAND-BAL  PIC S9(9)V99.
               10 WS-ACC-CAND-RATE PIC 9(3)V99.
       77 WS-ACC-IDX           PIC 9(4) COMP VALUE 0.
       77 WS-ACC-NO            PIC X(10) VALUE SPACES.
       77 WS-ACC-RATE          PIC 9(3)V99 VALUE 0.
       77 WS-AC-RET-CODE       PIC S9(4) COMP.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-AC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-AC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-AC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-AC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-AC-FIELD-COUNT==.

      *> Tax ledger / backup withholding on the interest credited.
       COPY "tax-ledger.cpy"
           REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-ENTRY==.
       77 WS-TAX-RET-CODE      PIC S9(4) COMP.
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       77 WS-BAL-EDIT          PIC -(9)9.99.
       COPY "user-ctl-data.cpy".
           PERFORM 2000-ACCRUE-LOANS
           PERFORM 3000-ACCRUE-CARDS
           PERFORM 4000-ACCRUE-DEPOSITS
           PERFORM 5000-ACCRUE-ACCOUNTS
           PERFORM 6000-CHARGE-OVERDRAFT-INTEREST
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:6) TO WS-TODAY-YYYYMM
      *>   the month the snapshots are averaged and charged over is
      *>   the one just ended.
           IF WS-TODAY-DATE(5:2) = "01"
               COMPUTE WS-PRIOR-YYYYMM = WS-TODAY-YYYYMM - 89
           ELSE
               COMPUTE WS-PRIOR-YYYYMM = WS-TODAY-YYYYMM - 1
           END-IF
           MOVE WS-PRIOR-YYYYMM TO WS-PRIOR-YYYYMM-X
           ACCEPT WS-ARGS-LENGTH FROM ARGUMENT-NUMBER
           IF WS-ARGS-LENGTH > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
      *> is skipped, so re-running the job the same night is harmless.
      *> ----------------------------------------------------------------
       3000-ACCRUE-CARDS.
           MOVE "N" TO WS-SEG-FILE-OPEN
           IF SIMULATE-RUN
               OPEN INPUT CARD-SEGMENT-FILE
           ELSE
               OPEN I-O CARD-SEGMENT-FILE
           END-IF
           IF WS-SEG-STATUS = "00"
               MOVE "Y" TO WS-SEG-FILE-OPEN
           END-IF
           IF SIMULATE-RUN
               OPEN INPUT CARD-MASTER-FILE
           ELSE
                        WS-CKPT-CC-LAST-KEY, WS-CKPT-CC-FOUND,
                        WS-CKPT-CC-RET-CODE
               END-IF
           END-IF
           IF SEG-FILE-OPEN
               CLOSE CARD-SEGMENT-FILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3100-ACCRUE-ONE-CARD - posts one month of interest against the
      *> current CREDIT-CARD-RECORD's carried balance and rewrites it.
      *> Each open balance segment is priced at its own rate and
      *> carries its interest on its row; purchases, the rest of the
      *> carried balance, is priced at CARD-INTEREST-RATE. The card
      *> takes the total as one INTEREST debit. A card with nothing
      *> priced to charge has no interest to post.
      *> ----------------------------------------------------------------
       3100-ACCRUE-ONE-CARD.
           COMPUTE WS-CARD-CARRIED =
                   CARD-CREDIT-LIMIT - CARD-AVAILABLE-BAL
           PERFORM 3110-PRICE-SEGMENTS
           COMPUTE WS-PURCHASE-BAL = WS-CARD-CARRIED - WS-SEG-OPEN-TOTAL
           MOVE 0 TO WS-PURCHASE-INT
           IF WS-PURCHASE-BAL > 0 AND CARD-INTEREST-RATE > 0
               COMPUTE WS-MONTHLY-RATE = CARD-INTEREST-RATE / 100 / 12
               COMPUTE WS-PURCHASE-INT ROUNDED =
                       WS-PURCHASE-BAL * WS-MONTHLY-RATE
           END-IF
           COMPUTE WS-CARD-INTEREST = WS-PURCHASE-INT + WS-SEG-INT-TOTAL
           MOVE WS-CARD-CARRIED TO WS-CARD-BALANCE
           IF SIMULATE-RUN
               IF WS-CARD-INTEREST > 0
                   DISPLAY "WOULD accrue " CARD-ID " interest "
                           WS-CARD-INTEREST " on carried "
                           WS-CARD-BALANCE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO CARD-LAST-ACCRUAL
           IF WS-CARD-INTEREST > 0
               COMPUTE CARD-AVAILABLE-BAL =
                       CARD-AVAILABLE-BAL - WS-CARD-INTEREST
               COMPUTE WS-CARD-BALANCE =
           REWRITE CREDIT-CARD-RECORD.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3110-PRICE-SEGMENTS - a month of interest on each of the
      *> card's open segments at the APR in force tonight, added to
      *> the segment's balance (left alone on a simulate run).
      *> Returns the open segment total, before tonight's interest, and
      *> the interest priced.
      *> ----------------------------------------------------------------
       3110-PRICE-SEGMENTS.
           MOVE 0 TO WS-SEG-OPEN-TOTAL WS-SEG-INT-TOTAL
           IF NOT SEG-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-ID TO CSEG-CARD-ID
           MOVE 0 TO CSEG-SEQ
           START CARD-SEGMENT-FILE KEY IS NOT LESS THAN CSEG-KEY
           IF WS-SEG-STATUS = "00"
               READ CARD-SEGMENT-FILE NEXT RECORD
               PERFORM UNTIL WS-SEG-STATUS NOT = "00"
                       OR CSEG-CARD-ID NOT = CARD-ID
                   IF CSEG-OPEN AND CSEG-BALANCE > 0
                       PERFORM 3120-PRICE-ONE-SEGMENT
                   END-IF
                   READ CARD-SEGMENT-FILE NEXT RECORD
               END-PERFORM
           END-IF.
           EXIT.

       3120-PRICE-ONE-SEGMENT.
           ADD CSEG-BALANCE TO WS-SEG-OPEN-TOTAL
           MOVE CSEG-APR TO WS-SEG-APR
           IF CSEG-PROMO-END NOT = SPACES
                   AND CSEG-PROMO-END >= WS-TODAY-DATE
               MOVE CSEG-PROMO-APR TO WS-SEG-APR
           END-IF
           MOVE 0 TO WS-SEG-INTEREST
           IF WS-SEG-APR > 0
               COMPUTE WS-MONTHLY-RATE = WS-SEG-APR / 100 / 12
               COMPUTE WS-SEG-INTEREST ROUNDED =
                       CSEG-BALANCE * WS-MONTHLY-RATE
           END-IF
           IF WS-SEG-INTEREST = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-SEG-INTEREST TO WS-SEG-INT-TOTAL
           IF SIMULATE-RUN
               DISPLAY "  WOULD price segment " CARD-ID "/" CSEG-SEQ
                       " " CSEG-TYPE " at " WS-SEG-APR ": "
                       WS-SEG-INTEREST
           ELSE
               ADD WS-SEG-INTEREST TO CSEG-BALANCE
               ADD WS-SEG-INTEREST TO CSEG-INT-TO-DATE
               REWRITE CARD-SEGMENT-RECORD
               DISPLAY "  Segment " CARD-ID "/" CSEG-SEQ " "
                       CSEG-TYPE " at " WS-SEG-APR ": "
                       WS-SEG-INTEREST
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4000-ACCRUE-DEPOSITS - once a month, credits a month of
      *> WS-DEPOSIT-RATE on every ACTIVE account holding a positive
      *> ----------------------------------------------------------------
       4000-ACCRUE-DEPOSITS.
           MOVE WS-TODAY-DATE(1:6) TO WS-TODAY-YYYYMM-X
      *>   the cash balance is the customer's primary checking
      *>   account, so it earns the posted checking rate.
           MOVE "CHECKING-RATE" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-DEPOSIT-RATE
           END-IF
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "No users on file."
               IF WS-USER-FILE-STATUS = "00"
                   READ USER-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-USER-FILE-STATUS NOT = "00"
      *>               a balance at zero tonight may still have
      *>               averaged above zero over the month.
                       IF USER-STATUS-ACTIVE
                           IF WS-DEP-COUNT < 500
                               ADD 1 TO WS-DEP-COUNT
                               MOVE USER-ID TO
                   MOVE WS-DEP-CAND-ID(WS-DEP-IDX) TO WS-DEP-USER
                   MOVE WS-DEP-CAND-BAL(WS-DEP-IDX)
                        TO WS-DEP-BALANCE
                   MOVE WS-DEP-USER TO WS-EOD-ACCOUNT
                   PERFORM 4050-AVERAGE-BALANCE
                   IF WS-DEP-BALANCE > 0
                       MOVE "DEP-INT" TO WS-PAID-SOURCE
                       PERFORM 4100-CHECK-ALREADY-PAID
                       IF DEP-PAID-ALREADY
                           ADD 1 TO WS-DEPOSITS-SKIPPED
                       ELSE
                           PERFORM 4200-PAY-ONE-DEPOSIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4050-AVERAGE-BALANCE - replaces the run-time balance in
      *> WS-DEP-BALANCE with the average of WS-EOD-ACCOUNT's end-of-day
      *> balances over the month just ended, an overdrawn day counting
      *> as zero. The average is over the days that were snapshotted;
      *> with none on file the run-time balance stands.
      *> ----------------------------------------------------------------
       4050-AVERAGE-BALANCE.
           MOVE 0 TO WS-ADB-SUM
           MOVE 0 TO WS-ADB-DAYS
           OPEN INPUT EOD-BALANCE-FILE
           IF WS-EOD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EOD-ACCOUNT TO EOD-ACCOUNT-ID
           MOVE SPACES TO EOD-DATE
           STRING WS-PRIOR-YYYYMM-X "01" DELIMITED BY SIZE
               INTO EOD-DATE
           START EOD-BALANCE-FILE KEY IS NOT LESS THAN EOD-KEY
           IF WS-EOD-STATUS = "00"
               READ EOD-BALANCE-FILE NEXT RECORD
               PERFORM UNTIL WS-EOD-STATUS NOT = "00"
                       OR EOD-ACCOUNT-ID NOT = WS-EOD-ACCOUNT
                       OR EOD-DATE(1:6) NOT = WS-PRIOR-YYYYMM-X
                   IF EOD-BALANCE > 0
                       ADD EOD-BALANCE TO WS-ADB-SUM
                   END-IF
                   ADD 1 TO WS-ADB-DAYS
                   READ EOD-BALANCE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE EOD-BALANCE-FILE
           IF WS-ADB-DAYS > 0
               COMPUTE WS-ADB-BALANCE ROUNDED =
                       WS-ADB-SUM / WS-ADB-DAYS
               MOVE WS-ADB-BALANCE TO WS-DEP-BALANCE
               ADD 1 TO WS-ADB-USED
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4100-CHECK-ALREADY-PAID - an account with a WS-PAID-SOURCE
      *> (DEP-INT or OD-INT) posting already journalled this month has
      *> been settled; re-running the job the same night is harmless.
      *> ----------------------------------------------------------------
       4100-CHECK-ALREADY-PAID.
           MOVE "N" TO WS-DEP-PAID-ALREADY
                   IF JRNL-ACCOUNT-ID OF JOURNAL-RECORD
                           = WS-DEP-USER
                           AND JRNL-SOURCE-TYPE OF JOURNAL-RECORD
                           = WS-PAID-SOURCE
                           AND JRNL-TIMESTAMP
                           OF JOURNAL-RECORD (1:6)
                           = WS-TODAY-YYYYMM-X
                   DISPLAY "Deposit interest " WS-DEP-INTEREST
                           " paid to " WS-DEP-USER
                   PERFORM 4210-LOG-DEPOSIT-INTEREST
                   PERFORM 4220-WITHHOLD-DEPOSIT-INTEREST
               END-IF
           END-IF.
           EXIT.
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4220-WITHHOLD-DEPOSIT-INTEREST - the credit just posted goes on
      *> the tax ledger, less backup withholding when the customer's
      *> TIN is not certified.
      *> ----------------------------------------------------------------
       4220-WITHHOLD-DEPOSIT-INTEREST.
           MOVE SPACES TO WS-TAX-ENTRY
           MOVE WS-DEP-USER TO TAXL-USER-ID OF WS-TAX-ENTRY
           MOVE "DEP-INT" TO TAXL-INCOME-TYPE OF WS-TAX-ENTRY
           MOVE WS-DEP-USER TO TAXL-SOURCE-ID OF WS-TAX-ENTRY
           MOVE WS-DEP-INTEREST TO TAXL-GROSS-AMT OF WS-TAX-ENTRY
           CALL "BLM-WITHHOLD-CONTROLLER" USING "WITHHOLD",
                WS-TAX-ENTRY, WS-TAX-RET-CODE
           IF WS-TAX-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: backup withholding on "
                       WS-DEP-USER " did not post."
               ADD 1 TO WS-WH-EXCEPTIONS
           ELSE
               IF TAXL-WITHHELD-AMT OF WS-TAX-ENTRY > 0
                   DISPLAY "Backup withholding "
                           TAXL-WITHHELD-AMT OF WS-TAX-ENTRY
                           " taken from " WS-DEP-USER
                   ADD TAXL-WITHHELD-AMT OF WS-TAX-ENTRY
                       TO WS-TOTAL-WITHHELD
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5000-ACCRUE-ACCOUNTS - once a month, credits a month of each
      *> open non-primary deposit account's own rate on its positive
      *> balance, posted through BLM-ACCOUNT-CONTROLLER (journalled
      *> DEP-INT under the account number) and withheld on like the
      *> cash-balance leg.
      *> ----------------------------------------------------------------
       5000-ACCRUE-ACCOUNTS.
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DACC-ACCT-NO
           START DEPOSIT-ACCOUNT-FILE KEY IS NOT LESS THAN DACC-ACCT-NO
           IF WS-ACCT-FILE-STATUS = "00"
               READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               PERFORM UNTIL WS-ACCT-FILE-STATUS NOT = "00"
                   IF DACC-ACTIVE AND NOT DACC-IS-PRIMARY
                           AND DACC-INT-RATE > 0
                       IF WS-ACC-COUNT < 500
                           ADD 1 TO WS-ACC-COUNT
                           MOVE DACC-ACCT-NO
                                TO WS-ACC-CAND-NO(WS-ACC-COUNT)
                           MOVE DACC-USER-ID
                                TO WS-ACC-CAND-USER(WS-ACC-COUNT)
                           MOVE DACC-BALANCE
                                TO WS-ACC-CAND-BAL(WS-ACC-COUNT)
                           MOVE DACC-INT-RATE
                                TO WS-ACC-CAND-RATE(WS-ACC-COUNT)
                       ELSE
                           DISPLAY "Account table full; "
                                   DACC-ACCT-NO " waits for the "
                                   "next run."
                       END-IF
                   END-IF
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE DEPOSIT-ACCOUNT-FILE
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               MOVE WS-ACC-CAND-NO(WS-ACC-IDX) TO WS-ACC-NO
               MOVE WS-ACC-CAND-RATE(WS-ACC-IDX) TO WS-ACC-RATE
               MOVE WS-ACC-CAND-BAL(WS-ACC-IDX) TO WS-DEP-BALANCE
               MOVE WS-ACC-NO TO WS-EOD-ACCOUNT
               PERFORM 4050-AVERAGE-BALANCE
               IF WS-DEP-BALANCE > 0
      *>           the already-paid check keys on the journal account
      *>           id, which for these accounts is the account number.
                   MOVE WS-ACC-NO TO WS-DEP-USER
                   MOVE "DEP-INT" TO WS-PAID-SOURCE
                   PERFORM 4100-CHECK-ALREADY-PAID
                   MOVE WS-ACC-CAND-USER(WS-ACC-IDX) TO WS-DEP-USER
                   IF DEP-PAID-ALREADY
                       ADD 1 TO WS-DEPOSITS-SKIPPED
                   ELSE
                       PERFORM 5200-PAY-ONE-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5200-PAY-ONE-ACCOUNT - posts one month of WS-ACC-RATE on the
      *> balance captured for WS-ACC-NO (owner in WS-DEP-USER).
      *> ----------------------------------------------------------------
       5200-PAY-ONE-ACCOUNT.
           COMPUTE WS-MONTHLY-RATE = WS-ACC-RATE / 100 / 12
           COMPUTE WS-DEP-INTEREST ROUNDED =
                   WS-DEP-BALANCE * WS-MONTHLY-RATE
           IF SIMULATE-RUN
               IF WS-DEP-INTEREST > 0
                   DISPLAY "WOULD pay account " WS-ACC-NO
                           " interest " WS-DEP-INTEREST
                   ADD 1 TO WS-DEPOSITS-PAID
                   ADD WS-DEP-INTEREST TO WS-TOTAL-INT-PAID
               ELSE
                   ADD 1 TO WS-DEPOSITS-SKIPPED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-INTEREST = 0
               ADD 1 TO WS-DEPOSITS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEP-INTEREST TO WS-BAL-EDIT
           MOVE "account" TO WS-AC-FIELD-NAME(1)
           MOVE WS-ACC-NO TO WS-AC-FIELD-VALUE(1)
           MOVE "amount" TO WS-AC-FIELD-NAME(2)
           MOVE WS-BAL-EDIT TO WS-AC-FIELD-VALUE(2)
           MOVE "source-type" TO WS-AC-FIELD-NAME(3)
           MOVE "DEP-INT" TO WS-AC-FIELD-VALUE(3)
           MOVE "source-id" TO WS-AC-FIELD-NAME(4)
           MOVE WS-ACC-NO TO WS-AC-FIELD-VALUE(4)
           MOVE 4 TO WS-AC-FIELD-COUNT
           CALL "BLM-ACCOUNT-CONTROLLER" USING "post",
                WS-AC-FIELDS, WS-AC-FIELD-COUNT, WS-DEP-USER,
                WS-AC-RET-CODE
           IF WS-AC-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: interest on account " WS-ACC-NO
                       " did not post (code " WS-AC-RET-CODE ")."
               ADD 1 TO WS-DEPOSITS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPOSITS-PAID
           ADD WS-DEP-INTEREST TO WS-TOTAL-INT-PAID
           DISPLAY "Deposit interest " WS-DEP-INTEREST
                   " paid to account " WS-ACC-NO
           PERFORM 4210-LOG-DEPOSIT-INTEREST
           PERFORM 5220-WITHHOLD-ACCOUNT-INTEREST.
           EXIT.

       5220-WITHHOLD-ACCOUNT-INTEREST.
           MOVE SPACES TO WS-TAX-ENTRY
           MOVE WS-DEP-USER TO TAXL-USER-ID OF WS-TAX-ENTRY
           MOVE "DEP-INT" TO TAXL-INCOME-TYPE OF WS-TAX-ENTRY
           MOVE WS-ACC-NO TO TAXL-SOURCE-ID OF WS-TAX-ENTRY
           MOVE WS-ACC-NO TO TAXL-ACCT-NO OF WS-TAX-ENTRY
           MOVE WS-DEP-INTEREST TO TAXL-GROSS-AMT OF WS-TAX-ENTRY
           CALL "BLM-WITHHOLD-CONTROLLER" USING "WITHHOLD",
                WS-TAX-ENTRY, WS-TAX-RET-CODE
           IF WS-TAX-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: backup withholding on account "
                       WS-ACC-NO " did not post."
               ADD 1 TO WS-WH-EXCEPTIONS
           ELSE
               IF TAXL-WITHHELD-AMT OF WS-TAX-ENTRY > 0
                   DISPLAY "Backup withholding "
                           TAXL-WITHHELD-AMT OF WS-TAX-ENTRY
                           " taken from account " WS-ACC-NO
                   ADD TAXL-WITHHELD-AMT OF WS-TAX-ENTRY
                       TO WS-TOTAL-WITHHELD
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 6000-CHARGE-OVERDRAFT-INTEREST - once a month, sums the debit
      *> interest each account's overdrawn days accrued on their
      *> end-of-day snapshots over the month just ended and charges it
      *> as one OD-INT debit: through BALANCE-DELTA for the primary
      *> account (journalled under the user id), through
      *> BLM-ACCOUNT-CONTROLLER for any other. An account already
      *> charged this month is skipped.
      *> ----------------------------------------------------------------
       6000-CHARGE-OVERDRAFT-INTEREST.
           OPEN INPUT EOD-BALANCE-FILE
           IF WS-EOD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OD-RUN-ACCT
           MOVE 0 TO WS-OD-RUN-INT
           MOVE LOW-VALUES TO EOD-KEY
           START EOD-BALANCE-FILE KEY IS NOT LESS THAN EOD-KEY
           IF WS-EOD-STATUS = "00"
               READ EOD-BALANCE-FILE NEXT RECORD
               PERFORM UNTIL WS-EOD-STATUS NOT = "00"
                   IF EOD-DATE(1:6) = WS-PRIOR-YYYYMM-X
                           AND EOD-OD-INTEREST > 0
                       IF EOD-ACCOUNT-ID NOT = WS-OD-RUN-ACCT
                           PERFORM 6010-STORE-OD-RUN
                           MOVE EOD-ACCOUNT-ID TO WS-OD-RUN-ACCT
                           MOVE EOD-USER-ID TO WS-OD-RUN-USER
                           MOVE EOD-ACCT-KIND TO WS-OD-RUN-KIND
                           MOVE 0 TO WS-OD-RUN-INT
                       END-IF
                       ADD EOD-OD-INTEREST TO WS-OD-RUN-INT
                   END-IF
                   READ EOD-BALANCE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE EOD-BALANCE-FILE
           PERFORM 6010-STORE-OD-RUN
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                   UNTIL WS-OD-IDX > WS-OD-COUNT
               MOVE WS-OD-CAND-ACCT(WS-OD-IDX) TO WS-OD-ACCT
               COMPUTE WS-OD-CHARGE ROUNDED =
                       WS-OD-CAND-INT(WS-OD-IDX)
               IF WS-OD-CHARGE = 0
                   ADD 1 TO WS-OD-SKIPPED
               ELSE
                   MOVE WS-OD-ACCT TO WS-DEP-USER
                   MOVE "OD-INT" TO WS-PAID-SOURCE
                   PERFORM 4100-CHECK-ALREADY-PAID
                   MOVE WS-OD-CAND-USER(WS-OD-IDX) TO WS-DEP-USER
                   IF DEP-PAID-ALREADY
                       ADD 1 TO WS-OD-SKIPPED
                   ELSE
                       PERFORM 6200-CHARGE-ONE-OVERDRAFT
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> 6010-STORE-OD-RUN - files the account just summed, if it
      *> accrued anything, on the overdraft table.
      *> ----------------------------------------------------------------
       6010-STORE-OD-RUN.
           IF WS-OD-RUN-ACCT = SPACES OR WS-OD-RUN-INT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OD-COUNT < 500
               ADD 1 TO WS-OD-COUNT
               MOVE WS-OD-RUN-ACCT TO WS-OD-CAND-ACCT(WS-OD-COUNT)
               MOVE WS-OD-RUN-USER TO WS-OD-CAND-USER(WS-OD-COUNT)
               MOVE WS-OD-RUN-KIND TO WS-OD-CAND-KIND(WS-OD-COUNT)
               MOVE WS-OD-RUN-INT TO WS-OD-CAND-INT(WS-OD-COUNT)
           ELSE
               DISPLAY "Overdraft table full; " WS-OD-RUN-ACCT
                       " waits for the next run."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 6200-CHARGE-ONE-OVERDRAFT - debits WS-OD-CHARGE from
      *> WS-OD-ACCT (owner in WS-DEP-USER) and audits it. The debit is
      *> taken whatever the balance: it is interest already earned on
      *> the overdraft.
      *> ----------------------------------------------------------------
       6200-CHARGE-ONE-OVERDRAFT.
           IF SIMULATE-RUN
               DISPLAY "WOULD charge " WS-OD-ACCT
                       " overdraft interest " WS-OD-CHARGE
               ADD 1 TO WS-OD-CHARGED
               ADD WS-OD-CHARGE TO WS-TOTAL-OD-CHARGED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BAL-EDIT = 0 - WS-OD-CHARGE
           IF WS-OD-CAND-KIND(WS-OD-IDX) = "P"
               MOVE SPACES TO USER-CTL-DATA
               MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
               MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
               MOVE "OD-INT" TO UCD-UPD-SOURCE-TYPE
               MOVE WS-OD-ACCT TO UCD-UPD-SOURCE-ID
               CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                    USER-CTL-DATA, WS-OD-ACCT, WS-CTL-RET-CODE
               MOVE WS-CTL-RET-CODE TO WS-AC-RET-CODE
           ELSE
               MOVE "account" TO WS-AC-FIELD-NAME(1)
               MOVE WS-OD-ACCT TO WS-AC-FIELD-VALUE(1)
               MOVE "amount" TO WS-AC-FIELD-NAME(2)
               MOVE WS-BAL-EDIT TO WS-AC-FIELD-VALUE(2)
               MOVE "source-type" TO WS-AC-FIELD-NAME(3)
               MOVE "OD-INT" TO WS-AC-FIELD-VALUE(3)
               MOVE "source-id" TO WS-AC-FIELD-NAME(4)
               MOVE WS-OD-ACCT TO WS-AC-FIELD-VALUE(4)
               MOVE 4 TO WS-AC-FIELD-COUNT
               CALL "BLM-ACCOUNT-CONTROLLER" USING "post",
                    WS-AC-FIELDS, WS-AC-FIELD-COUNT, WS-DEP-USER,
                    WS-AC-RET-CODE
           END-IF
           IF WS-AC-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: overdraft interest on " WS-OD-ACCT
                       " did not post (code " WS-AC-RET-CODE ")."
               ADD 1 TO WS-OD-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OD-CHARGED
           ADD WS-OD-CHARGE TO WS-TOTAL-OD-CHARGED
           DISPLAY "Overdraft interest " WS-OD-CHARGE
                   " charged to " WS-OD-ACCT
           MOVE SPACES TO WS-AUDIT-ENTRY
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           STRING WS-TODAY-DATE WS-CDT-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO AUDIT-TIMESTAMP
           MOVE WS-DEP-USER TO AUDIT-USER-ID
           MOVE "OVERDRAFT-INTEREST" TO AUDIT-ACTION
           MOVE 0 TO AUDIT-RET-CODE
           STRING "charged " WS-OD-CHARGE " on " WS-OD-ACCT
               DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

       9000-FINISH.
           DISPLAY "Loans accrued: " WS-LOANS-ACCRUED
           DISPLAY "Loans paid off: " WS-LOANS-PAID-OFF
                   "accrued this month): " WS-CARDS-SKIPPED
           DISPLAY "Deposit accounts credited: " WS-DEPOSITS-PAID
           DISPLAY "Deposit accounts skipped: " WS-DEPOSITS-SKIPPED
           DISPLAY "Total deposit interest paid: " WS-TOTAL-INT-PAID
           DISPLAY "Backup withholding taken: " WS-TOTAL-WITHHELD
           DISPLAY "Withholdings that did not post: " WS-WH-EXCEPTIONS
           DISPLAY "Deposits paid on an average daily balance: "
                   WS-ADB-USED
           DISPLAY "Accounts charged overdraft interest: "
                   WS-OD-CHARGED
           DISPLAY "Overdraft charges skipped: " WS-OD-SKIPPED
           DISPLAY "Total overdraft interest charged: "
                   WS-TOTAL-OD-CHARGED.
           COMPUTE WS-ACCRUAL-TOT-RECORDS =
                   WS-LOANS-ACCRUED + WS-CARDS-ACCRUED
                   + WS-DEPOSITS-PAID + WS-OD-CHARGED
           IF SIMULATE-RUN
               DISPLAY "*** SIMULATE: the figures above are impact "
                       "only; no master, journal, checkpoint or "
           MOVE "INTEREST-ACCRUAL" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-ACCRUAL-TOT-RECORDS TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-WH-EXCEPTIONS TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
                   WS-LOANS-ACCRUED + WS-LOANS-SKIPPED
                   + WS-CARDS-ACCRUED + WS-CARDS-SKIPPED
                   + WS-DEPOSITS-PAID + WS-DEPOSITS-SKIPPED
                   + WS-OD-CHARGED + WS-OD-SKIPPED
           MOVE WS-ACCRUAL-TOT-RECORDS
                TO CTOT-RECORDS-POSTED OF WS-CTOT-ENTRY
           COMPUTE WS-NET-CASH-POSTED =
                   WS-TOTAL-INT-PAID - WS-TOTAL-WITHHELD
                   - WS-TOTAL-OD-CHARGED
           MOVE WS-NET-CASH-POSTED
                TO CTOT-AMOUNT-POSTED OF WS-CTOT-ENTRY
           CALL "BLM-CTLTOT-CONTROLLER" USING "LOG", WS-CTOT-ENTRY,
                WS-CTOT-RET-CODE
