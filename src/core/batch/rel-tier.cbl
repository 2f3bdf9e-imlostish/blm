      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Monthly relationship pricing - works out each
      *>          customer's pricing tier from the whole relationship
      *>          (cash and deposit account balances, active term
      *>          deposits, active loan balances) with a step up for
      *>          long tenure, and keeps it on REL-TIER-FILE for
      *>          BLM-FEE-CONTROLLER to price fees at. Then reports
      *>          the fee revenue each tier gave up this month off the
      *>          FEEWAIVE log, so the cost of the programme is a
      *>          figure, not a guess. "rel-tier [YYYYMM]" - the
      *>          argument reports a past month; tiers are always
      *>          recalculated as of today.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: thresholds REL-SILVER-MIN,
      *>                     REL-GOLD-MIN and REL-PLATINUM-MIN, and
      *>                     REL-TENURE-YEARS for the one-tier step
      *>                     up, all from system control; a changed
      *>                     tier audits REL-TIER-CHANGE with old and
      *>                     new.
      *>   15/10/2026 - jm - A tier that does not save is reported and
      *>                     counted, and the run ends with RC 8.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-REL-TIER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS USER-ID
                 ALTERNATE RECORD KEY IS USER-USERNAME WITH DUPLICATES
                 ALTERNATE RECORD KEY IS USER-EMAIL WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-ACCT-STATUS.
             SELECT TERMDEP-MASTER-FILE ASSIGN TO "TDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TD-ID
                 ALTERNATE RECORD KEY IS TD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-TD-STATUS.
             SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOAN-ID
                 ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LOAN-STATUS.
             SELECT REL-TIER-FILE ASSIGN TO "RELTIER"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS REL-USER-ID
                 FILE STATUS IS WS-REL-STATUS.
             SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIVE"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FWV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  DEPOSIT-ACCOUNT-FILE
           LABEL RECORD STANDARD.
           COPY "deposit-account.cpy".
       FD  TERMDEP-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "term-deposit.cpy".
       FD  LOAN-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan.cpy".
       FD  REL-TIER-FILE
           LABEL RECORD STANDARD.
           COPY "rel-tier.cpy".
       FD  FEE-WAIVER-FILE
           LABEL RECORD STANDARD.
           COPY "fee-waiver.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-ACCT-STATUS       PIC XX VALUE SPACES.
       77 WS-TD-STATUS         PIC XX VALUE SPACES.
       77 WS-LOAN-STATUS       PIC XX VALUE SPACES.
       77 WS-REL-STATUS        PIC XX VALUE SPACES.
       77 WS-FWV-STATUS        PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).
       77 WS-ARGS-LENGTH       PIC 9(4) COMP VALUE 0.
       77 WS-REPORT-PERIOD     PIC X(6) VALUE SPACES.

      *> Tier thresholds (USD of total relationship) and the tenure
      *> step - system control overrides, these defaults otherwise.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
       77 WS-SILVER-MIN        PIC 9(11)V99 VALUE 10000.
       77 WS-GOLD-MIN          PIC 9(11)V99 VALUE 50000.
       77 WS-PLATINUM-MIN      PIC 9(11)V99 VALUE 250000.
       77 WS-TENURE-YEARS      PIC 9(2) VALUE 5.

      *> Per-customer relationship fold
       77 WS-REL-USER          PIC X(10) VALUE SPACES.
       77 WS-DEPOSIT-BAL       PIC 9(11)V99 VALUE 0.
       77 WS-TERMDEP-BAL       PIC 9(11)V99 VALUE 0.
       77 WS-LOAN-BAL          PIC 9(11)V99 VALUE 0.
       77 WS-REL-VALUE         PIC 9(13)V99 VALUE 0.
       77 WS-TENURE-MONTHS     PIC 9(4) VALUE 0.
       77 WS-MONTH-COUNT       PIC S9(7) COMP VALUE 0.
       77 WS-CREATED-DATE      PIC 9(8) VALUE 0.
       01 WS-TODAY-PARTS.
           05 WS-TODAY-YYYY        PIC 9(4).
           05 WS-TODAY-MM          PIC 9(2).
           05 WS-TODAY-DD          PIC 9(2).
       01 WS-CREATED-PARTS.
           05 WS-CREATED-YYYY      PIC 9(4).
           05 WS-CREATED-MM        PIC 9(2).
           05 WS-CREATED-DD        PIC 9(2).
       77 WS-NEW-TIER          PIC 9(1) VALUE 0.
       77 WS-OLD-TIER          PIC 9(1) VALUE 0.
       77 WS-HAD-TIER          PIC X VALUE "N".
           88 HAD-TIER           VALUE "Y".

      *> Tiered customers, written to the tier file in batches: a full
      *> table flushes mid-browse (RELTIER is not the file being
      *> browsed) and the remainder goes after the browse closes.
       77 WS-CAND-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 500 TIMES.
               10 WS-CAND-ID       PIC X(10).
               10 WS-CAND-TIER     PIC 9(1).
               10 WS-CAND-DEPOSIT  PIC 9(11)V99.
               10 WS-CAND-TERMDEP  PIC 9(11)V99.
               10 WS-CAND-LOAN     PIC 9(11)V99.
               10 WS-CAND-TENURE   PIC 9(4).
       77 WS-CAND-IDX          PIC 9(4) COMP VALUE 0.

      *> Per-tier figures: slot 1 is standard, 2 silver, 3 gold,
      *> 4 platinum (tier number + 1).
       01 WS-TIER-TOTALS.
           05 WS-TIER-ENTRY OCCURS 4 TIMES.
               10 WS-TIER-CUSTOMERS PIC 9(7) COMP.
               10 WS-TIER-WAIVERS   PIC 9(7) COMP.
               10 WS-TIER-WAIVED    PIC 9(11)V99.
       77 WS-TIER-IDX          PIC 9(1) VALUE 0.
       01 WS-TIER-NAMES.
           05 FILLER               PIC X(10) VALUE "STANDARD".
           05 FILLER               PIC X(10) VALUE "SILVER".
           05 FILLER               PIC X(10) VALUE "GOLD".
           05 FILLER               PIC X(10) VALUE "PLATINUM".
       01 WS-TIER-NAME-TABLE REDEFINES WS-TIER-NAMES.
           05 WS-TIER-NAME         PIC X(10) OCCURS 4 TIMES.
       77 WS-WAIVED-TOTAL      PIC 9(11)V99 VALUE 0.
       77 WS-WAIVERS-TOTAL     PIC 9(7) COMP VALUE 0.
       77 WS-AMOUNT-EDIT       PIC Z(10)9.99.
       77 WS-COUNT-EDIT        PIC Z(6)9.

      *> Audit trail for tier changes
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.

      *> Run counters and run-history rows
       77 WS-USERS-TIERED      PIC 9(5) COMP VALUE 0.
       77 WS-TIERS-CHANGED     PIC 9(5) COMP VALUE 0.
       77 WS-TIER-FAILURES     PIC 9(5) COMP VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TIER-USERS
           PERFORM 3000-WRITE-TIERS
           PERFORM 4000-WAIVER-REPORT
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - run date, the month to report (the argument
      *> or the run month), thresholds, and the START row.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-PERIOD
           ACCEPT WS-ARGS-LENGTH FROM ARGUMENT-NUMBER
           IF WS-ARGS-LENGTH > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-REPORT-PERIOD FROM ARGUMENT-VALUE
           END-IF
           INITIALIZE WS-TIER-TOTALS
           PERFORM 1200-LOAD-THRESHOLDS
           DISPLAY "=== Monthly Relationship Pricing Tiers ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           DISPLAY "Waiver report period: " WS-REPORT-PERIOD
           MOVE WS-SILVER-MIN TO WS-AMOUNT-EDIT
           DISPLAY "Silver from USD   " WS-AMOUNT-EDIT
           MOVE WS-GOLD-MIN TO WS-AMOUNT-EDIT
           DISPLAY "Gold from USD     " WS-AMOUNT-EDIT
           MOVE WS-PLATINUM-MIN TO WS-AMOUNT-EDIT
           DISPLAY "Platinum from USD " WS-AMOUNT-EDIT
           DISPLAY "Tenure step up after " WS-TENURE-YEARS " years"
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "REL-TIER" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       1100-GET-SWITCH.
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE NOT = 0
               MOVE SPACES TO WS-CTL-VALUE
           END-IF.
           EXIT.

       1200-LOAD-THRESHOLDS.
           MOVE "REL-SILVER-MIN" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-SILVER-MIN
           END-IF
           MOVE "REL-GOLD-MIN" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-GOLD-MIN
           END-IF
           MOVE "REL-PLATINUM-MIN" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-PLATINUM-MIN
           END-IF
      *>   0 turns the tenure step up off.
           MOVE "REL-TENURE-YEARS" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-TENURE-YEARS
           END-IF.
           EXIT.

       2000-TIER-USERS.
           OPEN INPUT USER-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No users on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO USER-ID
           START USER-MASTER-FILE KEY IS NOT LESS THAN USER-ID
           IF WS-FILE-STATUS = "00"
               READ USER-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF NOT USER-STATUS-CLOSED
                       PERFORM 2100-TIER-ONE-USER
                   END-IF
                   READ USER-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE USER-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2100-TIER-ONE-USER - totals the relationship (an overdrawn
      *> cash account counts as nothing, not as a negative), places
      *> it against the thresholds, then steps a customer with a
      *> relationship and the tenure up one tier.
      *> ----------------------------------------------------------------
       2100-TIER-ONE-USER.
           MOVE USER-ID TO WS-REL-USER
           MOVE 0 TO WS-DEPOSIT-BAL
           IF USER-ACCOUNT-BALANCE > 0
               MOVE USER-ACCOUNT-BALANCE TO WS-DEPOSIT-BAL
           END-IF
           PERFORM 2110-FOLD-DEPOSITS
           PERFORM 2120-FOLD-TERM-DEPOSITS
           PERFORM 2130-FOLD-LOANS
           PERFORM 2140-COUNT-TENURE
           COMPUTE WS-REL-VALUE = WS-DEPOSIT-BAL + WS-TERMDEP-BAL
                                + WS-LOAN-BAL
           EVALUATE TRUE
               WHEN WS-REL-VALUE >= WS-PLATINUM-MIN
                   MOVE 3 TO WS-NEW-TIER
               WHEN WS-REL-VALUE >= WS-GOLD-MIN
                   MOVE 2 TO WS-NEW-TIER
               WHEN WS-REL-VALUE >= WS-SILVER-MIN
                   MOVE 1 TO WS-NEW-TIER
               WHEN OTHER
                   MOVE 0 TO WS-NEW-TIER
           END-EVALUATE
           IF WS-TENURE-YEARS > 0 AND WS-REL-VALUE > 0
                   AND WS-TENURE-MONTHS >= WS-TENURE-YEARS * 12
                   AND WS-NEW-TIER < 3
               ADD 1 TO WS-NEW-TIER
           END-IF
           IF WS-CAND-COUNT >= 500
               PERFORM 3000-WRITE-TIERS
               MOVE 0 TO WS-CAND-COUNT
           END-IF
           ADD 1 TO WS-CAND-COUNT
           MOVE WS-REL-USER TO WS-CAND-ID(WS-CAND-COUNT)
           MOVE WS-NEW-TIER TO WS-CAND-TIER(WS-CAND-COUNT)
           MOVE WS-DEPOSIT-BAL TO WS-CAND-DEPOSIT(WS-CAND-COUNT)
           MOVE WS-TERMDEP-BAL TO WS-CAND-TERMDEP(WS-CAND-COUNT)
           MOVE WS-LOAN-BAL TO WS-CAND-LOAN(WS-CAND-COUNT)
           MOVE WS-TENURE-MONTHS TO WS-CAND-TENURE(WS-CAND-COUNT).
           EXIT.

      *> Secondary deposit accounts - the primary one is the user
      *> balance already counted.
       2110-FOLD-DEPOSITS.
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               MOVE WS-REL-USER TO DACC-USER-ID
               START DEPOSIT-ACCOUNT-FILE KEY IS = DACC-USER-ID
               IF WS-ACCT-STATUS = "00"
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
                   PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                           OR DACC-USER-ID NOT = WS-REL-USER
                       IF DACC-ACTIVE AND NOT DACC-IS-PRIMARY
                               AND DACC-BALANCE > 0
                           ADD DACC-BALANCE TO WS-DEPOSIT-BAL
                       END-IF
                       READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE DEPOSIT-ACCOUNT-FILE
           END-IF.
           EXIT.

       2120-FOLD-TERM-DEPOSITS.
           MOVE 0 TO WS-TERMDEP-BAL
           OPEN INPUT TERMDEP-MASTER-FILE
           IF WS-TD-STATUS = "00"
               MOVE WS-REL-USER TO TD-USER-ID
               START TERMDEP-MASTER-FILE KEY IS = TD-USER-ID
               IF WS-TD-STATUS = "00"
                   READ TERMDEP-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-TD-STATUS NOT = "00"
                           OR TD-USER-ID NOT = WS-REL-USER
                       IF TD-ACTIVE
                           ADD TD-AMOUNT TO WS-TERMDEP-BAL
                       END-IF
                       READ TERMDEP-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE TERMDEP-MASTER-FILE
           END-IF.
           EXIT.

       2130-FOLD-LOANS.
           MOVE 0 TO WS-LOAN-BAL
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE WS-REL-USER TO LOAN-USER-ID
               START LOAN-MASTER-FILE KEY IS = LOAN-USER-ID
               IF WS-LOAN-STATUS = "00"
                   READ LOAN-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
                           OR LOAN-USER-ID NOT = WS-REL-USER
                       IF LOAN-ACTIVE
                           ADD LOAN-OUTSTANDING-BAL TO WS-LOAN-BAL
                       END-IF
                       READ LOAN-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE LOAN-MASTER-FILE
           END-IF.
           EXIT.

      *> Whole months since the customer signed up.
       2140-COUNT-TENURE.
           MOVE 0 TO WS-TENURE-MONTHS
           MOVE USER-CREATED-AT(1:8) TO WS-CREATED-DATE
           IF WS-CREATED-DATE = 0 OR WS-CREATED-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO WS-TODAY-PARTS
           MOVE WS-CREATED-DATE TO WS-CREATED-PARTS
           COMPUTE WS-MONTH-COUNT =
                   (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
                 - (WS-CREATED-YYYY * 12 + WS-CREATED-MM)
           IF WS-TODAY-DD < WS-CREATED-DD
               SUBTRACT 1 FROM WS-MONTH-COUNT
           END-IF
           IF WS-MONTH-COUNT > 0
               MOVE WS-MONTH-COUNT TO WS-TENURE-MONTHS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-WRITE-TIERS - writes each tier by key; a changed tier (or
      *> a first tier above standard) audits REL-TIER-CHANGE.
      *> ----------------------------------------------------------------
       3000-WRITE-TIERS.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               PERFORM 3100-WRITE-ONE-TIER
           END-PERFORM.
           EXIT.

       3100-WRITE-ONE-TIER.
           PERFORM OPEN-TIER-FOR-WRITE
           MOVE "N" TO WS-HAD-TIER
           MOVE 0 TO WS-OLD-TIER
           MOVE WS-CAND-ID(WS-CAND-IDX) TO REL-USER-ID
           READ REL-TIER-FILE KEY IS REL-USER-ID
           IF WS-REL-STATUS = "00"
               MOVE "Y" TO WS-HAD-TIER
               IF REL-TIER IS NUMERIC
                   MOVE REL-TIER TO WS-OLD-TIER
               END-IF
           END-IF
           MOVE SPACES TO REL-TIER-RECORD
           MOVE WS-CAND-ID(WS-CAND-IDX) TO REL-USER-ID
           MOVE WS-CAND-TIER(WS-CAND-IDX) TO REL-TIER
           MOVE WS-OLD-TIER TO REL-PREV-TIER
           MOVE WS-CAND-DEPOSIT(WS-CAND-IDX) TO REL-DEPOSIT-BAL
           MOVE WS-CAND-TERMDEP(WS-CAND-IDX) TO REL-TERMDEP-BAL
           MOVE WS-CAND-LOAN(WS-CAND-IDX) TO REL-LOAN-BAL
           MOVE WS-CAND-TENURE(WS-CAND-IDX) TO REL-TENURE-MONTHS
           PERFORM STAMP-TIER-TIME
           MOVE WS-TIMESTAMP TO REL-UPDATED-AT
           IF HAD-TIER
               REWRITE REL-TIER-RECORD
           ELSE
               WRITE REL-TIER-RECORD
           END-IF
      *>   a tier that did not save leaves the customer priced at
      *>   the old one; counted, and the run ends with RC 8.
           IF WS-REL-STATUS NOT = "00"
               DISPLAY "ERROR: tier for " REL-USER-ID " not saved, "
                       "status " WS-REL-STATUS
               ADD 1 TO WS-TIER-FAILURES
               CLOSE REL-TIER-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE REL-TIER-FILE
           ADD 1 TO WS-USERS-TIERED
           COMPUTE WS-TIER-IDX = REL-TIER + 1
           ADD 1 TO WS-TIER-CUSTOMERS(WS-TIER-IDX)
           IF (HAD-TIER AND WS-OLD-TIER NOT = REL-TIER)
                   OR (NOT HAD-TIER AND REL-TIER > 0)
               ADD 1 TO WS-TIERS-CHANGED
               DISPLAY "RETIER " REL-USER-ID ": "
                       FUNCTION TRIM(WS-TIER-NAME(WS-OLD-TIER + 1))
                       " -> " FUNCTION TRIM(WS-TIER-NAME(WS-TIER-IDX))
               PERFORM 3110-LOG-TIER-CHANGE
           END-IF.
           EXIT.

       3110-LOG-TIER-CHANGE.
           MOVE SPACES TO WS-AUDIT-ENTRY
           PERFORM STAMP-TIER-TIME
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE REL-USER-ID TO AUDIT-USER-ID
           MOVE "REL-TIER-CHANGE" TO AUDIT-ACTION
           MOVE 0 TO AUDIT-RET-CODE
           STRING "tier " WS-OLD-TIER " -> " REL-TIER " deposits "
                  REL-DEPOSIT-BAL " td " REL-TERMDEP-BAL " loans "
                  REL-LOAN-BAL " months " REL-TENURE-MONTHS
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4000-WAIVER-REPORT - the fee revenue given up to relationship
      *> pricing in the report month, by the tier the customer held
      *> when the fee was assessed, off the FEEWAIVE log.
      *> ----------------------------------------------------------------
       4000-WAIVER-REPORT.
           MOVE 0 TO WS-WAIVED-TOTAL
           MOVE 0 TO WS-WAIVERS-TOTAL
           OPEN INPUT FEE-WAIVER-FILE
           IF WS-FWV-STATUS = "00"
               READ FEE-WAIVER-FILE
               PERFORM UNTIL WS-FWV-STATUS NOT = "00"
                   IF FWV-TIMESTAMP(1:6) = WS-REPORT-PERIOD
                           AND FWV-TIER IS NUMERIC
                           AND FWV-TIER <= 3
                       COMPUTE WS-TIER-IDX = FWV-TIER + 1
                       ADD 1 TO WS-TIER-WAIVERS(WS-TIER-IDX)
                       ADD FWV-WAIVED TO WS-TIER-WAIVED(WS-TIER-IDX)
                       ADD 1 TO WS-WAIVERS-TOTAL
                       ADD FWV-WAIVED TO WS-WAIVED-TOTAL
                   END-IF
                   READ FEE-WAIVER-FILE
               END-PERFORM
               CLOSE FEE-WAIVER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "--- Fee revenue waived, " WS-REPORT-PERIOD " ---"
           DISPLAY "Tier        Customers  Waivers  USD waived"
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 4
               MOVE WS-TIER-CUSTOMERS(WS-TIER-IDX) TO WS-COUNT-EDIT
               DISPLAY WS-TIER-NAME(WS-TIER-IDX) "  " WS-COUNT-EDIT
                       WITH NO ADVANCING
               MOVE WS-TIER-WAIVERS(WS-TIER-IDX) TO WS-COUNT-EDIT
               MOVE WS-TIER-WAIVED(WS-TIER-IDX) TO WS-AMOUNT-EDIT
               DISPLAY "  " WS-COUNT-EDIT " " WS-AMOUNT-EDIT
           END-PERFORM
           MOVE WS-USERS-TIERED TO WS-COUNT-EDIT
           DISPLAY "TOTAL       " WS-COUNT-EDIT WITH NO ADVANCING
           MOVE WS-WAIVERS-TOTAL TO WS-COUNT-EDIT
           MOVE WS-WAIVED-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "  " WS-COUNT-EDIT " " WS-AMOUNT-EDIT.
           EXIT.

       STAMP-TIER-TIME.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-TODAY-DATE WS-CDT-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO WS-TIMESTAMP.
           EXIT.

       OPEN-TIER-FOR-WRITE.
           OPEN I-O REL-TIER-FILE
           IF WS-REL-STATUS = "35"
               OPEN OUTPUT REL-TIER-FILE
               CLOSE REL-TIER-FILE
               OPEN I-O REL-TIER-FILE
           END-IF.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Customers tiered: " WS-USERS-TIERED
           DISPLAY "Tiers changed: " WS-TIERS-CHANGED
           DISPLAY "Tiers not saved: " WS-TIER-FAILURES
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "REL-TIER" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-USERS-TIERED TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-TIERS-CHANGED TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           IF WS-TIER-FAILURES > 0
               MOVE 8 TO RUN-RET-CODE OF WS-RUN-ENTRY
               MOVE 8 TO RETURN-CODE
           END-IF
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-REL-TIER.
