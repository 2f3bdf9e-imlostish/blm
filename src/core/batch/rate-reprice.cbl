      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly variable-rate repricing - carries each
      *>          reference rate index change (rate-index.cpy) to the
      *>          loans, cards and deposit tiers priced off it. Every
      *>          holder gets advance notice of the new rate through
      *>          the notification outbox as soon as the change comes
      *>          inside the notice window, and on its effective date
      *>          the change is applied: loans re-amortize their
      *>          remaining installments through BLM-LOAN-CONTROLLER,
      *>          cards and deposit accounts take the new rate, and the
      *>          deposit product switch moves so new accounts open at
      *>          it too.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: notice window off
      *>                     RATE-NOTICE-DAYS (default 30); the
      *>                     deposit tiers follow the SAVINGS-RATE-INDEX
      *>                     and CHECKING-RATE-INDEX switches ("CODE,
      *>                     margin"). Each index row is stamped when
      *>                     its notices go out and when it is applied,
      *>                     so a rerun does neither twice; a change
      *>                     that could not be carried in full stays
      *>                     unapplied for the next run.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-RATE-REPRICE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT RATE-INDEX-FILE ASSIGN TO "RATEIDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RIDX-KEY
                 FILE STATUS IS WS-RIDX-STATUS.
             SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOAN-ID
                 ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LOAN-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CARD-STATUS.
             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-INDEX-FILE
           LABEL RECORD STANDARD.
           COPY "rate-index.cpy".
       FD  LOAN-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".
       FD  DEPOSIT-ACCOUNT-FILE
           LABEL RECORD STANDARD.
           COPY "deposit-account.cpy".

       WORKING-STORAGE SECTION.
       77 WS-RIDX-STATUS       PIC XX VALUE SPACES.
       77 WS-LOAN-STATUS       PIC XX VALUE SPACES.
       77 WS-CARD-STATUS       PIC XX VALUE SPACES.
       77 WS-ACCT-STATUS       PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-HORIZON-DATE      PIC 9(8).
       77 WS-NOTICE-DAYS       PIC 9(3) VALUE 30.
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
      *> the job's own name on the loan audit trail.
       77 WS-JOB-USER          PIC X(10) VALUE "REPRICE".

      *> Deposit tiers tied to an index - "CODE,margin" off the
      *> SAVINGS-RATE-INDEX and CHECKING-RATE-INDEX switches.
       77 WS-SAV-INDEX         PIC X(4) VALUE SPACES.
       77 WS-SAV-MARGIN        PIC S9(2)V9(4) VALUE 0.
       77 WS-CHK-INDEX         PIC X(4) VALUE SPACES.
       77 WS-CHK-MARGIN        PIC S9(2)V9(4) VALUE 0.
       77 WS-TIER-INDEX        PIC X(4) VALUE SPACES.
       77 WS-TIER-MARGIN-TEXT  PIC X(12) VALUE SPACES.
       77 WS-TIER-MARGIN       PIC S9(2)V9(4) VALUE 0.
       77 WS-TIER-TYPE         PIC X(1) VALUE SPACES.

      *> The index changes due for notice or application this run,
      *> in index-code/effective-date order.
       01 WS-CHANGE-TABLE.
           05 WS-CHG-ENTRY OCCURS 100 TIMES.
               10 WS-CHG-CODE          PIC X(4).
               10 WS-CHG-EFFECTIVE     PIC X(8).
               10 WS-CHG-RATE          PIC 9(3)V9(4).
               10 WS-CHG-DO-NOTICE     PIC X(1).
               10 WS-CHG-DO-APPLY      PIC X(1).
       77 WS-CHG-COUNT         PIC 9(3) COMP VALUE 0.
       77 WS-CHG-IDX           PIC 9(3) COMP VALUE 0.
       77 WS-DO-NOTICE         PIC X VALUE "N".
           88 DO-NOTICE          VALUE "Y".
       77 WS-DO-APPLY          PIC X VALUE "N".
           88 DO-APPLY           VALUE "Y".
      *> set when any item on the change couldn't be carried; the
      *> row then stays unapplied for the next run.
       77 WS-CHG-INCOMPLETE    PIC X VALUE "N".
           88 CHG-INCOMPLETE     VALUE "Y".

      *> The loans linked to the index in hand, collected with the
      *> master closed so the loan controller can reprice them.
       01 WS-LOAN-TABLE.
           05 WS-LN-ENTRY OCCURS 2000 TIMES.
               10 WS-LN-ID             PIC X(10).
               10 WS-LN-USER           PIC X(10).
               10 WS-LN-OLD-RATE       PIC 9(3)V9(4).
               10 WS-LN-MARGIN         PIC S9(2)V9(4).
       77 WS-LN-COUNT          PIC 9(4) COMP VALUE 0.
       77 WS-LN-IDX            PIC 9(4) COMP VALUE 0.
       77 WS-LOAN-RET-CODE     PIC S9(4) COMP.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-LN-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-LN-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-LN-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-LN-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-LN-FIELD-COUNT==.

      *> The rate an item moves to, and the notice that tells its
      *> holder.
       77 WS-NEW-RATE          PIC S9(3)V9(4) VALUE 0.
       77 WS-OLD-RATE          PIC S9(3)V9(4) VALUE 0.
       77 WS-NEW-EDIT          PIC ZZ9.9999.
       77 WS-OLD-EDIT          PIC ZZ9.9999.
       77 WS-TIER-EDIT         PIC ZZ9.99.
       77 WS-ITEM-KIND         PIC X(16) VALUE SPACES.
       77 WS-ITEM-ID           PIC X(10) VALUE SPACES.
       77 WS-ITEM-USER         PIC X(10) VALUE SPACES.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-NT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-NT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.

      *> Run counters and run-history rows
       77 WS-CHANGES-NOTICED   PIC 9(5) COMP VALUE 0.
       77 WS-CHANGES-APPLIED   PIC 9(5) COMP VALUE 0.
       77 WS-NOTICES-POSTED    PIC 9(7) COMP VALUE 0.
       77 WS-LOANS-REPRICED    PIC 9(7) COMP VALUE 0.
       77 WS-CARDS-REPRICED    PIC 9(7) COMP VALUE 0.
       77 WS-ACCTS-REPRICED    PIC 9(7) COMP VALUE 0.
       77 WS-REPRICE-EXCEPTIONS PIC 9(5) COMP VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-CHANGES
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               PERFORM 3000-CARRY-CHANGE
           END-PERFORM
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - the notice window and the deposit tier
      *> links off the system switches, and the START row to the run
      *> history.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Variable-Rate Repricing ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE "RATE-NOTICE-DAYS" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-NOTICE-DAYS
           END-IF
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   + WS-NOTICE-DAYS)
           DISPLAY "Notice window: " WS-NOTICE-DAYS " days, to "
                   WS-HORIZON-DATE

           MOVE "SAVINGS-RATE-INDEX" TO WS-CTL-KEY
           PERFORM 1100-LOAD-TIER-LINK
           MOVE WS-TIER-INDEX TO WS-SAV-INDEX
           MOVE WS-TIER-MARGIN TO WS-SAV-MARGIN
           MOVE "CHECKING-RATE-INDEX" TO WS-CTL-KEY
           PERFORM 1100-LOAD-TIER-LINK
           MOVE WS-TIER-INDEX TO WS-CHK-INDEX
           MOVE WS-TIER-MARGIN TO WS-CHK-MARGIN

           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "RATE-REPRICE" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> one deposit tier's link, "CODE,margin", off WS-CTL-KEY into
      *> WS-TIER-INDEX / WS-TIER-MARGIN (spaces: a fixed tier).
       1100-LOAD-TIER-LINK.
           MOVE SPACES TO WS-TIER-INDEX WS-TIER-MARGIN-TEXT
           MOVE 0 TO WS-TIER-MARGIN
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE NOT = 0 OR WS-CTL-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-CTL-VALUE DELIMITED BY ","
               INTO WS-TIER-INDEX WS-TIER-MARGIN-TEXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TIER-INDEX) TO WS-TIER-INDEX
           IF WS-TIER-MARGIN-TEXT NOT = SPACES
               COMPUTE WS-TIER-MARGIN =
                       FUNCTION NUMVAL(WS-TIER-MARGIN-TEXT)
           END-IF
           DISPLAY WS-CTL-KEY ": " WS-TIER-INDEX " margin "
                   WS-TIER-MARGIN.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-COLLECT-CHANGES - every index row not yet applied that
      *> takes effect inside the notice window: it needs its notices
      *> if none have gone out, and applying once its date arrives.
      *> ----------------------------------------------------------------
       2000-COLLECT-CHANGES.
           OPEN INPUT RATE-INDEX-FILE
           IF WS-RIDX-STATUS NOT = "00"
               DISPLAY "No rate indexes on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO RIDX-KEY
           START RATE-INDEX-FILE KEY IS NOT LESS THAN RIDX-KEY
           IF WS-RIDX-STATUS = "00"
               READ RATE-INDEX-FILE NEXT RECORD
               PERFORM UNTIL WS-RIDX-STATUS NOT = "00"
                   IF RIDX-APPLIED-AT = SPACES
                           AND RIDX-EFFECTIVE <= WS-HORIZON-DATE
                       PERFORM 2100-ADD-CHANGE
                   END-IF
                   READ RATE-INDEX-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE RATE-INDEX-FILE
           DISPLAY "Index changes in the window: " WS-CHG-COUNT.
           EXIT.

       2100-ADD-CHANGE.
           IF WS-CHG-COUNT >= 100
               DISPLAY "Change table full; " RIDX-CODE " "
                       RIDX-EFFECTIVE " waits for the next run."
               ADD 1 TO WS-REPRICE-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHG-COUNT
           MOVE RIDX-CODE TO WS-CHG-CODE(WS-CHG-COUNT)
           MOVE RIDX-EFFECTIVE TO WS-CHG-EFFECTIVE(WS-CHG-COUNT)
           MOVE RIDX-RATE TO WS-CHG-RATE(WS-CHG-COUNT)
           MOVE "N" TO WS-CHG-DO-NOTICE(WS-CHG-COUNT)
           MOVE "N" TO WS-CHG-DO-APPLY(WS-CHG-COUNT)
           IF RIDX-NOTICED-AT = SPACES
               MOVE "Y" TO WS-CHG-DO-NOTICE(WS-CHG-COUNT)
           END-IF
           IF RIDX-EFFECTIVE <= WS-TODAY-DATE
               MOVE "Y" TO WS-CHG-DO-APPLY(WS-CHG-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-CARRY-CHANGE - one index change to everything priced off
      *> the index, then the stamp on its row.
      *> ----------------------------------------------------------------
       3000-CARRY-CHANGE.
           MOVE WS-CHG-DO-NOTICE(WS-CHG-IDX) TO WS-DO-NOTICE
           MOVE WS-CHG-DO-APPLY(WS-CHG-IDX) TO WS-DO-APPLY
           IF NOT DO-NOTICE AND NOT DO-APPLY
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CHG-INCOMPLETE
           MOVE WS-CHG-RATE(WS-CHG-IDX) TO WS-NEW-EDIT
           DISPLAY " "
           DISPLAY "Index " WS-CHG-CODE(WS-CHG-IDX) " to "
                   FUNCTION TRIM(WS-NEW-EDIT) "% from "
                   WS-CHG-EFFECTIVE(WS-CHG-IDX)
           PERFORM 3100-REPRICE-LOANS
           PERFORM 3200-REPRICE-CARDS
           IF WS-SAV-INDEX = WS-CHG-CODE(WS-CHG-IDX)
               MOVE "S" TO WS-TIER-TYPE
               MOVE WS-SAV-MARGIN TO WS-TIER-MARGIN
               PERFORM 3300-REPRICE-DEPOSITS
           END-IF
           IF WS-CHK-INDEX = WS-CHG-CODE(WS-CHG-IDX)
               MOVE "C" TO WS-TIER-TYPE
               MOVE WS-CHK-MARGIN TO WS-TIER-MARGIN
               PERFORM 3300-REPRICE-DEPOSITS
           END-IF
           PERFORM 3400-STAMP-CHANGE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3100-REPRICE-LOANS - the open loans linked to the index are
      *> collected first, then each is noticed and/or repriced through
      *> the loan controller with the master closed.
      *> ----------------------------------------------------------------
       3100-REPRICE-LOANS.
           MOVE 0 TO WS-LN-COUNT
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO LOAN-ID
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LOAN-ID
           IF WS-LOAN-STATUS = "00"
               READ LOAN-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
                   IF (LOAN-ACTIVE OR LOAN-DEFAULTED)
                           AND LOAN-RATE-INDEX = WS-CHG-CODE(WS-CHG-IDX)
                       PERFORM 3110-ADD-LOAN
                   END-IF
                   READ LOAN-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE LOAN-MASTER-FILE
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               PERFORM 3120-CARRY-TO-LOAN
           END-PERFORM.
           EXIT.

       3110-ADD-LOAN.
           IF WS-LN-COUNT >= 2000
               DISPLAY "Loan table full; " LOAN-ID " waits for the "
                       "next run."
               MOVE "Y" TO WS-CHG-INCOMPLETE
               ADD 1 TO WS-REPRICE-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LN-COUNT
           MOVE LOAN-ID TO WS-LN-ID(WS-LN-COUNT)
           MOVE LOAN-USER-ID TO WS-LN-USER(WS-LN-COUNT)
           MOVE LOAN-RATE TO WS-LN-OLD-RATE(WS-LN-COUNT)
           MOVE LOAN-RATE-MARGIN TO WS-LN-MARGIN(WS-LN-COUNT).
           EXIT.

       3120-CARRY-TO-LOAN.
           COMPUTE WS-NEW-RATE =
                   WS-CHG-RATE(WS-CHG-IDX) + WS-LN-MARGIN(WS-LN-IDX)
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF
           MOVE WS-LN-OLD-RATE(WS-LN-IDX) TO WS-OLD-RATE
           MOVE "Loan" TO WS-ITEM-KIND
           MOVE WS-LN-ID(WS-LN-IDX) TO WS-ITEM-ID
           MOVE WS-LN-USER(WS-LN-IDX) TO WS-ITEM-USER
           IF DO-NOTICE
               PERFORM 5000-POST-NOTICE
           END-IF
           IF NOT DO-APPLY
               EXIT PARAGRAPH
           END-IF
           MOVE "id" TO WS-LN-FIELD-NAME(1)
           MOVE WS-LN-ID(WS-LN-IDX) TO WS-LN-FIELD-VALUE(1)
           MOVE "rate" TO WS-LN-FIELD-NAME(2)
           MOVE WS-NEW-RATE TO WS-NEW-EDIT
           MOVE WS-NEW-EDIT TO WS-LN-FIELD-VALUE(2)
           MOVE 2 TO WS-LN-FIELD-COUNT
           CALL "BLM-LOAN-CONTROLLER" USING "REPRICE", WS-LN-FIELDS,
                WS-LN-FIELD-COUNT, WS-JOB-USER, WS-LOAN-RET-CODE
           IF WS-LOAN-RET-CODE = 0
               ADD 1 TO WS-LOANS-REPRICED
           ELSE
               DISPLAY "Loan " WS-LN-ID(WS-LN-IDX) " not repriced, "
                       "code " WS-LOAN-RET-CODE
               MOVE "Y" TO WS-CHG-INCOMPLETE
               ADD 1 TO WS-REPRICE-EXCEPTIONS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3200-REPRICE-CARDS - every card still open and linked to the
      *> index: noticed, and/or rewritten at index plus its margin.
      *> ----------------------------------------------------------------
       3200-REPRICE-CARDS.
           OPEN I-O CARD-MASTER-FILE
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CARD-ID
           START CARD-MASTER-FILE KEY IS NOT LESS THAN CARD-ID
           IF WS-CARD-STATUS = "00"
               READ CARD-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-CARD-STATUS NOT = "00"
                   IF NOT CARD-CLOSED
                           AND CARD-RATE-INDEX = WS-CHG-CODE(WS-CHG-IDX)
                       PERFORM 3210-CARRY-TO-CARD
                   END-IF
                   READ CARD-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CARD-MASTER-FILE.
           EXIT.

       3210-CARRY-TO-CARD.
           COMPUTE WS-NEW-RATE =
                   WS-CHG-RATE(WS-CHG-IDX) + CARD-RATE-MARGIN
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF
           MOVE CARD-INTEREST-RATE TO WS-OLD-RATE
           MOVE "Card" TO WS-ITEM-KIND
           MOVE CARD-ID TO WS-ITEM-ID
           MOVE CARD-USER-ID TO WS-ITEM-USER
           IF DO-NOTICE
               PERFORM 5000-POST-NOTICE
           END-IF
           IF NOT DO-APPLY
               EXIT PARAGRAPH
           END-IF
           COMPUTE CARD-INTEREST-RATE ROUNDED = WS-NEW-RATE
           PERFORM 8000-STAMP-TIME
           MOVE WS-TIMESTAMP TO CARD-UPDATED-AT
           REWRITE CREDIT-CARD-RECORD
           IF WS-CARD-STATUS = "00"
               ADD 1 TO WS-CARDS-REPRICED
           ELSE
               DISPLAY "Card " CARD-ID " not repriced, status "
                       WS-CARD-STATUS
               MOVE "Y" TO WS-CHG-INCOMPLETE
               ADD 1 TO WS-REPRICE-EXCEPTIONS
               MOVE "00" TO WS-CARD-STATUS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3300-REPRICE-DEPOSITS - the deposit tier in WS-TIER-TYPE (S
      *> savings, C checking) is priced off the index: every open
      *> account of the type is noticed and/or rewritten at index plus
      *> the tier margin, and on application the product switch moves
      *> with it, so accounts opened from today (and the primary
      *> balance, which accrues at the checking switch) earn it too.
      *> ----------------------------------------------------------------
       3300-REPRICE-DEPOSITS.
           COMPUTE WS-NEW-RATE =
                   WS-CHG-RATE(WS-CHG-IDX) + WS-TIER-MARGIN
           IF WS-NEW-RATE < 0
               MOVE 0 TO WS-NEW-RATE
           END-IF
           OPEN I-O DEPOSIT-ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               MOVE LOW-VALUES TO DACC-ACCT-NO
               START DEPOSIT-ACCOUNT-FILE
                   KEY IS NOT LESS THAN DACC-ACCT-NO
               IF WS-ACCT-STATUS = "00"
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
                   PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                       IF DACC-ACTIVE AND DACC-TYPE = WS-TIER-TYPE
                           PERFORM 3310-CARRY-TO-ACCOUNT
                       END-IF
                       READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE DEPOSIT-ACCOUNT-FILE
           END-IF
           IF DO-APPLY
               IF WS-TIER-TYPE = "S"
                   MOVE "SAVINGS-RATE" TO WS-CTL-KEY
               ELSE
                   MOVE "CHECKING-RATE" TO WS-CTL-KEY
               END-IF
               COMPUTE WS-TIER-EDIT ROUNDED = WS-NEW-RATE
               MOVE SPACES TO WS-CTL-VALUE
               MOVE FUNCTION TRIM(WS-TIER-EDIT) TO WS-CTL-VALUE
               CALL "BLM-SYSCTL-CONTROLLER" USING "SET", WS-CTL-KEY,
                    WS-CTL-VALUE, WS-SYS-RET-CODE
               IF WS-SYS-RET-CODE = 0
                   DISPLAY WS-CTL-KEY " now "
                           FUNCTION TRIM(WS-TIER-EDIT) "%"
               ELSE
                   DISPLAY "Could not set " WS-CTL-KEY ", code "
                           WS-SYS-RET-CODE
                   MOVE "Y" TO WS-CHG-INCOMPLETE
                   ADD 1 TO WS-REPRICE-EXCEPTIONS
               END-IF
           END-IF.
           EXIT.

       3310-CARRY-TO-ACCOUNT.
           MOVE DACC-INT-RATE TO WS-OLD-RATE
           IF DACC-SAVINGS
               MOVE "Savings account" TO WS-ITEM-KIND
           ELSE
               MOVE "Checking account" TO WS-ITEM-KIND
           END-IF
           MOVE DACC-ACCT-NO TO WS-ITEM-ID
           MOVE DACC-USER-ID TO WS-ITEM-USER
           IF DO-NOTICE
               PERFORM 5000-POST-NOTICE
           END-IF
           IF NOT DO-APPLY
               EXIT PARAGRAPH
           END-IF
           COMPUTE DACC-INT-RATE ROUNDED = WS-NEW-RATE
           REWRITE DEPOSIT-ACCOUNT-RECORD
           IF WS-ACCT-STATUS = "00"
               ADD 1 TO WS-ACCTS-REPRICED
           ELSE
               DISPLAY "Account " DACC-ACCT-NO " not repriced, "
                       "status " WS-ACCT-STATUS
               MOVE "Y" TO WS-CHG-INCOMPLETE
               ADD 1 TO WS-REPRICE-EXCEPTIONS
               MOVE "00" TO WS-ACCT-STATUS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3400-STAMP-CHANGE - the index row records that its notices
      *> went out and, once carried in full, that it was applied; a
      *> change with a straggler stays unapplied and is carried again
      *> on the next run - harmlessly for the items already at the
      *> new rate, which the loan controller leaves as they are.
      *> ----------------------------------------------------------------
       3400-STAMP-CHANGE.
           OPEN I-O RATE-INDEX-FILE
           IF WS-RIDX-STATUS NOT = "00"
               DISPLAY "Could not reopen rate indexes, status "
                       WS-RIDX-STATUS
               ADD 1 TO WS-REPRICE-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHG-CODE(WS-CHG-IDX) TO RIDX-CODE
           MOVE WS-CHG-EFFECTIVE(WS-CHG-IDX) TO RIDX-EFFECTIVE
           READ RATE-INDEX-FILE KEY IS RIDX-KEY
           IF WS-RIDX-STATUS = "00"
               IF DO-NOTICE
                   MOVE WS-TODAY-DATE TO RIDX-NOTICED-AT
                   ADD 1 TO WS-CHANGES-NOTICED
               END-IF
               IF DO-APPLY
                   IF CHG-INCOMPLETE
                       DISPLAY "Index " RIDX-CODE " change of "
                               RIDX-EFFECTIVE " left unapplied for "
                               "the next run."
                   ELSE
                       MOVE WS-TODAY-DATE TO RIDX-APPLIED-AT
                       ADD 1 TO WS-CHANGES-APPLIED
                   END-IF
               END-IF
               REWRITE RATE-INDEX-RECORD
           END-IF
           IF WS-RIDX-STATUS NOT = "00"
               DISPLAY "Could not stamp index " RIDX-CODE " "
                       RIDX-EFFECTIVE ", status " WS-RIDX-STATUS
               ADD 1 TO WS-REPRICE-EXCEPTIONS
           END-IF
           CLOSE RATE-INDEX-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5000-POST-NOTICE - tells the holder of WS-ITEM-KIND WS-ITEM-ID
      *> the rate it moves to and when.
      *> ----------------------------------------------------------------
       5000-POST-NOTICE.
           MOVE WS-OLD-RATE TO WS-OLD-EDIT
           MOVE WS-NEW-RATE TO WS-NEW-EDIT
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE WS-ITEM-USER TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE "RATE-CHANGE" TO WS-NT-FIELD-VALUE(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE SPACES TO WS-NT-FIELD-VALUE(3)
           STRING FUNCTION TRIM(WS-ITEM-KIND) " "
                  FUNCTION TRIM(WS-ITEM-ID) " rate moves "
                  FUNCTION TRIM(WS-OLD-EDIT) "% to "
                  FUNCTION TRIM(WS-NEW-EDIT) "% from "
                  WS-CHG-EFFECTIVE(WS-CHG-IDX) "."
                  DELIMITED BY SIZE INTO WS-NT-FIELD-VALUE(3)
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, WS-ITEM-USER, WS-NT-RET-CODE
           IF WS-NT-RET-CODE = 0
               ADD 1 TO WS-NOTICES-POSTED
           ELSE
               DISPLAY "Notice for " WS-ITEM-ID " not posted, code "
                       WS-NT-RET-CODE
               ADD 1 TO WS-REPRICE-EXCEPTIONS
           END-IF.
           EXIT.

       8000-STAMP-TIME.
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-TODAY-DATE WS-CDT-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO WS-TIMESTAMP.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Index changes noticed: " WS-CHANGES-NOTICED
                   ", applied: " WS-CHANGES-APPLIED
           DISPLAY "Notices posted: " WS-NOTICES-POSTED
           DISPLAY "Repriced - loans: " WS-LOANS-REPRICED
                   ", cards: " WS-CARDS-REPRICED
                   ", deposit accounts: " WS-ACCTS-REPRICED
           DISPLAY "Exceptions: " WS-REPRICE-EXCEPTIONS
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "RATE-REPRICE" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           COMPUTE RUN-RECORDS OF WS-RUN-ENTRY = WS-LOANS-REPRICED
                   + WS-CARDS-REPRICED + WS-ACCTS-REPRICED
           MOVE WS-REPRICE-EXCEPTIONS TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-RATE-REPRICE.
