      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly end-of-day balance snapshot - one row per
      *>          customer account per business day on EOD-BALANCE-FILE:
      *>          the primary (cash-balance) account of every customer
      *>          not closed, keyed by user id, and every other open
      *>          deposit account, keyed by its number. An overdrawn
      *>          day also accrues a day of debit interest at the
      *>          OVERDRAFT-RATE switch on the row, for the monthly
      *>          accrual to charge. INTEREST-ACCRUAL pays deposit
      *>          interest on the average of these balances, the
      *>          statement prints the average and the overdraft
      *>          interest, and BLM-ACCOUNT-CONTROLLER's balance-on
      *>          inquiry reads them back for a past date.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: snapshot dated the run date; a
      *>                     rerun the same night rewrites the day's
      *>                     rows instead of adding to them. Debit
      *>                     interest on an actual/365 day basis,
      *>                     OVERDRAFT-RATE defaulting to 18.00.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-EOD-BALANCE.
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
                 FILE STATUS IS WS-USER-STATUS.
             SELECT LIMIT-MASTER-FILE ASSIGN TO "LIMITMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LIMIT-USER-ID
                 FILE STATUS IS WS-LIMIT-STATUS.
             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-ACCT-STATUS.
             SELECT EOD-BALANCE-FILE ASSIGN TO "EODBAL"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EOD-KEY
                 FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  LIMIT-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user-limit.cpy".
       FD  DEPOSIT-ACCOUNT-FILE
           LABEL RECORD STANDARD.
           COPY "deposit-account.cpy".
       FD  EOD-BALANCE-FILE
           LABEL RECORD STANDARD.
           COPY "eod-balance.cpy".

       WORKING-STORAGE SECTION.
       77 WS-USER-STATUS       PIC XX VALUE SPACES.
       77 WS-LIMIT-STATUS      PIC XX VALUE SPACES.
       77 WS-LIMIT-OPEN        PIC X VALUE "N".
           88 LIMIT-FILE-OPEN    VALUE "Y".
       77 WS-ACCT-STATUS       PIC XX VALUE SPACES.
       77 WS-EOD-STATUS        PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14) VALUE SPACES.

      *> Debit interest - annual percent off the OVERDRAFT-RATE switch,
      *> one 365th of it per overdrawn day.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
       77 WS-OD-RATE           PIC 9(3)V99 VALUE 18.00.
       77 WS-OVERDRAWN         PIC 9(9)V99 VALUE 0.

      *> The snapshot row being filed
       77 WS-SNAP-ACCOUNT      PIC X(10) VALUE SPACES.
       77 WS-SNAP-USER         PIC X(10) VALUE SPACES.
       77 WS-SNAP-KIND         PIC X VALUE SPACE.
       77 WS-SNAP-BALANCE      PIC S9(9)V99 VALUE 0.
       77 WS-SNAP-OD-LIMIT     PIC 9(9)V99 VALUE 0.

      *> Run totals
       77 WS-SNAPS-WRITTEN     PIC 9(7) COMP VALUE 0.
       77 WS-SNAPS-FAILED      PIC 9(7) COMP VALUE 0.
       77 WS-OVERDRAWN-COUNT   PIC 9(7) COMP VALUE 0.
       77 WS-OD-INT-TOTAL      PIC 9(9)V9(6) VALUE 0.
       77 WS-OD-INT-EDIT       PIC Z(8)9.99.

      *> Run-history ledger rows for the operations summary
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SNAPSHOT-PRIMARY
           PERFORM 3000-SNAPSHOT-ACCOUNTS
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - captures the run date the snapshot is filed
      *> under and the debit rate, and opens the snapshot file for
      *> write (created on the first night).
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           STRING WS-TODAY-DATE WS-CDT-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           MOVE "OVERDRAFT-RATE" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-OD-RATE
           END-IF
           DISPLAY "=== End-of-Day Balance Snapshot ==="
           DISPLAY "Business date: " WS-TODAY-DATE
           DISPLAY "Overdraft debit rate: " WS-OD-RATE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "EOD-BALANCE" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           OPEN I-O EOD-BALANCE-FILE
           IF WS-EOD-STATUS = "35"
               OPEN OUTPUT EOD-BALANCE-FILE
               CLOSE EOD-BALANCE-FILE
               OPEN I-O EOD-BALANCE-FILE
           END-IF
           OPEN INPUT LIMIT-MASTER-FILE
           IF WS-LIMIT-STATUS = "00"
               SET LIMIT-FILE-OPEN TO TRUE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-SNAPSHOT-PRIMARY - every customer not closed: the cash
      *> balance, with the overdraft facility off the limits profile.
      *> ----------------------------------------------------------------
       2000-SNAPSHOT-PRIMARY.
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-STATUS NOT = "00"
               DISPLAY "No users on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO USER-ID
           START USER-MASTER-FILE KEY IS NOT LESS THAN USER-ID
           IF WS-USER-STATUS = "00"
               READ USER-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-USER-STATUS NOT = "00"
                   IF USER-STATUS-ACTIVE OR USER-STATUS-LOCKED
                       MOVE USER-ID TO WS-SNAP-ACCOUNT
                       MOVE USER-ID TO WS-SNAP-USER
                       MOVE "P" TO WS-SNAP-KIND
                       MOVE USER-ACCOUNT-BALANCE TO WS-SNAP-BALANCE
                       PERFORM 2100-READ-PRIMARY-OVERDRAFT
                       PERFORM 4000-FILE-SNAPSHOT
                   END-IF
                   READ USER-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE USER-MASTER-FILE.
           EXIT.

       2100-READ-PRIMARY-OVERDRAFT.
           MOVE 0 TO WS-SNAP-OD-LIMIT
           IF LIMIT-FILE-OPEN
               MOVE WS-SNAP-USER TO LIMIT-USER-ID
               READ LIMIT-MASTER-FILE KEY IS LIMIT-USER-ID
               IF WS-LIMIT-STATUS = "00"
                       AND LIMIT-OVERDRAFT IS NUMERIC
                   MOVE LIMIT-OVERDRAFT TO WS-SNAP-OD-LIMIT
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-SNAPSHOT-ACCOUNTS - every open deposit account other than
      *> a primary, whose money is already in the row above.
      *> ----------------------------------------------------------------
       3000-SNAPSHOT-ACCOUNTS.
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DACC-ACCT-NO
           START DEPOSIT-ACCOUNT-FILE KEY IS NOT LESS THAN DACC-ACCT-NO
           IF WS-ACCT-STATUS = "00"
               READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                   IF DACC-ACTIVE AND NOT DACC-IS-PRIMARY
                       MOVE DACC-ACCT-NO TO WS-SNAP-ACCOUNT
                       MOVE DACC-USER-ID TO WS-SNAP-USER
                       MOVE "D" TO WS-SNAP-KIND
                       MOVE DACC-BALANCE TO WS-SNAP-BALANCE
                       MOVE DACC-OVERDRAFT-LIMIT TO WS-SNAP-OD-LIMIT
                       PERFORM 4000-FILE-SNAPSHOT
                   END-IF
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE DEPOSIT-ACCOUNT-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4000-FILE-SNAPSHOT - writes the day's row for WS-SNAP-ACCOUNT,
      *> or rewrites it when tonight's run already filed one, with a
      *> day of debit interest when the balance closed below zero.
      *> ----------------------------------------------------------------
       4000-FILE-SNAPSHOT.
           MOVE SPACES TO EOD-BALANCE-RECORD
           MOVE WS-SNAP-ACCOUNT TO EOD-ACCOUNT-ID
           MOVE WS-TODAY-DATE TO EOD-DATE
           MOVE WS-SNAP-USER TO EOD-USER-ID
           MOVE WS-SNAP-KIND TO EOD-ACCT-KIND
           MOVE WS-SNAP-BALANCE TO EOD-BALANCE
           MOVE WS-SNAP-OD-LIMIT TO EOD-OD-LIMIT
           MOVE WS-OD-RATE TO EOD-OD-RATE
           MOVE 0 TO EOD-OD-INTEREST
           IF WS-SNAP-BALANCE < 0
               COMPUTE WS-OVERDRAWN = 0 - WS-SNAP-BALANCE
               COMPUTE EOD-OD-INTEREST =
                       WS-OVERDRAWN * WS-OD-RATE / 100 / 365
               ADD 1 TO WS-OVERDRAWN-COUNT
               ADD EOD-OD-INTEREST TO WS-OD-INT-TOTAL
           END-IF
           MOVE WS-TIMESTAMP TO EOD-TAKEN-AT
           WRITE EOD-BALANCE-RECORD
           IF WS-EOD-STATUS = "22"
               REWRITE EOD-BALANCE-RECORD
           END-IF
           IF WS-EOD-STATUS = "00"
               ADD 1 TO WS-SNAPS-WRITTEN
           ELSE
               DISPLAY "EXCEPTION: snapshot for " WS-SNAP-ACCOUNT
                       " not filed, status " WS-EOD-STATUS
               ADD 1 TO WS-SNAPS-FAILED
           END-IF.
           EXIT.

       9000-FINISH.
           CLOSE EOD-BALANCE-FILE
           IF LIMIT-FILE-OPEN
               CLOSE LIMIT-MASTER-FILE
           END-IF
           MOVE WS-OD-INT-TOTAL TO WS-OD-INT-EDIT
           DISPLAY "Account balances snapshot: " WS-SNAPS-WRITTEN
           DISPLAY "Overdrawn at end of day: " WS-OVERDRAWN-COUNT
           DISPLAY "Overdraft interest accrued today: "
                   FUNCTION TRIM(WS-OD-INT-EDIT)
           DISPLAY "Snapshots not filed: " WS-SNAPS-FAILED
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "EOD-BALANCE" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-SNAPS-WRITTEN TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-SNAPS-FAILED TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           IF WS-SNAPS-FAILED > 0
               MOVE 4 TO RUN-RET-CODE OF WS-RUN-ENTRY
           ELSE
               MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           END-IF
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           MOVE RUN-RET-CODE OF WS-RUN-ENTRY TO RETURN-CODE
           EXIT.

       END PROGRAM BLM-EOD-BALANCE.
