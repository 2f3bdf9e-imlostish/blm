      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly outstanding-checks reconciliation - lists
      *>          every official check still owed (ISSUED or STALE)
      *>          with its age, totals the register, and ties that
      *>          total to the balance on the outstanding-checks
      *>          liability account as the posting journal has it
      *>          (every OFFCHECK credit and debit, less what the
      *>          clearing job discharged). Any difference, and any
      *>          outstanding check still carrying a paid-items
      *>          exception, is reported for operations.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CHECK-RECON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT OFFICIAL-CHECK-FILE ASSIGN TO "CHKMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OCHK-NUMBER
                 ALTERNATE RECORD KEY IS OCHK-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CHK-STATUS.
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICIAL-CHECK-FILE
           LABEL RECORD STANDARD.
           COPY "official-check.cpy".
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".

       WORKING-STORAGE SECTION.
       77 WS-CHK-STATUS        PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS       PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).

      *> The liability account, off the same switch the issuing side
      *> posts to.
       77 WS-LIAB-ACCT         PIC X(10) VALUE "OUTCHECKS".
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.

      *> Register side
       77 WS-ISSUE-DATE        PIC 9(8).
       77 WS-AGE-DAYS          PIC 9(5) VALUE 0.
       77 WS-OUT-COUNT         PIC 9(7) COMP VALUE 0.
       77 WS-OUT-TOTAL         PIC 9(11)V99 VALUE 0.
       77 WS-ISSUED-COUNT      PIC 9(7) COMP VALUE 0.
       77 WS-ISSUED-TOTAL      PIC 9(11)V99 VALUE 0.
       77 WS-STALE-COUNT       PIC 9(7) COMP VALUE 0.
       77 WS-STALE-TOTAL       PIC 9(11)V99 VALUE 0.
       77 WS-OPEN-EXCEPTIONS   PIC 9(5) COMP VALUE 0.

      *> Ledger side
       77 WS-LEDGER-BAL        PIC S9(11)V99 VALUE 0.
       77 WS-LEDGER-ROWS       PIC 9(7) COMP VALUE 0.
       77 WS-RECON-DIFF        PIC S9(11)V99 VALUE 0.
       77 WS-RECON-EXCEPTIONS  PIC 9(5) COMP VALUE 0.

      *> Run-history ledger rows for the operations summary
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-OUTSTANDING
           PERFORM 3000-SUM-LIABILITY
           PERFORM 4000-RECONCILE
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Outstanding Official Checks Reconciliation ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CHECK-RECON" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           MOVE "OFFCHK-ACCT" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-LIAB-ACCT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-LIST-OUTSTANDING - one line per check still owed, oldest
      *> number first, flagged STALE or with its open paid-items
      *> exception where it has one.
      *> ----------------------------------------------------------------
       2000-LIST-OUTSTANDING.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "No official check register on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Check no.  Issued   Age   Amount        Remitter"
                   "   Payee"
           MOVE LOW-VALUES TO OCHK-NUMBER
           START OFFICIAL-CHECK-FILE KEY IS NOT LESS THAN OCHK-NUMBER
           IF WS-CHK-STATUS = "00"
               READ OFFICIAL-CHECK-FILE NEXT RECORD
               PERFORM UNTIL WS-CHK-STATUS NOT = "00"
                   IF OCHK-OUTSTANDING
                       PERFORM 2100-SHOW-OUTSTANDING
                   END-IF
                   READ OFFICIAL-CHECK-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE OFFICIAL-CHECK-FILE.
           EXIT.

       2100-SHOW-OUTSTANDING.
           MOVE 0 TO WS-AGE-DAYS
           IF OCHK-ISSUE-DATE IS NUMERIC
               MOVE OCHK-ISSUE-DATE TO WS-ISSUE-DATE
               COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE)
           END-IF
           DISPLAY OCHK-NUMBER " " OCHK-ISSUE-DATE " " WS-AGE-DAYS
                   " " OCHK-AMOUNT " " OCHK-USER-ID " "
                   FUNCTION TRIM(OCHK-PAYEE)
           IF OCHK-STALE
               DISPLAY "           STALE since " OCHK-STALE-DATE
                       " - void to re-credit the remitter"
               ADD 1 TO WS-STALE-COUNT
               ADD OCHK-AMOUNT TO WS-STALE-TOTAL
           ELSE
               ADD 1 TO WS-ISSUED-COUNT
               ADD OCHK-AMOUNT TO WS-ISSUED-TOTAL
           END-IF
           IF OCHK-EXCEPTION NOT = SPACES
               DISPLAY "           EXCEPTION: paid item "
                       OCHK-EXCEPTION " presented "
                       OCHK-EXCEPTION-AMT " not cleared"
               ADD 1 TO WS-OPEN-EXCEPTIONS
           END-IF
           ADD 1 TO WS-OUT-COUNT
           ADD OCHK-AMOUNT TO WS-OUT-TOTAL.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-SUM-LIABILITY - the liability account's balance from the
      *> whole posting journal: credits (issues) less debits (voids
      *> and payments).
      *> ----------------------------------------------------------------
       3000-SUM-LIABILITY.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "No posting journal on file."
               EXIT PARAGRAPH
           END-IF
           READ JOURNAL-FILE
           PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
               IF JRNL-ACCOUNT-ID = WS-LIAB-ACCT
                   ADD 1 TO WS-LEDGER-ROWS
                   IF JRNL-CREDIT
                       ADD JRNL-AMOUNT TO WS-LEDGER-BAL
                   ELSE
                       SUBTRACT JRNL-AMOUNT FROM WS-LEDGER-BAL
                   END-IF
               END-IF
               READ JOURNAL-FILE
           END-PERFORM
           CLOSE JOURNAL-FILE.
           EXIT.

       4000-RECONCILE.
           DISPLAY " "
           DISPLAY "Outstanding (issued): " WS-ISSUED-COUNT
                   " total " WS-ISSUED-TOTAL
           DISPLAY "Outstanding (stale):  " WS-STALE-COUNT
                   " total " WS-STALE-TOTAL
           DISPLAY "Register outstanding: " WS-OUT-COUNT
                   " total " WS-OUT-TOTAL
           DISPLAY "Liability " WS-LIAB-ACCT " per journal: "
                   WS-LEDGER-BAL " (" WS-LEDGER-ROWS " rows)"
           COMPUTE WS-RECON-DIFF = WS-LEDGER-BAL - WS-OUT-TOTAL
           IF WS-RECON-DIFF NOT = 0
               DISPLAY "*** EXCEPTION: outstanding checks do not "
                       "agree with " WS-LIAB-ACCT " by "
                       WS-RECON-DIFF " ***"
               ADD 1 TO WS-RECON-EXCEPTIONS
           ELSE
               DISPLAY "Register agrees with the liability account."
           END-IF
           IF WS-OPEN-EXCEPTIONS > 0
               DISPLAY "Outstanding checks with an open paid-items "
                       "exception: " WS-OPEN-EXCEPTIONS
           END-IF.
           EXIT.

       9000-FINISH.
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CHECK-RECON" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-OUT-COUNT TO RUN-RECORDS OF WS-RUN-ENTRY
           COMPUTE RUN-EXCEPTIONS OF WS-RUN-ENTRY =
                   WS-RECON-EXCEPTIONS + WS-OPEN-EXCEPTIONS
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-CHECK-RECON.
