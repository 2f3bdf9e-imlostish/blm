      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly loan charge-off - writes off every loan that
      *>          has run CHARGEOFF-DAYS (default 120) past the due
      *>          date of its oldest unpaid installment: principal
      *>          plus interest accrued to tonight goes to the
      *>          write-off account through the posting journal, the
      *>          loan leaves accrual as CHARGED-OFF and is handed to
      *>          the collections worklist. Money received on a
      *>          charged-off loan posts as a RECOVERY, and the
      *>          report's second section carries recoveries apart
      *>          from the night's charge-offs.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: CHARGEOFF-DAYS and the
      *>                     write-off account (CHARGEOFF-ACCT, default
      *>                     WRITEOFF) off the system switches; the
      *>                     report goes to CHGOFFRPT, replaced each
      *>                     night.
      *>   15/10/2026 - jm - The loan is rewritten CHARGED-OFF before
      *>                     its journal legs post; a refused rewrite
      *>                     leaves the loan for tomorrow, and a rewrite
      *>                     or journal failure is counted, reported and
      *>                     ends the run with 8. Today's recoveries
      *>                     count a PRIOR-ADJ row as the source it was
      *>                     posted under.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-LOAN-CHARGEOFF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOAN-ID
                 ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SCHED-KEY
                 FILE STATUS IS WS-SCHED-STATUS.
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.
             SELECT CHARGEOFF-REPORT-FILE ASSIGN TO "CHGOFFRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan.cpy".
       FD  LOAN-SCHEDULE-FILE
           LABEL RECORD STANDARD.
           COPY "loan-schedule.cpy".
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".
       FD  CHARGEOFF-REPORT-FILE
           LABEL RECORD STANDARD.
       01 CHARGEOFF-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-SCHED-STATUS      PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS       PIC XX VALUE SPACES.
       77 WS-REPORT-STATUS     PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.

      *> Charge-off threshold and the account the loss is carried to.
       77 WS-CHARGEOFF-DAYS    PIC 9(4) COMP VALUE 120.
       77 WS-WRITEOFF-ACCT     PIC X(10) VALUE "WRITEOFF".

      *> Per-loan working fields - days past the oldest unpaid due
      *> date, and the interest accrued since the last monthly run.
       77 WS-OLDEST-DUE        PIC X(8) VALUE SPACES.
       77 WS-OLDEST-DUE-N      PIC 9(8) VALUE 0.
       77 WS-DAYS-PAST-DUE     PIC S9(5) COMP VALUE 0.
       77 WS-ACCRUAL-DATE      PIC 9(8) VALUE 0.
       77 WS-DAYS-ACCRUED      PIC S9(5) COMP VALUE 0.
       77 WS-DAILY-RATE        PIC 9(3)V9(10) VALUE 0.
       77 WS-ACCRUED-INT       PIC 9(9)V99 VALUE 0.
       77 WS-PRINCIPAL-OFF     PIC 9(9)V99 VALUE 0.
       77 WS-CHARGEOFF-AMT     PIC 9(9)V99 VALUE 0.
       77 WS-NET-LOSS          PIC S9(9)V99 VALUE 0.

       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.
       77 WS-CDT-TIME-RAW      PIC 9(8).

      *> Collections hand-off - the referral id comes back in the
      *> user-id slot.
       COPY "op-fields.cpy".
       77 WS-COLL-ID           PIC X(10) VALUE SPACES.
       77 WS-COLL-RET-CODE     PIC S9(4) COMP.

      *> Report - tonight's charge-offs, then the recovery book.
       01 WS-RPT-HEADING.
           05 FILLER           PIC X(33)
               VALUE "LOAN CHARGE-OFF REPORT - RUN ".
           05 WS-RPT-HDR-DATE  PIC 9(8).
           05 FILLER           PIC X(91) VALUE SPACES.
       01 WS-RPT-SECTION       PIC X(132) VALUE SPACES.
       01 WS-RPT-CO-COLUMNS.
           05 FILLER           PIC X(44)
               VALUE "LOAN       USER       DAYS PAST DUE  ".
           05 FILLER           PIC X(44)
               VALUE "   PRINCIPAL     INTEREST  CHARGED OFF".
           05 FILLER           PIC X(44) VALUE SPACES.
       01 WS-RPT-CO-DETAIL.
           05 WS-RPT-CO-LOAN   PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-CO-USER   PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-CO-DAYS   PIC Z(12)9.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 WS-RPT-CO-PRIN   PIC Z(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-CO-INT    PIC Z(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-CO-AMT    PIC Z(8)9.99.
           05 FILLER           PIC X(50) VALUE SPACES.
       01 WS-RPT-RC-COLUMNS.
           05 FILLER           PIC X(44)
               VALUE "LOAN       USER       CHARGED ON  ".
           05 FILLER           PIC X(44)
               VALUE " CHARGED OFF    RECOVERED     NET LOSS".
           05 FILLER           PIC X(44) VALUE SPACES.
       01 WS-RPT-RC-DETAIL.
           05 WS-RPT-RC-LOAN   PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-RC-USER   PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-RC-DATE   PIC X(8).
           05 FILLER           PIC X(14) VALUE SPACES.
           05 WS-RPT-RC-AMT    PIC Z(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-RC-RECOV  PIC Z(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-RC-NET    PIC -(8)9.99.
           05 FILLER           PIC X(50) VALUE SPACES.
       01 WS-RPT-TOTALS.
           05 WS-RPT-TOT-LABEL PIC X(40).
           05 WS-RPT-TOT-COUNT PIC Z(5)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RPT-TOT-AMT   PIC Z(10)9.99.
           05 FILLER           PIC X(70) VALUE SPACES.

      *> Run counters and run-history rows
       77 WS-LOANS-CHECKED     PIC 9(5) COMP VALUE 0.
       77 WS-LOANS-CHARGED     PIC 9(5) COMP VALUE 0.
       77 WS-CHARGED-TOTAL     PIC 9(11)V99 VALUE 0.
       77 WS-BOOK-COUNT        PIC 9(5) COMP VALUE 0.
       77 WS-BOOK-CHARGED      PIC 9(11)V99 VALUE 0.
       77 WS-BOOK-RECOVERED    PIC 9(11)V99 VALUE 0.
       77 WS-RECOV-TODAY-CNT   PIC 9(5) COMP VALUE 0.
       77 WS-RECOV-TODAY-AMT   PIC 9(11)V99 VALUE 0.
       77 WS-REFER-FAILURES    PIC 9(5) COMP VALUE 0.
      *> a loan the master would not take CHARGED-OFF, and a charge-
      *> off whose journal legs did not all post - both need the
      *> operator before the books are right.
       77 WS-REWRITE-FAILURES  PIC 9(5) COMP VALUE 0.
       77 WS-JOURNAL-FAILURES  PIC 9(5) COMP VALUE 0.
       77 WS-JOURNAL-LEG-FAIL  PIC X VALUE "N".
           88 JOURNAL-LEG-FAILED VALUE "Y".
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHARGE-OFF-LOANS
           PERFORM 3000-REPORT-RECOVERIES
           PERFORM 9000-FINISH
           IF WS-REWRITE-FAILURES > 0 OR WS-JOURNAL-FAILURES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - the threshold comes off CHARGEOFF-DAYS and
      *> the write-off account off CHARGEOFF-ACCT; the report opens
      *> with its heading and the first section's columns.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Nightly Loan Charge-Off ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE "CHARGEOFF-DAYS" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE)
                    TO WS-CHARGEOFF-DAYS
           END-IF
           MOVE "CHARGEOFF-ACCT" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-WRITEOFF-ACCT
           END-IF
           DISPLAY "Charge-off at " WS-CHARGEOFF-DAYS
                   " days past due, to account " WS-WRITEOFF-ACCT

           OPEN OUTPUT CHARGEOFF-REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-HEADING
           MOVE SPACES TO WS-RPT-SECTION
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-SECTION
           MOVE "SECTION 1 - CHARGED OFF THIS RUN" TO WS-RPT-SECTION
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-SECTION
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-CO-COLUMNS

           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "LOAN-CHARGEOFF" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-CHARGE-OFF-LOANS - walks every loan still on the books
      *> (ACTIVE or DEFAULTED) and writes off the ones that have run
      *> past the threshold. A loan already CHARGED-OFF is never
      *> picked up twice, so a rerun the same night is harmless.
      *> ----------------------------------------------------------------
       2000-CHARGE-OFF-LOANS.
           OPEN I-O LOAN-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No loans on file."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-SCHEDULE-FILE
           READ LOAN-MASTER-FILE NEXT RECORD
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               IF LOAN-ACTIVE OR LOAN-DEFAULTED
                   ADD 1 TO WS-LOANS-CHECKED
                   PERFORM 2100-DAYS-PAST-DUE
                   IF WS-DAYS-PAST-DUE >= WS-CHARGEOFF-DAYS
                       PERFORM 2200-CHARGE-OFF-ONE-LOAN
                   END-IF
               END-IF
               READ LOAN-MASTER-FILE NEXT RECORD
           END-PERFORM
           IF WS-SCHED-STATUS NOT = "35"
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           CLOSE LOAN-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2100-DAYS-PAST-DUE - days from the due date of the loan's
      *> oldest PENDING installment to today. A loan with no schedule
      *> rows (originated before the schedule file) falls back to the
      *> delinquency bucket at thirty days a bucket.
      *> ----------------------------------------------------------------
       2100-DAYS-PAST-DUE.
           MOVE 0 TO WS-DAYS-PAST-DUE
           MOVE SPACES TO WS-OLDEST-DUE
           IF WS-SCHED-STATUS NOT = "35"
               MOVE LOAN-ID TO SCHED-LOAN-ID
               MOVE 0 TO SCHED-SEQ
               START LOAN-SCHEDULE-FILE
                   KEY IS NOT LESS THAN SCHED-KEY
               IF WS-SCHED-STATUS = "00"
                   READ LOAN-SCHEDULE-FILE NEXT RECORD
                   PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
                           OR SCHED-LOAN-ID NOT = LOAN-ID
                           OR WS-OLDEST-DUE NOT = SPACES
                       IF SCHED-PENDING
                           MOVE SCHED-DUE-DATE TO WS-OLDEST-DUE
                       END-IF
                       READ LOAN-SCHEDULE-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF
           IF WS-OLDEST-DUE = SPACES
               COMPUTE WS-DAYS-PAST-DUE = LOAN-DELINQ-BUCKET * 30
           ELSE
               MOVE WS-OLDEST-DUE TO WS-OLDEST-DUE-N
               IF WS-OLDEST-DUE-N < WS-TODAY-DATE
                   COMPUTE WS-DAYS-PAST-DUE =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                           - FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE-N)
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2200-CHARGE-OFF-ONE-LOAN - prices the write-off as the
      *> outstanding principal plus simple daily interest since
      *> LOAN-LAST-ACCRUAL (the same figure a payoff quote gives),
      *> rewrites the loan CHARGED-OFF with its book balance at zero,
      *> journals it and refers it to collections. The rewrite goes
      *> first: a loan the master refused stays ACTIVE and is picked
      *> up again tomorrow with nothing journalled twice.
      *> ----------------------------------------------------------------
       2200-CHARGE-OFF-ONE-LOAN.
           MOVE LOAN-OUTSTANDING-BAL TO WS-PRINCIPAL-OFF
           MOVE 0 TO WS-ACCRUED-INT
           IF LOAN-LAST-ACCRUAL NOT = SPACES
               MOVE LOAN-LAST-ACCRUAL TO WS-ACCRUAL-DATE
               COMPUTE WS-DAYS-ACCRUED =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-DATE)
               IF WS-DAYS-ACCRUED > 0
                   COMPUTE WS-DAILY-RATE = LOAN-RATE / 100 / 365
                   COMPUTE WS-ACCRUED-INT ROUNDED =
                           LOAN-OUTSTANDING-BAL * WS-DAILY-RATE
                           * WS-DAYS-ACCRUED
               END-IF
           END-IF
           COMPUTE WS-CHARGEOFF-AMT = WS-PRINCIPAL-OFF + WS-ACCRUED-INT

           SET LOAN-CHARGED-OFF TO TRUE
           MOVE WS-TODAY-DATE TO LOAN-CHARGEOFF-DATE
           MOVE WS-CHARGEOFF-AMT TO LOAN-CHARGEOFF-AMT
           MOVE 0 TO LOAN-RECOVERED-AMT
           MOVE 0 TO LOAN-OUTSTANDING-BAL
           MOVE WS-TODAY-DATE TO LOAN-LAST-ACCRUAL
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "*** Charge-off of " LOAN-ID " not written, "
                       "status " WS-FILE-STATUS "; loan left as it "
                       "was ***"
               ADD 1 TO WS-REWRITE-FAILURES
               EXIT PARAGRAPH
           END-IF

           PERFORM 2210-JOURNAL-CHARGEOFF
           IF JOURNAL-LEG-FAILED
               DISPLAY "*** Charge-off of " LOAN-ID " is on the "
                       "master but not all of its journal legs "
                       "posted - post the missing legs by hand ***"
               ADD 1 TO WS-JOURNAL-FAILURES
           END-IF

           PERFORM 2220-REFER-TO-COLLECTIONS
           PERFORM 2230-LOG-CHARGEOFF-EVENT

           MOVE LOAN-ID TO WS-RPT-CO-LOAN
           MOVE LOAN-USER-ID TO WS-RPT-CO-USER
           MOVE WS-DAYS-PAST-DUE TO WS-RPT-CO-DAYS
           MOVE WS-PRINCIPAL-OFF TO WS-RPT-CO-PRIN
           MOVE WS-ACCRUED-INT TO WS-RPT-CO-INT
           MOVE WS-CHARGEOFF-AMT TO WS-RPT-CO-AMT
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-CO-DETAIL
           ADD 1 TO WS-LOANS-CHARGED
           ADD WS-CHARGEOFF-AMT TO WS-CHARGED-TOTAL
           DISPLAY "CHARGED OFF " LOAN-ID " user " LOAN-USER-ID
                   " " WS-DAYS-PAST-DUE " days past due, amount "
                   WS-CHARGEOFF-AMT.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2210-JOURNAL-CHARGEOFF - the interest accrued since the last
      *> monthly run is booked onto the loan first (INTEREST, the way
      *> the accrual job books it), then the whole figure moves off
      *> the loan and onto the write-off account as a CHARGEOFF pair,
      *> one leg each side, so the trial balance checks it DR = CR.
      *> ----------------------------------------------------------------
       2210-JOURNAL-CHARGEOFF.
           MOVE "N" TO WS-JOURNAL-LEG-FAIL
           IF WS-ACCRUED-INT > 0
               MOVE SPACES TO WS-JOURNAL-ENTRY
               MOVE LOAN-ID TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
               SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
               MOVE WS-ACCRUED-INT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
               MOVE "INTEREST" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
               MOVE LOAN-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
               MOVE WS-CHARGEOFF-AMT
                    TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
               CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                    WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE
               IF WS-JOURNAL-RET-CODE NOT = 0
                   MOVE "Y" TO WS-JOURNAL-LEG-FAIL
               END-IF
           END-IF
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE LOAN-ID TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           MOVE WS-CHARGEOFF-AMT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "CHARGEOFF" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE LOAN-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE 0 TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE
           IF WS-JOURNAL-RET-CODE NOT = 0
               MOVE "Y" TO WS-JOURNAL-LEG-FAIL
           END-IF
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-WRITEOFF-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           MOVE WS-CHARGEOFF-AMT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "CHARGEOFF" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE LOAN-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE 0 TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE
           IF WS-JOURNAL-RET-CODE NOT = 0
               MOVE "Y" TO WS-JOURNAL-LEG-FAIL
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2220-REFER-TO-COLLECTIONS - puts the written-off loan on the
      *> collections worklist for recovery work.
      *> ----------------------------------------------------------------
       2220-REFER-TO-COLLECTIONS.
           MOVE "loan" TO OP-FIELD-NAME(1)
           MOVE LOAN-ID TO OP-FIELD-VALUE(1)
           MOVE "user" TO OP-FIELD-NAME(2)
           MOVE LOAN-USER-ID TO OP-FIELD-VALUE(2)
           MOVE "outcome" TO OP-FIELD-NAME(3)
           MOVE "CHARGED OFF - PURSUE RECOVERY" TO OP-FIELD-VALUE(3)
           MOVE 3 TO OP-FIELD-COUNT
           MOVE SPACES TO WS-COLL-ID
           CALL "BLM-COLLECT-CONTROLLER" USING "refer", OP-FIELDS,
                OP-FIELD-COUNT, WS-COLL-ID, WS-COLL-RET-CODE
           IF WS-COLL-RET-CODE NOT = 0
               DISPLAY "*** Collections referral failed for "
                       LOAN-ID ", code " WS-COLL-RET-CODE " ***"
               ADD 1 TO WS-REFER-FAILURES
           END-IF.
           EXIT.

       2230-LOG-CHARGEOFF-EVENT.
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-TODAY-DATE TO AUDIT-TIMESTAMP(1:8)
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO AUDIT-TIMESTAMP(9:6)
           MOVE "CHARGEOFF" TO AUDIT-USER-ID
           MOVE "LOAN-CHARGEOFF" TO AUDIT-ACTION
           MOVE 0 TO AUDIT-RET-CODE
           MOVE WS-CHARGEOFF-AMT TO WS-RPT-CO-AMT
           STRING "loan " LOAN-ID " charged off "
                  WS-RPT-CO-AMT " to " WS-WRITEOFF-ACCT
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-REPORT-RECOVERIES - the second section: every charged-
      *> off loan with what has come back against it and the loss
      *> still standing, then the recoveries the journal took today.
      *> ----------------------------------------------------------------
       3000-REPORT-RECOVERIES.
           MOVE "CHARGE-OFFS THIS RUN" TO WS-RPT-TOT-LABEL
           MOVE WS-LOANS-CHARGED TO WS-RPT-TOT-COUNT
           MOVE WS-CHARGED-TOTAL TO WS-RPT-TOT-AMT
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-TOTALS
           MOVE SPACES TO WS-RPT-SECTION
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-SECTION
           MOVE "SECTION 2 - RECOVERIES ON CHARGED-OFF LOANS"
                TO WS-RPT-SECTION
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-SECTION
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-RC-COLUMNS

           OPEN INPUT LOAN-MASTER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO LOAN-ID
               START LOAN-MASTER-FILE KEY IS NOT LESS THAN LOAN-ID
               IF WS-FILE-STATUS = "00"
                   READ LOAN-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       IF LOAN-CHARGED-OFF
                           PERFORM 3100-REPORT-ONE-RECOVERY
                       END-IF
                       READ LOAN-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE LOAN-MASTER-FILE
           END-IF
           MOVE "CHARGED-OFF LOANS / CHARGED OFF" TO WS-RPT-TOT-LABEL
           MOVE WS-BOOK-COUNT TO WS-RPT-TOT-COUNT
           MOVE WS-BOOK-CHARGED TO WS-RPT-TOT-AMT
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-TOTALS
           MOVE "RECOVERED TO DATE" TO WS-RPT-TOT-LABEL
           MOVE WS-BOOK-COUNT TO WS-RPT-TOT-COUNT
           MOVE WS-BOOK-RECOVERED TO WS-RPT-TOT-AMT
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-TOTALS

           PERFORM 3200-SUM-TODAYS-RECOVERIES
           MOVE "RECOVERIES POSTED TODAY" TO WS-RPT-TOT-LABEL
           MOVE WS-RECOV-TODAY-CNT TO WS-RPT-TOT-COUNT
           MOVE WS-RECOV-TODAY-AMT TO WS-RPT-TOT-AMT
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-TOTALS
           CLOSE CHARGEOFF-REPORT-FILE.
           EXIT.

       3100-REPORT-ONE-RECOVERY.
           COMPUTE WS-NET-LOSS =
                   LOAN-CHARGEOFF-AMT - LOAN-RECOVERED-AMT
           MOVE LOAN-ID TO WS-RPT-RC-LOAN
           MOVE LOAN-USER-ID TO WS-RPT-RC-USER
           MOVE LOAN-CHARGEOFF-DATE TO WS-RPT-RC-DATE
           MOVE LOAN-CHARGEOFF-AMT TO WS-RPT-RC-AMT
           MOVE LOAN-RECOVERED-AMT TO WS-RPT-RC-RECOV
           MOVE WS-NET-LOSS TO WS-RPT-RC-NET
           WRITE CHARGEOFF-REPORT-LINE FROM WS-RPT-RC-DETAIL
           ADD 1 TO WS-BOOK-COUNT
           ADD LOAN-CHARGEOFF-AMT TO WS-BOOK-CHARGED
           ADD LOAN-RECOVERED-AMT TO WS-BOOK-RECOVERED.
           EXIT.

      *> today's RECOVERY credits off the posting journal.
       3200-SUM-TODAYS-RECOVERIES.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ JOURNAL-FILE
           PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
               IF JRNL-SOURCE-TYPE OF JOURNAL-RECORD = "PRIOR-ADJ"
                   MOVE JRNL-ADJ-SOURCE OF JOURNAL-RECORD
                        TO JRNL-SOURCE-TYPE OF JOURNAL-RECORD
               END-IF
               IF JRNL-TIMESTAMP OF JOURNAL-RECORD(1:8)
                       = WS-TODAY-DATE
                       AND JRNL-SOURCE-TYPE OF JOURNAL-RECORD
                       = "RECOVERY"
                   ADD 1 TO WS-RECOV-TODAY-CNT
                   ADD JRNL-AMOUNT OF JOURNAL-RECORD
                       TO WS-RECOV-TODAY-AMT
               END-IF
               READ JOURNAL-FILE
           END-PERFORM
           CLOSE JOURNAL-FILE.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Loans checked: " WS-LOANS-CHECKED
           DISPLAY "Loans charged off: " WS-LOANS-CHARGED
                   " total " WS-CHARGED-TOTAL
           DISPLAY "Charged-off book: " WS-BOOK-COUNT " loans, "
                   WS-BOOK-CHARGED " charged off, "
                   WS-BOOK-RECOVERED " recovered"
           DISPLAY "Recoveries posted today: " WS-RECOV-TODAY-CNT
                   " total " WS-RECOV-TODAY-AMT
           DISPLAY "Charge-offs not written to the master: "
                   WS-REWRITE-FAILURES
           DISPLAY "Charge-offs with journal legs missing: "
                   WS-JOURNAL-FAILURES
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "LOAN-CHARGEOFF" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-LOANS-CHECKED TO RUN-RECORDS OF WS-RUN-ENTRY
           COMPUTE RUN-EXCEPTIONS OF WS-RUN-ENTRY =
                   WS-REFER-FAILURES + WS-REWRITE-FAILURES
                   + WS-JOURNAL-FAILURES
           IF WS-REWRITE-FAILURES > 0 OR WS-JOURNAL-FAILURES > 0
               MOVE 8 TO RUN-RET-CODE OF WS-RUN-ENTRY
           ELSE
               MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           END-IF
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-LOAN-CHARGEOFF.
