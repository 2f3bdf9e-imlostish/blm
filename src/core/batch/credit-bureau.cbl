      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Month-end credit bureau reporting file - one base
      *>          record per open card and loan, and per card or loan
      *>          closed or paid off since it was last reported,
      *>          carrying the balance, the credit limit or original
      *>          amount, the scheduled payment, the amount past due,
      *>          the delinquency status and 24-month payment history,
      *>          and the account status, with the consumer's identity
      *>          off the customer profile; then an update record for
      *>          each upheld dispute correction entered since the last
      *>          file. Fixed-width, with a header and a trailer
      *>          carrying the record counts and the balance total.
      *>          "credit-bureau [YYYYMM]" - the argument re-reports a
      *>          past month; the default is the month of the run date.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: what went out each month kept
      *>                     on BUREAU-HISTORY-FILE for the next
      *>                     month's payment history and corrections,
      *>                     a rerun of a month rewriting its rows,
      *>                     with START/END rows to the run-history
      *>                     ledger like the other jobs. A record with
      *>                     no customer profile behind it goes out
      *>                     without identity, flagged, and is counted
      *>                     as an exception.
      *>   15/10/2026 - jm - Corrections go out before the month's base
      *>                     records so the payment profile rolls on
      *>                     from the corrected history; correction
      *>                     rewrites are checked (8 on failure) and a
      *>                     bureau file that cannot be opened ends the
      *>                     run with 12.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CREDIT-BUREAU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CARD-STATUS.
             SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOAN-ID
                 ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LOAN-STATUS.
             SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SCHED-KEY
                 FILE STATUS IS WS-SCHED-STATUS.
             SELECT PROFILE-MASTER-FILE ASSIGN TO "PROFMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROF-USER-ID
                 FILE STATUS IS WS-PROF-STATUS.
             SELECT BUREAU-HISTORY-FILE ASSIGN TO "BURHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BUR-KEY
                 FILE STATUS IS WS-HIST-STATUS.
             SELECT BUREAU-CORRECTION-FILE ASSIGN TO "BURCORR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BCOR-ID
                 FILE STATUS IS WS-CORR-STATUS.
             SELECT BUREAU-FILE ASSIGN TO "BUREAUFL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BUREAU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".
       FD  LOAN-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan.cpy".
       FD  LOAN-SCHEDULE-FILE
           LABEL RECORD STANDARD.
           COPY "loan-schedule.cpy".
       FD  PROFILE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".
       FD  BUREAU-HISTORY-FILE
           LABEL RECORD STANDARD.
           COPY "bureau-history.cpy".
       FD  BUREAU-CORRECTION-FILE
           LABEL RECORD STANDARD.
           COPY "bureau-correction.cpy".
       FD  BUREAU-FILE
           LABEL RECORD STANDARD.
       01 BUREAU-FILE-RECORD   PIC X(320).

       WORKING-STORAGE SECTION.
       77 WS-CARD-STATUS       PIC XX VALUE SPACES.
       77 WS-LOAN-STATUS       PIC XX VALUE SPACES.
       77 WS-SCHED-STATUS      PIC XX VALUE SPACES.
       77 WS-PROF-STATUS       PIC XX VALUE SPACES.
       77 WS-HIST-STATUS       PIC XX VALUE SPACES.
       77 WS-CORR-STATUS       PIC XX VALUE SPACES.
       77 WS-BUREAU-STATUS     PIC XX VALUE SPACES.
       77 WS-SCHED-OPEN        PIC X VALUE "N".
           88 SCHED-FILE-OPEN    VALUE "Y".
       77 WS-PROF-OPEN         PIC X VALUE "N".
           88 PROF-FILE-OPEN     VALUE "Y".
       77 WS-ARGS-LENGTH       PIC 9(4) COMP VALUE 0.
       77 WS-ARG-TEXT          PIC X(20) VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14) VALUE SPACES.
       77 WS-TIME-RAW          PIC 9(8).

      *> The reporting month, the month before it (whose history
      *> row the payment profile rolls on from) and the as-of date
      *> the month is reported at - its last day, or today for the
      *> month still running.
       77 WS-REPORT-PERIOD     PIC X(6) VALUE SPACES.
       77 WS-PRIOR-PERIOD      PIC X(6) VALUE SPACES.
       77 WS-PERIOD-NUM        PIC 9(6) VALUE 0.
       77 WS-AS-OF-DATE        PIC 9(8) VALUE 0.
       77 WS-AS-OF-X           PIC X(8) VALUE SPACES.
       77 WS-DATE-WORK         PIC 9(8) VALUE 0.
       77 WS-DATE-INT          PIC 9(8) COMP VALUE 0.

      *> The reporter's identity off the system switches
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-CTL-RET           PIC S9(4) COMP.

      *> The account being reported, before it becomes a record
       77 WS-SEG-REPORT        PIC X VALUE "N".
           88 SEG-REPORTABLE     VALUE "Y".
       77 WS-SEG-BUCKET        PIC 9(1) VALUE 0.
       77 WS-PRIOR-FOUND       PIC X VALUE "N".
           88 PRIOR-FOUND        VALUE "Y".
       77 WS-PRIOR-STATUS      PIC X(2) VALUE SPACES.
           88 PRIOR-WAS-FINAL    VALUE "CL" "PD".
       77 WS-PRIOR-BALANCE     PIC S9(9)V99 VALUE 0.
       77 WS-PRIOR-PROFILE     PIC X(24) VALUE SPACES.
       77 WS-PAST-DUE          PIC 9(9)V99 VALUE 0.
       77 WS-PROFILE-CODE      PIC X(1) VALUE "0".
       77 WS-NEW-PROFILE       PIC X(24) VALUE SPACES.
       77 WS-HIST-HOLD         PIC X(160) VALUE SPACES.

      *> Fixed-width bureau records - one header, a base ("D") record
      *> per account reported and an update ("U") record per
      *> correction sent, one trailer with counts and totals.
       01 WS-BUREAU-HEADER.
           05 FILLER           PIC X(1) VALUE "H".
           05 WS-HDR-PERIOD    PIC X(6).
           05 WS-HDR-RUN-DATE  PIC 9(8).
           05 FILLER           PIC X(6) VALUE "BLMCRB".
           05 WS-HDR-MEMBER-ID PIC X(10).
           05 WS-HDR-REPORTER  PIC X(40).
           05 FILLER           PIC X(249) VALUE SPACES.
       01 WS-BUREAU-DETAIL.
           05 WS-DTL-REC-TYPE  PIC X(1).
      *>   the month reported - for an update, the month it corrects.
           05 WS-DTL-PERIOD    PIC X(6).
           05 WS-DTL-ACCOUNT   PIC X(10).
           05 WS-DTL-ACCT-TYPE PIC X(1).
           05 WS-DTL-OPENED    PIC X(8).
           05 WS-DTL-BALANCE   PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05 WS-DTL-LIMIT     PIC 9(9)V99.
           05 WS-DTL-SCHED-PMT PIC 9(9)V99.
           05 WS-DTL-PAST-DUE  PIC 9(9)V99.
           05 WS-DTL-DELINQ    PIC X(3).
           05 WS-DTL-STATUS    PIC X(2).
           05 WS-DTL-PROFILE   PIC X(24).
           05 WS-DTL-LATE      PIC X(1).
           05 WS-DTL-NAME      PIC X(50).
           05 WS-DTL-ADDR1     PIC X(40).
           05 WS-DTL-ADDR2     PIC X(40).
           05 WS-DTL-CITY      PIC X(20).
           05 WS-DTL-POSTAL    PIC X(10).
           05 WS-DTL-DOB       PIC X(8).
           05 WS-DTL-TIN       PIC X(9).
           05 WS-DTL-PHONE     PIC X(15).
      *>   "N" when there was no customer profile to identify them by.
           05 WS-DTL-ID-FOUND  PIC X(1).
           05 WS-DTL-USER-ID   PIC X(10).
           05 FILLER           PIC X(16) VALUE SPACES.
       01 WS-BUREAU-TRAILER.
           05 FILLER           PIC X(1) VALUE "T".
           05 WS-TRL-BASE-COUNT PIC 9(7).
           05 WS-TRL-UPD-COUNT PIC 9(7).
           05 WS-TRL-BALANCE   PIC S9(13)V99 SIGN IS LEADING SEPARATE.
           05 WS-TRL-PAST-DUE  PIC 9(13)V99.
           05 FILLER           PIC X(274) VALUE SPACES.

      *> Run counters and run-history rows
       77 WS-CARDS-REPORTED    PIC 9(7) VALUE 0.
       77 WS-LOANS-REPORTED    PIC 9(7) VALUE 0.
       77 WS-BASE-WRITTEN      PIC 9(7) VALUE 0.
       77 WS-UPDATES-WRITTEN   PIC 9(7) VALUE 0.
       77 WS-NO-IDENTITY       PIC 9(5) COMP VALUE 0.
       77 WS-CORR-FAILURES     PIC 9(5) COMP VALUE 0.
       77 WS-TOTAL-BALANCE     PIC S9(13)V99 VALUE 0.
       77 WS-TOTAL-PAST-DUE    PIC 9(13)V99 VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
      *>   corrections first: they rewrite earlier months' history
      *>   rows, and this month's payment profile rolls on from last
      *>   month's row as corrected.
           PERFORM 4000-SEND-CORRECTIONS
           PERFORM 2000-REPORT-CARDS
           PERFORM 3000-REPORT-LOANS
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - the reporting month comes from the command
      *> line (YYYYMM), defaulting to the month of the run date: the
      *> job runs on the month-end business day. Opens a fresh
      *> bureau file and the files read alongside the masters; a
      *> bureau file that cannot be opened ends the run with 12.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           STRING WS-TODAY-DATE WS-TIME-RAW(1:6) DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-PERIOD
           ACCEPT WS-ARGS-LENGTH FROM ARGUMENT-NUMBER
           IF WS-ARGS-LENGTH > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT(1:6) IS NUMERIC
                   MOVE WS-ARG-TEXT(1:6) TO WS-REPORT-PERIOD
               END-IF
           END-IF
           PERFORM 1050-SET-PERIOD-DATES
           DISPLAY "=== Credit Bureau Reporting File ==="
           DISPLAY "Period: " WS-REPORT-PERIOD "  as of "
                   WS-AS-OF-DATE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CREDIT-BUREAU" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           PERFORM 1100-LOAD-SWITCHES
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHED-STATUS = "00"
               MOVE "Y" TO WS-SCHED-OPEN
           END-IF
           OPEN INPUT PROFILE-MASTER-FILE
           IF WS-PROF-STATUS = "00"
               MOVE "Y" TO WS-PROF-OPEN
           END-IF
           OPEN I-O BUREAU-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT BUREAU-HISTORY-FILE
               CLOSE BUREAU-HISTORY-FILE
               OPEN I-O BUREAU-HISTORY-FILE
           END-IF
           OPEN OUTPUT BUREAU-FILE
           IF WS-BUREAU-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open BUREAUFL, status "
                       WS-BUREAU-STATUS "; no file produced."
               PERFORM 1900-ABANDON
           END-IF
           MOVE WS-REPORT-PERIOD TO WS-HDR-PERIOD
           MOVE WS-TODAY-DATE TO WS-HDR-RUN-DATE
           MOVE WS-BUREAU-HEADER TO BUREAU-FILE-RECORD
           WRITE BUREAU-FILE-RECORD.
           EXIT.

      *> the run cannot go on: the files already open are closed and
      *> the END row goes to the run history with 12.
       1900-ABANDON.
           CLOSE BUREAU-HISTORY-FILE
           IF SCHED-FILE-OPEN
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           IF PROF-FILE-OPEN
               CLOSE PROFILE-MASTER-FILE
           END-IF
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CREDIT-BUREAU" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 12 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           MOVE 12 TO RETURN-CODE
           STOP RUN.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1050-SET-PERIOD-DATES - the prior month and the as-of date.
      *> ----------------------------------------------------------------
       1050-SET-PERIOD-DATES.
           MOVE WS-REPORT-PERIOD TO WS-PERIOD-NUM
           IF WS-PERIOD-NUM(5:2) = "01"
               SUBTRACT 89 FROM WS-PERIOD-NUM
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-NUM
           END-IF
           MOVE WS-PERIOD-NUM TO WS-PRIOR-PERIOD
      *>   the last day of the month is the day before the first of
      *>   the next one.
           MOVE WS-REPORT-PERIOD TO WS-PERIOD-NUM
           IF WS-PERIOD-NUM(5:2) = "12"
               ADD 89 TO WS-PERIOD-NUM
           ELSE
               ADD 1 TO WS-PERIOD-NUM
           END-IF
           COMPUTE WS-DATE-WORK = WS-PERIOD-NUM * 100 + 1
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1
           COMPUTE WS-AS-OF-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           IF WS-AS-OF-DATE > WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
           END-IF
           MOVE WS-AS-OF-DATE TO WS-AS-OF-X.
           EXIT.

       1100-LOAD-SWITCHES.
           MOVE "BUREAU-MEMBER-ID" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           MOVE WS-CTL-VALUE(1:10) TO WS-HDR-MEMBER-ID
           MOVE "PAYER-NAME" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           MOVE WS-CTL-VALUE TO WS-HDR-REPORTER
           IF WS-HDR-MEMBER-ID = SPACES
               DISPLAY "WARNING: BUREAU-MEMBER-ID is not set; the "
                       "header goes out without it."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-REPORT-CARDS - every card opened by the as-of date. A
      *> card not yet activated has never been used and is left out.
      *> ----------------------------------------------------------------
       2000-REPORT-CARDS.
           OPEN INPUT CARD-MASTER-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "No cards on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CARD-ID
           START CARD-MASTER-FILE KEY IS NOT LESS THAN CARD-ID
           IF WS-CARD-STATUS = "00"
               READ CARD-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-CARD-STATUS NOT = "00"
                   IF NOT CARD-NOT-ACTIVATED
                           AND CARD-CREATED-AT(1:8) <= WS-AS-OF-X
                       PERFORM 2100-REPORT-ONE-CARD
                   END-IF
                   READ CARD-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CARD-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2100-REPORT-ONE-CARD - balance is the limit less what is
      *> available; the scheduled payment is the cycle's minimum, and
      *> each minimum missed (one per delinquency bucket) is past due,
      *> never more than is owed.
      *> ----------------------------------------------------------------
       2100-REPORT-ONE-CARD.
           MOVE SPACES TO BUREAU-HISTORY-RECORD
           MOVE CARD-ID TO BUR-ACCOUNT-ID
           MOVE WS-REPORT-PERIOD TO BUR-PERIOD
           SET BUR-CARD TO TRUE
           MOVE CARD-USER-ID TO BUR-USER-ID
           MOVE CARD-CREATED-AT(1:8) TO BUR-OPENED-DATE
           COMPUTE BUR-BALANCE = CARD-CREDIT-LIMIT - CARD-AVAILABLE-BAL
           MOVE CARD-CREDIT-LIMIT TO BUR-LIMIT-OR-ORIG
           MOVE CARD-MIN-DUE TO BUR-SCHED-PAYMENT
           IF CARD-DELINQ-BUCKET IS NUMERIC
               MOVE CARD-DELINQ-BUCKET TO WS-SEG-BUCKET
           ELSE
               MOVE 0 TO WS-SEG-BUCKET
           END-IF
           MOVE 0 TO WS-PAST-DUE
           IF WS-SEG-BUCKET > 0 AND BUR-BALANCE > 0
               COMPUTE WS-PAST-DUE = CARD-MIN-DUE * WS-SEG-BUCKET
               IF WS-PAST-DUE > BUR-BALANCE
                   MOVE BUR-BALANCE TO WS-PAST-DUE
               END-IF
           END-IF
           MOVE WS-PAST-DUE TO BUR-PAST-DUE
           IF CARD-CLOSED OR CARD-EXPIRED
               SET BUR-STAT-CLOSED TO TRUE
           ELSE
               SET BUR-STAT-OPEN TO TRUE
           END-IF
           MOVE SPACE TO BUR-LATE-CYCLE
           IF CARD-LATE-ASSESSED AND WS-SEG-BUCKET > 0
               MOVE "Y" TO BUR-LATE-CYCLE
           END-IF
           PERFORM 5000-FINISH-SEGMENT
           IF SEG-REPORTABLE
               ADD 1 TO WS-CARDS-REPORTED
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-REPORT-LOANS - every loan booked by the as-of date.
      *> ----------------------------------------------------------------
       3000-REPORT-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "No loans on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO LOAN-ID
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LOAN-ID
           IF WS-LOAN-STATUS = "00"
               READ LOAN-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
                   IF LOAN-CREATED-AT(1:8) <= WS-AS-OF-X
                       PERFORM 3100-REPORT-ONE-LOAN
                   END-IF
                   READ LOAN-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE LOAN-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3100-REPORT-ONE-LOAN - an active or defaulted loan owes its
      *> outstanding balance, with every installment due by the as-of
      *> date and not yet satisfied past due; a charged-off loan owes
      *> what was charged off less what has been recovered, all of it
      *> past due at 90+; a paid loan owes nothing.
      *> ----------------------------------------------------------------
       3100-REPORT-ONE-LOAN.
           MOVE SPACES TO BUREAU-HISTORY-RECORD
           MOVE LOAN-ID TO BUR-ACCOUNT-ID
           MOVE WS-REPORT-PERIOD TO BUR-PERIOD
           SET BUR-LOAN TO TRUE
           MOVE LOAN-USER-ID TO BUR-USER-ID
           MOVE LOAN-CREATED-AT(1:8) TO BUR-OPENED-DATE
           MOVE LOAN-AMOUNT TO BUR-LIMIT-OR-ORIG
           MOVE LOAN-MONTHLY-PAYMENT TO BUR-SCHED-PAYMENT
           IF LOAN-DELINQ-BUCKET IS NUMERIC
               MOVE LOAN-DELINQ-BUCKET TO WS-SEG-BUCKET
           ELSE
               MOVE 0 TO WS-SEG-BUCKET
           END-IF
           MOVE 0 TO WS-PAST-DUE
           EVALUATE TRUE
               WHEN LOAN-PAID
                   SET BUR-STAT-PAID TO TRUE
                   MOVE 0 TO BUR-BALANCE BUR-SCHED-PAYMENT
                   MOVE 0 TO WS-SEG-BUCKET
               WHEN LOAN-CHARGED-OFF
                   SET BUR-STAT-CHARGED-OFF TO TRUE
                   COMPUTE BUR-BALANCE =
                           LOAN-CHARGEOFF-AMT - LOAN-RECOVERED-AMT
                   IF BUR-BALANCE > 0
                       MOVE BUR-BALANCE TO WS-PAST-DUE
                   END-IF
                   MOVE 3 TO WS-SEG-BUCKET
               WHEN LOAN-DEFAULTED
                   SET BUR-STAT-DEFAULTED TO TRUE
                   MOVE LOAN-OUTSTANDING-BAL TO BUR-BALANCE
                   PERFORM 3200-SUM-LOAN-PAST-DUE
               WHEN OTHER
                   SET BUR-STAT-OPEN TO TRUE
                   MOVE LOAN-OUTSTANDING-BAL TO BUR-BALANCE
                   PERFORM 3200-SUM-LOAN-PAST-DUE
           END-EVALUATE
           MOVE WS-PAST-DUE TO BUR-PAST-DUE
           MOVE SPACE TO BUR-LATE-CYCLE
           PERFORM 5000-FINISH-SEGMENT
           IF SEG-REPORTABLE
               ADD 1 TO WS-LOANS-REPORTED
           END-IF.
           EXIT.

       3200-SUM-LOAN-PAST-DUE.
           IF NOT SCHED-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-ID TO SCHED-LOAN-ID
           MOVE 0 TO SCHED-SEQ
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN SCHED-KEY
           IF WS-SCHED-STATUS = "00"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
               PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
                       OR SCHED-LOAN-ID NOT = LOAN-ID
                       OR SCHED-DUE-DATE > WS-AS-OF-X
                   IF SCHED-PENDING
                       ADD SCHED-INTEREST SCHED-PRINCIPAL
                           TO WS-PAST-DUE
                   END-IF
                   READ LOAN-SCHEDULE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF WS-PAST-DUE > BUR-BALANCE AND BUR-BALANCE >= 0
               MOVE BUR-BALANCE TO WS-PAST-DUE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5000-FINISH-SEGMENT - the account in BUREAU-HISTORY-RECORD
      *> against what was reported for it last month: a closed or
      *> paid-off account that owes nothing goes out once, the month
      *> it closes, and not again (nor at all if it closed before it
      *> was ever reported). Rolls the payment profile on, writes the
      *> month's history row and the base record.
      *> ----------------------------------------------------------------
       5000-FINISH-SEGMENT.
           MOVE "Y" TO WS-SEG-REPORT
           EVALUATE WS-SEG-BUCKET
               WHEN 0
                   SET BUR-DELINQ-CURRENT TO TRUE
               WHEN 1
                   MOVE "030" TO BUR-DELINQ-STATUS
               WHEN 2
                   MOVE "060" TO BUR-DELINQ-STATUS
               WHEN OTHER
                   MOVE "090" TO BUR-DELINQ-STATUS
           END-EVALUATE
           MOVE BUREAU-HISTORY-RECORD TO WS-HIST-HOLD
           PERFORM 5100-READ-PRIOR-MONTH
           MOVE WS-HIST-HOLD TO BUREAU-HISTORY-RECORD
           IF BUR-STAT-FINAL AND BUR-BALANCE = 0
               IF NOT PRIOR-FOUND
                       OR (PRIOR-WAS-FINAL AND WS-PRIOR-BALANCE = 0)
                   MOVE "N" TO WS-SEG-REPORT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-SEG-BUCKET TO WS-PROFILE-CODE
           MOVE SPACES TO WS-NEW-PROFILE
           IF PRIOR-FOUND
               STRING WS-PROFILE-CODE WS-PRIOR-PROFILE(1:23)
                   DELIMITED BY SIZE INTO WS-NEW-PROFILE
           ELSE
               STRING WS-PROFILE-CODE "-----------------------"
                   DELIMITED BY SIZE INTO WS-NEW-PROFILE
           END-IF
           MOVE WS-NEW-PROFILE TO BUR-PAY-PROFILE
           MOVE "N" TO BUR-CORRECTED
           MOVE SPACES TO BUR-CORR-ID
           MOVE WS-TIMESTAMP TO BUR-REPORTED-AT
           WRITE BUREAU-HISTORY-RECORD
           IF WS-HIST-STATUS = "22"
               REWRITE BUREAU-HISTORY-RECORD
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR: history for " BUR-ACCOUNT-ID
                       " not saved, status " WS-HIST-STATUS
           END-IF
           MOVE "D" TO WS-DTL-REC-TYPE
           PERFORM 6000-WRITE-DETAIL
           ADD 1 TO WS-BASE-WRITTEN.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5100-READ-PRIOR-MONTH - last month's history row for the
      *> account, if it was reported then. The record being built is
      *> held in WS-HIST-HOLD across the read.
      *> ----------------------------------------------------------------
       5100-READ-PRIOR-MONTH.
           MOVE "N" TO WS-PRIOR-FOUND
           MOVE SPACES TO WS-PRIOR-STATUS WS-PRIOR-PROFILE
           MOVE 0 TO WS-PRIOR-BALANCE
           MOVE WS-PRIOR-PERIOD TO BUR-PERIOD
           READ BUREAU-HISTORY-FILE KEY IS BUR-KEY
           IF WS-HIST-STATUS = "00"
               MOVE "Y" TO WS-PRIOR-FOUND
               MOVE BUR-ACCT-STATUS TO WS-PRIOR-STATUS
               MOVE BUR-BALANCE TO WS-PRIOR-BALANCE
               MOVE BUR-PAY-PROFILE TO WS-PRIOR-PROFILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 6000-WRITE-DETAIL - the history row in the record area, with
      *> the consumer's identity off the profile, as one bureau record
      *> of the type already in WS-DTL-REC-TYPE.
      *> ----------------------------------------------------------------
       6000-WRITE-DETAIL.
           MOVE BUR-PERIOD TO WS-DTL-PERIOD
           MOVE BUR-ACCOUNT-ID TO WS-DTL-ACCOUNT
           MOVE BUR-ACCT-TYPE TO WS-DTL-ACCT-TYPE
           MOVE BUR-OPENED-DATE TO WS-DTL-OPENED
           MOVE BUR-BALANCE TO WS-DTL-BALANCE
           MOVE BUR-LIMIT-OR-ORIG TO WS-DTL-LIMIT
           MOVE BUR-SCHED-PAYMENT TO WS-DTL-SCHED-PMT
           MOVE BUR-PAST-DUE TO WS-DTL-PAST-DUE
           MOVE BUR-DELINQ-STATUS TO WS-DTL-DELINQ
           MOVE BUR-ACCT-STATUS TO WS-DTL-STATUS
           MOVE BUR-PAY-PROFILE TO WS-DTL-PROFILE
           MOVE BUR-LATE-CYCLE TO WS-DTL-LATE
           MOVE BUR-USER-ID TO WS-DTL-USER-ID
           MOVE SPACES TO WS-DTL-NAME WS-DTL-ADDR1 WS-DTL-ADDR2
           MOVE SPACES TO WS-DTL-CITY WS-DTL-POSTAL WS-DTL-DOB
           MOVE SPACES TO WS-DTL-TIN WS-DTL-PHONE
           MOVE "N" TO WS-DTL-ID-FOUND
           IF PROF-FILE-OPEN
               MOVE BUR-USER-ID TO PROF-USER-ID
               READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
               IF WS-PROF-STATUS = "00"
                   MOVE "Y" TO WS-DTL-ID-FOUND
                   MOVE PROF-LEGAL-NAME TO WS-DTL-NAME
                   MOVE PROF-ADDR-LINE1 TO WS-DTL-ADDR1
                   MOVE PROF-ADDR-LINE2 TO WS-DTL-ADDR2
                   MOVE PROF-CITY TO WS-DTL-CITY
                   MOVE PROF-POSTAL TO WS-DTL-POSTAL
                   MOVE PROF-DOB TO WS-DTL-DOB
                   MOVE PROF-TAX-ID TO WS-DTL-TIN
                   MOVE PROF-PHONE TO WS-DTL-PHONE
               END-IF
           END-IF
           IF WS-DTL-ID-FOUND = "N"
               ADD 1 TO WS-NO-IDENTITY
               DISPLAY "NO PROFILE: " BUR-USER-ID " for "
                       BUR-ACCOUNT-ID " sent without identity"
           END-IF
           MOVE WS-BUREAU-DETAIL TO BUREAU-FILE-RECORD
           WRITE BUREAU-FILE-RECORD
           ADD BUR-BALANCE TO WS-TOTAL-BALANCE
           ADD BUR-PAST-DUE TO WS-TOTAL-PAST-DUE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4000-SEND-CORRECTIONS - every correction waiting, for a month
      *> before this one, goes out as an update record and is written
      *> back over that month's history row; a rerun of the month
      *> sends again the ones this month's file already carried. A
      *> history row that cannot be rewritten holds the correction
      *> back (still pending) and counts against the run.
      *> ----------------------------------------------------------------
       4000-SEND-CORRECTIONS.
           OPEN I-O BUREAU-CORRECTION-FILE
           IF WS-CORR-STATUS NOT = "00"
               DISPLAY "No bureau corrections on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO BCOR-ID
           START BUREAU-CORRECTION-FILE KEY IS NOT LESS THAN BCOR-ID
           IF WS-CORR-STATUS = "00"
               READ BUREAU-CORRECTION-FILE NEXT RECORD
               PERFORM UNTIL WS-CORR-STATUS NOT = "00"
                   IF BCOR-PERIOD < WS-REPORT-PERIOD
                       IF BCOR-PENDING
                               OR BCOR-REPORTED-IN = WS-REPORT-PERIOD
                           PERFORM 4100-SEND-ONE-CORRECTION
                       END-IF
                   END-IF
                   READ BUREAU-CORRECTION-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE BUREAU-CORRECTION-FILE.
           EXIT.

       4100-SEND-ONE-CORRECTION.
           MOVE BCOR-ACCOUNT-ID TO BUR-ACCOUNT-ID
           MOVE BCOR-PERIOD TO BUR-PERIOD
           READ BUREAU-HISTORY-FILE KEY IS BUR-KEY
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR: correction " BCOR-ID " is for "
                       BCOR-ACCOUNT-ID " " BCOR-PERIOD
                       ", which was never reported; not sent."
               EXIT PARAGRAPH
           END-IF
           MOVE BCOR-BALANCE TO BUR-BALANCE
           MOVE BCOR-LIMIT-OR-ORIG TO BUR-LIMIT-OR-ORIG
           MOVE BCOR-SCHED-PAYMENT TO BUR-SCHED-PAYMENT
           MOVE BCOR-PAST-DUE TO BUR-PAST-DUE
           MOVE BCOR-DELINQ-STATUS TO BUR-DELINQ-STATUS
           MOVE BCOR-ACCT-STATUS TO BUR-ACCT-STATUS
      *>   the corrected month's place in the payment profile follows
      *>   the corrected delinquency.
           EVALUATE BUR-DELINQ-STATUS
               WHEN "030"
                   MOVE "1" TO BUR-PAY-PROFILE(1:1)
               WHEN "060"
                   MOVE "2" TO BUR-PAY-PROFILE(1:1)
               WHEN "090"
                   MOVE "3" TO BUR-PAY-PROFILE(1:1)
               WHEN OTHER
                   MOVE "0" TO BUR-PAY-PROFILE(1:1)
           END-EVALUATE
           SET BUR-WAS-CORRECTED TO TRUE
           MOVE BCOR-ID TO BUR-CORR-ID
           REWRITE BUREAU-HISTORY-RECORD
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ERROR: history for " BCOR-ACCOUNT-ID " "
                       BCOR-PERIOD " not corrected, status "
                       WS-HIST-STATUS "; correction " BCOR-ID
                       " held back."
               ADD 1 TO WS-CORR-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE "U" TO WS-DTL-REC-TYPE
           PERFORM 6000-WRITE-DETAIL
           ADD 1 TO WS-UPDATES-WRITTEN
           SET BCOR-REPORTED TO TRUE
           MOVE WS-REPORT-PERIOD TO BCOR-REPORTED-IN
           REWRITE BUREAU-CORRECTION-RECORD
           IF WS-CORR-STATUS NOT = "00"
               DISPLAY "ERROR: correction " BCOR-ID " sent but not "
                       "marked reported, status " WS-CORR-STATUS
                       "; it will go again next month."
               ADD 1 TO WS-CORR-FAILURES
           END-IF
           DISPLAY "Correction " BCOR-ID " sent for " BCOR-ACCOUNT-ID
                   " " BCOR-PERIOD.
           EXIT.

       9000-FINISH.
           MOVE WS-BASE-WRITTEN TO WS-TRL-BASE-COUNT
           MOVE WS-UPDATES-WRITTEN TO WS-TRL-UPD-COUNT
           MOVE WS-TOTAL-BALANCE TO WS-TRL-BALANCE
           MOVE WS-TOTAL-PAST-DUE TO WS-TRL-PAST-DUE
           MOVE WS-BUREAU-TRAILER TO BUREAU-FILE-RECORD
           WRITE BUREAU-FILE-RECORD
           CLOSE BUREAU-FILE
           CLOSE BUREAU-HISTORY-FILE
           IF SCHED-FILE-OPEN
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           IF PROF-FILE-OPEN
               CLOSE PROFILE-MASTER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Cards reported:    " WS-CARDS-REPORTED
           DISPLAY "Loans reported:    " WS-LOANS-REPORTED
           DISPLAY "Updates sent:      " WS-UPDATES-WRITTEN
           DISPLAY "Without identity:  " WS-NO-IDENTITY
           DISPLAY "Correction errors: " WS-CORR-FAILURES
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CREDIT-BUREAU" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           COMPUTE RUN-RECORDS OF WS-RUN-ENTRY =
                   WS-BASE-WRITTEN + WS-UPDATES-WRITTEN
           COMPUTE RUN-EXCEPTIONS OF WS-RUN-ENTRY =
                   WS-NO-IDENTITY + WS-CORR-FAILURES
           IF WS-CORR-FAILURES > 0
               MOVE 8 TO RUN-RET-CODE OF WS-RUN-ENTRY
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           END-IF
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-CREDIT-BUREAU.
