      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Weekly complaint aging report - the open and in-
      *>          progress complaint cases off COMPLAINT-CASE-FILE by
      *>          category, with the ones past their service-level due
      *>          date aged 1-7, 8-30 and over 30 days, and the week's
      *>          new and resolved cases (resolved late counted apart),
      *>          laid out for the regulator's complaint return. Every
      *>          overdue case is listed with its owner so it can be
      *>          chased. "case-aging [YYYYMMDD]" - the argument ages
      *>          the book as of a past date; the default is the run
      *>          date.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: one pass over the case file,
      *>                     the week taken as the seven days up to
      *>                     and including the as-of date, with
      *>                     START/END rows to the run-history ledger
      *>                     like the other jobs.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CASE-AGING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT COMPLAINT-CASE-FILE ASSIGN TO "CASEMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CASE-ID
                 ALTERNATE RECORD KEY IS CASE-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-CASE-FILE
           LABEL RECORD STANDARD.
           COPY "complaint-case.cpy".

       WORKING-STORAGE SECTION.
       77 WS-CASE-STATUS       PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-ARGS-LENGTH       PIC 9(4) COMP.
       77 WS-ARG-DATE          PIC X(8) VALUE SPACES.
       77 WS-AS-OF-DATE        PIC 9(8) VALUE 0.
       77 WS-AS-OF-INT         PIC 9(8) COMP VALUE 0.
       77 WS-WEEK-START-INT    PIC 9(8) COMP VALUE 0.
       77 WS-WORK-DATE         PIC 9(8) VALUE 0.
       77 WS-WORK-INT          PIC 9(8) COMP VALUE 0.
       77 WS-DAYS-OVER         PIC 9(5) COMP VALUE 0.
       77 WS-IDX               PIC 9(4) COMP VALUE 0.
       77 WS-FOUND-IDX         PIC 9(4) COMP VALUE 0.
       77 WS-COUNT-EDIT        PIC Z(5)9.
       77 WS-DAYS-EDIT         PIC Z(4)9.

      *> Book totals
       77 WS-CASES-READ        PIC 9(7) COMP VALUE 0.
       77 WS-ACTIVE-TOTAL      PIC 9(7) COMP VALUE 0.
       77 WS-OVERDUE-TOTAL     PIC 9(7) COMP VALUE 0.

      *> By category - the regulator's eight complaint categories, in
      *> the order the return lists them.
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(22) VALUE "ACCT  Account         ".
           05 FILLER PIC X(22) VALUE "PYMT  Payments        ".
           05 FILLER PIC X(22) VALUE "CARD  Cards           ".
           05 FILLER PIC X(22) VALUE "LOAN  Loans           ".
           05 FILLER PIC X(22) VALUE "FEES  Fees & charges  ".
           05 FILLER PIC X(22) VALUE "FRAU  Fraud & scams   ".
           05 FILLER PIC X(22) VALUE "SERV  Service         ".
           05 FILLER PIC X(22) VALUE "OTHR  Other           ".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CAT-ENTRY OCCURS 8 TIMES.
               10 WS-CAT-CODE      PIC X(4).
               10 FILLER           PIC X(2).
               10 WS-CAT-LABEL     PIC X(16).
       01 WS-CATEGORY-TOTALS.
           05 WS-CAT-TOTAL OCCURS 8 TIMES.
               10 WS-CAT-ACTIVE    PIC 9(7) COMP.
               10 WS-CAT-OVERDUE   PIC 9(7) COMP.
      *>           overdue 1-7, 8-30 and over 30 days
               10 WS-CAT-AGED      PIC 9(7) COMP OCCURS 3 TIMES.
               10 WS-CAT-OPENED    PIC 9(7) COMP.
               10 WS-CAT-RESOLVED  PIC 9(7) COMP.
               10 WS-CAT-LATE      PIC 9(7) COMP.

      *> Run-history ledger rows for the operations summary
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-CASES
           PERFORM 3000-PRINT-REPORT
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - captures the run date and the as-of date
      *> (the argument, or the run date) and the start of the week.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
           ACCEPT WS-ARGS-LENGTH FROM ARGUMENT-NUMBER
           IF WS-ARGS-LENGTH > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
               IF WS-ARG-DATE IS NUMERIC
                   MOVE WS-ARG-DATE TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "As-of date " WS-ARG-DATE
                           " is not YYYYMMDD; using the run date."
               END-IF
           END-IF
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           COMPUTE WS-WEEK-START-INT = WS-AS-OF-INT - 6
           INITIALIZE WS-CATEGORY-TOTALS
           DISPLAY "=== Complaint Case Aging Report ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           DISPLAY "As of:    " WS-AS-OF-DATE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CASE-AGING" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-READ-CASES - one pass over the case file: open and in-
      *> progress cases are counted and aged, overdue ones listed as
      *> they are met, and cases opened or resolved in the week
      *> counted whatever their status now.
      *> ----------------------------------------------------------------
       2000-READ-CASES.
           OPEN INPUT COMPLAINT-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "No complaint cases on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "--- Overdue cases ---"
           DISPLAY "Case       Cat  Customer   Owner      Due       "
                   "Days over"
           MOVE LOW-VALUES TO CASE-ID
           START COMPLAINT-CASE-FILE KEY IS NOT LESS THAN CASE-ID
           IF WS-CASE-STATUS = "00"
               READ COMPLAINT-CASE-FILE NEXT RECORD
               PERFORM UNTIL WS-CASE-STATUS NOT = "00"
                   ADD 1 TO WS-CASES-READ
                   PERFORM 2100-ADD-CASE
                   READ COMPLAINT-CASE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE COMPLAINT-CASE-FILE
           IF WS-OVERDUE-TOTAL = 0
               DISPLAY "None."
           END-IF.
           EXIT.

       2100-ADD-CASE.
           MOVE 8 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               IF WS-CAT-CODE(WS-IDX) = CASE-CATEGORY
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
      *>   opened in the week
           IF CASE-OPENED-AT(1:8) IS NUMERIC
               MOVE CASE-OPENED-AT(1:8) TO WS-WORK-DATE
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               IF WS-WORK-INT >= WS-WEEK-START-INT
                       AND WS-WORK-INT <= WS-AS-OF-INT
                   ADD 1 TO WS-CAT-OPENED(WS-FOUND-IDX)
               END-IF
           END-IF
      *>   resolved in the week, and whether after the due date
           IF CASE-RESOLVED AND CASE-RESOLVED-AT(1:8) IS NUMERIC
               MOVE CASE-RESOLVED-AT(1:8) TO WS-WORK-DATE
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               IF WS-WORK-INT >= WS-WEEK-START-INT
                       AND WS-WORK-INT <= WS-AS-OF-INT
                   ADD 1 TO WS-CAT-RESOLVED(WS-FOUND-IDX)
                   IF CASE-RESOLVED-AT(1:8) > CASE-SLA-DUE
                       ADD 1 TO WS-CAT-LATE(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           IF NOT CASE-ACTIVE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTIVE-TOTAL
           ADD 1 TO WS-CAT-ACTIVE(WS-FOUND-IDX)
           IF CASE-SLA-DUE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CASE-SLA-DUE TO WS-WORK-DATE
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           IF WS-WORK-INT >= WS-AS-OF-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OVER = WS-AS-OF-INT - WS-WORK-INT
           ADD 1 TO WS-OVERDUE-TOTAL
           ADD 1 TO WS-CAT-OVERDUE(WS-FOUND-IDX)
           EVALUATE TRUE
               WHEN WS-DAYS-OVER <= 7
                   ADD 1 TO WS-CAT-AGED(WS-FOUND-IDX, 1)
               WHEN WS-DAYS-OVER <= 30
                   ADD 1 TO WS-CAT-AGED(WS-FOUND-IDX, 2)
               WHEN OTHER
                   ADD 1 TO WS-CAT-AGED(WS-FOUND-IDX, 3)
           END-EVALUATE
           MOVE WS-DAYS-OVER TO WS-DAYS-EDIT
           DISPLAY CASE-ID " " CASE-CATEGORY " " CASE-USER-ID " "
                   CASE-OWNER " " CASE-SLA-DUE "  " WS-DAYS-EDIT.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-PRINT-REPORT - the aging by category, then the week's
      *> flow by category.
      *> ----------------------------------------------------------------
       3000-PRINT-REPORT.
           DISPLAY " "
           DISPLAY "--- Open cases by category ---"
           DISPLAY "Category                  Open Overdue"
                   "    1-7   8-30    31+"
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-CAT-ACTIVE(WS-IDX) TO WS-COUNT-EDIT
               DISPLAY WS-CAT-CODE(WS-IDX) "  " WS-CAT-LABEL(WS-IDX)
                       "  " WS-COUNT-EDIT WITH NO ADVANCING
               MOVE WS-CAT-OVERDUE(WS-IDX) TO WS-COUNT-EDIT
               DISPLAY "  " WS-COUNT-EDIT WITH NO ADVANCING
               MOVE WS-CAT-AGED(WS-IDX, 1) TO WS-COUNT-EDIT
               DISPLAY " " WS-COUNT-EDIT WITH NO ADVANCING
               MOVE WS-CAT-AGED(WS-IDX, 2) TO WS-COUNT-EDIT
               DISPLAY " " WS-COUNT-EDIT WITH NO ADVANCING
               MOVE WS-CAT-AGED(WS-IDX, 3) TO WS-COUNT-EDIT
               DISPLAY " " WS-COUNT-EDIT
           END-PERFORM
           MOVE WS-ACTIVE-TOTAL TO WS-COUNT-EDIT
           DISPLAY "TOTAL                   " WS-COUNT-EDIT
                   WITH NO ADVANCING
           MOVE WS-OVERDUE-TOTAL TO WS-COUNT-EDIT
           DISPLAY "  " WS-COUNT-EDIT
           DISPLAY " "
           DISPLAY "--- The week by category ---"
           DISPLAY "Category                Opened Resolved  Late"
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-CAT-OPENED(WS-IDX) TO WS-COUNT-EDIT
               DISPLAY WS-CAT-CODE(WS-IDX) "  " WS-CAT-LABEL(WS-IDX)
                       "  " WS-COUNT-EDIT WITH NO ADVANCING
               MOVE WS-CAT-RESOLVED(WS-IDX) TO WS-COUNT-EDIT
               DISPLAY "   " WS-COUNT-EDIT WITH NO ADVANCING
               MOVE WS-CAT-LATE(WS-IDX) TO WS-COUNT-EDIT
               DISPLAY WS-COUNT-EDIT
           END-PERFORM.
           EXIT.

       9000-FINISH.
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CASE-AGING" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-CASES-READ TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-OVERDUE-TOTAL TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-CASE-AGING.
