      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Month-end accounting period close - locks the month
      *>          in BLM-PERIOD-CONTROLLER once tonight's trial balance
      *>          has balanced and the GL extract has gone out, so
      *>          nothing more can be posted into a month finance has
      *>          already reported. Tonight's run of both is read off
      *>          the run-history ledger; if either has not finished
      *>          clean the period stays open and the job ends 8 for
      *>          operations to chase. "period-close [YYYYMM]" - the
      *>          argument re-locks a month an admin reopened for a
      *>          correction; the default is the month before the
      *>          run date. The close runs on the month-end night,
      *>          with that month's last postings still to come
      *>          (tonight's fee sweep and cash reporting among them,
      *>          and the calendar days left after it), so it is the
      *>          month already finished that gets locked.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: TRIAL-BALANCE and GL-EXTRACT
      *>                     END rows for the run date checked off
      *>                     RUNHIST, then "close" on the period, with
      *>                     START/END rows to the run-history ledger
      *>                     like the other nightly jobs.
      *>   15/10/2026 - jm - Defaults to the previous month: locking
      *>                     the run month on its month-end night sent
      *>                     the rest of the month's postings to
      *>                     PRIOR-ADJ.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-PERIOD-CLOSE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           LABEL RECORD STANDARD.
           COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       77 WS-HIST-STATUS       PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-ARGS-LENGTH       PIC 9(4) COMP.
       01 WS-CLOSE-PERIOD.
           05 WS-CLOSE-YEAR    PIC 9(4).
           05 WS-CLOSE-MONTH   PIC 9(2).

      *> Tonight's outcome of the two jobs the close waits on - the
      *> last END row each wrote for the run date (N = none yet).
       77 WS-TB-SEEN           PIC X VALUE "N".
           88 TB-SEEN            VALUE "Y".
       77 WS-TB-RC             PIC S9(4) VALUE 0.
       77 WS-GL-SEEN           PIC X VALUE "N".
           88 GL-SEEN            VALUE "Y".
       77 WS-GL-RC             PIC S9(4) VALUE 0.
       77 WS-CLOSE-OK          PIC X VALUE "N".
           88 CLOSE-OK           VALUE "Y".
       77 WS-CLOSE-RC          PIC S9(4) VALUE 0.

       COPY "op-fields.cpy".
       77 WS-PER-USER          PIC X(10) VALUE SPACES.
       77 WS-PER-RET-CODE      PIC S9(4) COMP.

      *> Run-history ledger rows for the operations summary
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-TONIGHTS-RUNS
           IF CLOSE-OK
               PERFORM 3000-LOCK-PERIOD
           END-IF
           PERFORM 9000-FINISH
           MOVE WS-CLOSE-RC TO RETURN-CODE
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - captures the run date and the period to
      *> lock (the argument, or the month before the run date).
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:6) TO WS-CLOSE-PERIOD
           IF WS-CLOSE-MONTH = 1
               MOVE 12 TO WS-CLOSE-MONTH
               SUBTRACT 1 FROM WS-CLOSE-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CLOSE-MONTH
           END-IF
           ACCEPT WS-ARGS-LENGTH FROM ARGUMENT-NUMBER
           IF WS-ARGS-LENGTH > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-CLOSE-PERIOD FROM ARGUMENT-VALUE
           END-IF
           DISPLAY "=== Month-End Period Close ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           DISPLAY "Period:   " WS-CLOSE-PERIOD
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "PERIOD-CLOSE" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-CHECK-TONIGHTS-RUNS - one pass over the run-history
      *> ledger keeping the last END row TRIAL-BALANCE and GL-EXTRACT
      *> each wrote on the run date. The close goes ahead only when
      *> both are there with return code 0 (an out-of-balance trial
      *> balance ends 8).
      *> ----------------------------------------------------------------
       2000-CHECK-TONIGHTS-RUNS.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               READ RUN-HISTORY-FILE
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   IF RUN-END OF RUN-HISTORY-RECORD
                           AND RUN-TIMESTAMP OF RUN-HISTORY-RECORD
                               (1:8) = WS-TODAY-DATE
                       EVALUATE RUN-JOB-NAME OF RUN-HISTORY-RECORD
                           WHEN "TRIAL-BALANCE"
                               MOVE "Y" TO WS-TB-SEEN
                               MOVE RUN-RET-CODE OF RUN-HISTORY-RECORD
                                    TO WS-TB-RC
                           WHEN "GL-EXTRACT"
                               MOVE "Y" TO WS-GL-SEEN
                               MOVE RUN-RET-CODE OF RUN-HISTORY-RECORD
                                    TO WS-GL-RC
                       END-EVALUATE
                   END-IF
                   READ RUN-HISTORY-FILE
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           MOVE "Y" TO WS-CLOSE-OK
           EVALUATE TRUE
               WHEN NOT TB-SEEN
                   DISPLAY "EXCEPTION: no trial balance has finished "
                           "tonight; the period stays open."
                   MOVE "N" TO WS-CLOSE-OK
               WHEN WS-TB-RC NOT = 0
                   DISPLAY "EXCEPTION: tonight's trial balance ended "
                           WS-TB-RC "; the period stays open."
                   MOVE "N" TO WS-CLOSE-OK
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT GL-SEEN
                   DISPLAY "EXCEPTION: no GL extract has finished "
                           "tonight; the period stays open."
                   MOVE "N" TO WS-CLOSE-OK
               WHEN WS-GL-RC NOT = 0
                   DISPLAY "EXCEPTION: tonight's GL extract ended "
                           WS-GL-RC "; the period stays open."
                   MOVE "N" TO WS-CLOSE-OK
           END-EVALUATE
           IF NOT CLOSE-OK
               MOVE 8 TO WS-CLOSE-RC
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-LOCK-PERIOD - asks the period control to lock the month.
      *> Already locked (4) is not a failure: a rerun of the close
      *> finds its work done.
      *> ----------------------------------------------------------------
       3000-LOCK-PERIOD.
           MOVE "period" TO OP-FIELD-NAME(1)
           MOVE WS-CLOSE-PERIOD TO OP-FIELD-VALUE(1)
           MOVE 1 TO OP-FIELD-COUNT
           CALL "BLM-PERIOD-CONTROLLER" USING "close", OP-FIELDS,
                OP-FIELD-COUNT, WS-PER-USER, WS-PER-RET-CODE
           IF WS-PER-RET-CODE NOT = 0 AND WS-PER-RET-CODE NOT = 4
               DISPLAY "EXCEPTION: period " WS-CLOSE-PERIOD
                       " could not be locked (code " WS-PER-RET-CODE
                       ")."
               MOVE WS-PER-RET-CODE TO WS-CLOSE-RC
           END-IF.
           EXIT.

       9000-FINISH.
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "PERIOD-CLOSE" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           IF CLOSE-OK AND WS-CLOSE-RC = 0
               MOVE 1 TO RUN-RECORDS OF WS-RUN-ENTRY
               MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           ELSE
               MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
               MOVE 1 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           END-IF
           MOVE WS-CLOSE-RC TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-PERIOD-CLOSE.
