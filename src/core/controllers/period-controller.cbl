      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Accounting period control - which months finance has
      *>          closed. The month-end close locks a period once the
      *>          trial balance and GL extract have run clean, the
      *>          posting journal asks here before it takes an entry,
      *>          and an admin can reopen a locked period for a late
      *>          correction, with a reason that goes on the audit
      *>          trail. An entry dated into a locked period is
      *>          either redirected into the current open period as a
      *>          prior-period adjustment or, for a back-dated entry
      *>          under PERIOD-LOCK-ACTION=REFUSE, refused outright.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: check/close/reopen/list
      *>                     against an indexed ACCT-PERIOD-FILE.
      *>   15/10/2026 - jm - CLOSE-PERIOD stops with 12 when the period
      *>                     file won't open, instead of going on to
      *>                     write the lock.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-PERIOD-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ACCT-PERIOD-FILE ASSIGN TO "ACCTPER"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PER-PERIOD
                 FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-PERIOD-FILE
           LABEL RECORD STANDARD.
           COPY "acct-period.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-CDT-DATE          PIC 9(8).
       77 WS-CDT-TIME          PIC 9(6).
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).
       77 WS-LOOKUP-NAME       PIC X(20).
       77 WS-LOOKUP-VALUE      PIC X(100).
       77 WS-LOOKUP-IDX        PIC 9(4) COMP.
       77 WS-LOOKUP-FOUND      PIC X VALUE "N".
           88 LOOKUP-FOUND       VALUE "Y".
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       COPY "user-ctl-data.cpy".

      *> The period asked about, and the month walk that finds the
      *> first open period from today on.
       77 WS-ASK-DATE          PIC X(8) VALUE SPACES.
       77 WS-ASK-PERIOD        PIC X(6) VALUE SPACES.
       01 WS-PROBE-PERIOD.
           05 WS-PROBE-YEAR    PIC 9(4).
           05 WS-PROBE-MONTH   PIC 9(2).
       77 WS-PROBE-TRIES       PIC 9(2) COMP VALUE 0.
       77 WS-OPEN-DATE         PIC X(8) VALUE SPACES.
       77 WS-PERIOD-LOCKED     PIC X VALUE "N".
           88 PERIOD-IS-LOCKED   VALUE "Y".
       77 WS-REASON            PIC X(60) VALUE SPACES.
       77 WS-LIST-COUNT        PIC 9(4) COMP VALUE 0.

      *> Lock action switch - REDIRECT (default) or REFUSE.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.

      *> Audit trail - every close and reopen.
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.
       77 WS-AUDIT-ACTION      PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
       01 LK-USER-ID   PIC X(10).
       01 LK-RET-CODE  PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-OP OP-FIELDS OP-FIELD-COUNT
                                 LK-USER-ID LK-RET-CODE.

           MOVE 0 TO LK-RET-CODE
           EVALUATE LK-OP
      *>     the posting journal and the back-dating paths, and the
      *>     month-end close job - no role check on these.
               WHEN "check"
                   PERFORM CHECK-POSTING-DATE
               WHEN "close"
                   PERFORM CLOSE-PERIOD
               WHEN "reopen"
                   MOVE SPACES TO USER-CTL-DATA
                   SET UCD-ROLE-MIN-ADMIN TO TRUE
                   CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                        USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
                   IF WS-CTL-RET-CODE NOT = 0
                       DISPLAY "Access denied: admin role required "
                               "to reopen an accounting period."
                       MOVE 13 TO LK-RET-CODE
                   ELSE
                       PERFORM REOPEN-PERIOD
                   END-IF
               WHEN "list"
                   MOVE SPACES TO USER-CTL-DATA
                   SET UCD-ROLE-MIN-TELLER TO TRUE
                   CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                        USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
                   IF WS-CTL-RET-CODE NOT = 0
                       DISPLAY "Access denied: teller or admin role "
                               "required."
                       MOVE 13 TO LK-RET-CODE
                   ELSE
                       PERFORM LIST-PERIODS
                   END-IF
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
           END-EVALUATE

           GOBACK.

      *> ----------------------------------------------------------------
      *> LOOKUP-OP-FIELD - looks WS-LOOKUP-NAME up in OP-FIELDS; returns
      *> the value in WS-LOOKUP-VALUE and sets LOOKUP-FOUND.
      *> ----------------------------------------------------------------
       LOOKUP-OP-FIELD.
           MOVE "N" TO WS-LOOKUP-FOUND
           MOVE SPACES TO WS-LOOKUP-VALUE
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
                   UNTIL WS-LOOKUP-IDX > OP-FIELD-COUNT
               IF OP-FIELD-NAME(WS-LOOKUP-IDX) = WS-LOOKUP-NAME
                   MOVE OP-FIELD-VALUE(WS-LOOKUP-IDX) TO WS-LOOKUP-VALUE
                   MOVE "Y" TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-POSTING-DATE - is --date (YYYYMMDD, today when blank) in
      *> a locked period? 0 open; 4 locked, redirect; 8 locked and the
      *> PERIOD-LOCK-ACTION switch says REFUSE (the journal honours
      *> that only for an entry its caller back-dated). When locked,
      *> the date a redirected entry should carry - today, or the
      *> first of the first open month after it - comes back to the
      *> caller as an "open-date" op-field.
      *> ----------------------------------------------------------------
       CHECK-POSTING-DATE.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE "date" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:8) TO WS-ASK-DATE
           IF WS-ASK-DATE = SPACES
               MOVE WS-CDT-DATE TO WS-ASK-DATE
           END-IF
           MOVE WS-ASK-DATE(1:6) TO WS-ASK-PERIOD
           OPEN INPUT ACCT-PERIOD-FILE
           IF WS-FILE-STATUS NOT = "00"
      *>       no control file yet: nothing has ever been closed.
               EXIT PARAGRAPH
           END-IF
           PERFORM PROBE-PERIOD
           IF NOT PERIOD-IS-LOCKED
               CLOSE ACCT-PERIOD-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-DATE
           CLOSE ACCT-PERIOD-FILE
           MOVE 4 TO LK-RET-CODE
           MOVE "PERIOD-LOCK-ACTION" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE(1:6) = "REFUSE"
               MOVE 8 TO LK-RET-CODE
           END-IF
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "open-date" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-OPEN-DATE TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> PROBE-PERIOD - sets PERIOD-IS-LOCKED for WS-ASK-PERIOD; the
      *> period file is open.
      *> ----------------------------------------------------------------
       PROBE-PERIOD.
           MOVE "N" TO WS-PERIOD-LOCKED
           MOVE WS-ASK-PERIOD TO PER-PERIOD
           READ ACCT-PERIOD-FILE KEY IS PER-PERIOD
           IF WS-FILE-STATUS = "00" AND PER-LOCKED
               MOVE "Y" TO WS-PERIOD-LOCKED
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> FIND-OPEN-DATE - the current open period: today's month when
      *> it is open (the entry takes today's date), otherwise the
      *> first open month after it (the entry takes its first day).
      *> ----------------------------------------------------------------
       FIND-OPEN-DATE.
           MOVE WS-CDT-DATE TO WS-OPEN-DATE
           MOVE WS-OPEN-DATE(1:6) TO WS-PROBE-PERIOD
           MOVE WS-PROBE-PERIOD TO WS-ASK-PERIOD
           MOVE 0 TO WS-PROBE-TRIES
           PERFORM PROBE-PERIOD
           PERFORM UNTIL NOT PERIOD-IS-LOCKED
                   OR WS-PROBE-TRIES > 24
               ADD 1 TO WS-PROBE-MONTH
               IF WS-PROBE-MONTH > 12
                   MOVE 1 TO WS-PROBE-MONTH
                   ADD 1 TO WS-PROBE-YEAR
               END-IF
               ADD 1 TO WS-PROBE-TRIES
               MOVE WS-PROBE-PERIOD TO WS-ASK-PERIOD
               PERFORM PROBE-PERIOD
           END-PERFORM
           IF WS-PROBE-PERIOD NOT = WS-CDT-DATE(1:6)
               STRING WS-PROBE-PERIOD "01" DELIMITED BY SIZE
                   INTO WS-OPEN-DATE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CLOSE-PERIOD - locks --period (YYYYMM). Called by the
      *> month-end close job once it has seen the trial balance and
      *> the GL extract finish clean; 4 when it is already locked.
      *> ----------------------------------------------------------------
       CLOSE-PERIOD.
           MOVE "period" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:6) TO WS-ASK-PERIOD
           IF WS-ASK-PERIOD IS NOT NUMERIC
               DISPLAY "Period must be YYYYMM."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PERIOD-FOR-WRITE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Period file could not be opened, status "
                       WS-FILE-STATUS "; period " WS-ASK-PERIOD
                       " not locked."
               MOVE 12 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ASK-PERIOD TO PER-PERIOD
           READ ACCT-PERIOD-FILE KEY IS PER-PERIOD
           IF WS-FILE-STATUS = "00"
               IF PER-LOCKED
                   DISPLAY "Period " WS-ASK-PERIOD
                           " is already locked."
                   MOVE 4 TO LK-RET-CODE
                   CLOSE ACCT-PERIOD-FILE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACES TO ACCT-PERIOD-RECORD
               MOVE WS-ASK-PERIOD TO PER-PERIOD
               MOVE 0 TO PER-REOPEN-COUNT
           END-IF
           PERFORM STAMP-PERIOD-TIME
           SET PER-LOCKED TO TRUE
           MOVE LK-USER-ID TO PER-LOCKED-BY
           IF PER-LOCKED-BY = SPACES
               MOVE "BATCH" TO PER-LOCKED-BY
           END-IF
           MOVE WS-TIMESTAMP TO PER-LOCKED-AT
           WRITE ACCT-PERIOD-RECORD
           IF WS-FILE-STATUS = "22"
               REWRITE ACCT-PERIOD-RECORD
           END-IF
           IF WS-FILE-STATUS = "00"
               DISPLAY "Period " WS-ASK-PERIOD " locked."
           ELSE
               DISPLAY "Error locking period, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE ACCT-PERIOD-FILE
           MOVE "PERIOD-CLOSE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-REASON
           PERFORM LOG-PERIOD-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> REOPEN-PERIOD - an admin reopens locked --period for a late
      *> correction. --reason is required and goes on the audit
      *> trail with the reopen.
      *> ----------------------------------------------------------------
       REOPEN-PERIOD.
           MOVE "period" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:6) TO WS-ASK-PERIOD
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:60) TO WS-REASON
           IF WS-ASK-PERIOD IS NOT NUMERIC
               DISPLAY "Period must be YYYYMM."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-REASON = SPACES
               DISPLAY "A reason is required to reopen a period."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCT-PERIOD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Period " WS-ASK-PERIOD " is not locked."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ASK-PERIOD TO PER-PERIOD
           READ ACCT-PERIOD-FILE KEY IS PER-PERIOD
           IF WS-FILE-STATUS NOT = "00" OR NOT PER-LOCKED
               DISPLAY "Period " WS-ASK-PERIOD " is not locked."
               MOVE 8 TO LK-RET-CODE
               CLOSE ACCT-PERIOD-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-PERIOD-TIME
           SET PER-OPEN TO TRUE
           MOVE LK-USER-ID TO PER-REOPENED-BY
           MOVE WS-TIMESTAMP TO PER-REOPENED-AT
           MOVE WS-REASON TO PER-REOPEN-REASON
           ADD 1 TO PER-REOPEN-COUNT
           REWRITE ACCT-PERIOD-RECORD
           IF WS-FILE-STATUS = "00"
               DISPLAY "Period " WS-ASK-PERIOD " reopened. Run the "
                       "month-end close for it again once the "
                       "correction is posted."
           ELSE
               DISPLAY "Error reopening period, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE ACCT-PERIOD-FILE
           MOVE "PERIOD-REOPEN" TO WS-AUDIT-ACTION
           PERFORM LOG-PERIOD-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-PERIODS - every period with a control row, oldest first,
      *> with its lock and last reopen.
      *> ----------------------------------------------------------------
       LIST-PERIODS.
           MOVE 0 TO WS-LIST-COUNT
           DISPLAY "Period  Status  Locked by   Locked at       "
                   "Reopens  Last reopen"
           OPEN INPUT ACCT-PERIOD-FILE
           IF WS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO PER-PERIOD
               START ACCT-PERIOD-FILE KEY IS NOT LESS THAN PER-PERIOD
               IF WS-FILE-STATUS = "00"
                   READ ACCT-PERIOD-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       PERFORM SHOW-PERIOD-ROW
                       READ ACCT-PERIOD-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE ACCT-PERIOD-FILE
           END-IF
           IF WS-LIST-COUNT = 0
               DISPLAY "No period has been closed yet."
           END-IF.
           EXIT.

       SHOW-PERIOD-ROW.
           ADD 1 TO WS-LIST-COUNT
           IF PER-LOCKED
               DISPLAY PER-PERIOD  "  LOCKED  " PER-LOCKED-BY "  "
                       PER-LOCKED-AT "  " PER-REOPEN-COUNT
           ELSE
               DISPLAY PER-PERIOD  "  OPEN    " PER-LOCKED-BY "  "
                       PER-LOCKED-AT "  " PER-REOPEN-COUNT
                       "      " PER-REOPENED-BY " "
                       PER-REOPENED-AT(1:8)
               DISPLAY "        reason: " PER-REOPEN-REASON
           END-IF.
           EXIT.

       LOG-PERIOD-EVENT.
           PERFORM STAMP-PERIOD-TIME
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           STRING "period " WS-ASK-PERIOD " " WS-REASON
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

       STAMP-PERIOD-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-PERIOD-FOR-WRITE.
           OPEN I-O ACCT-PERIOD-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-PERIOD-FILE
               CLOSE ACCT-PERIOD-FILE
               OPEN I-O ACCT-PERIOD-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-PERIOD-CONTROLLER.
