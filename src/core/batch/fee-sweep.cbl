      *>          debits ride the normal balance/journal path.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - The already-swept check reads a PRIOR-ADJ
      *>                     row as the source it was posted under, so
      *>                     a sweep redirected out of a locked period
      *>                     isn't charged again.
      *>   15/10/2026 - jm - Relationship pricing: MAINTFEE is priced
      *>                     per account (quote when simulating) and
      *>                     the total is what was actually charged.
      *>                     An account whose tier waives the fee in
      *>                     full is counted as swept off its FEEWAIVE
      *>                     row, as it has no journal entry.
      *>   19/10/2025 - jm - SIMULATE argument: full selection and
      *>                     pricing with a WOULD-assess impact
      *>                     report, touching nothing.
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.
             SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIVE"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FWV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".
       FD  FEE-WAIVER-FILE
           LABEL RECORD STANDARD.
           COPY "fee-waiver.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS       PIC XX VALUE SPACES.
       77 WS-FWV-STATUS        PIC XX VALUE SPACES.

      *> Simulate (report-only) switch: full selection and pricing,
      *> nothing assessed - the dry run before a FEE-MASTER-FILE
       77 WS-USERS-CHECKED     PIC 9(5) COMP VALUE 0.
       77 WS-FEES-ASSESSED     PIC 9(5) COMP VALUE 0.
       77 WS-USERS-SKIPPED     PIC 9(5) COMP VALUE 0.
       77 WS-FEES-WAIVED       PIC 9(5) COMP VALUE 0.
       77 WS-TIER-WAIVED       PIC X VALUE "N".
           88 TIER-WAIVED        VALUE "Y".

      *> Control totals - each account's MAINTFEE comes back priced
      *> at its relationship tier, so the run reports the net it
      *> actually took off customer cash.
       77 WS-MAINT-FEE-AMT     PIC 9(9)V99 VALUE 0.
       77 WS-QT-IDX            PIC 9(4) COMP VALUE 0.
       77 WS-FEES-TOTAL        PIC 9(11)V99 VALUE 0.
           IF SIMULATE-RUN
               DISPLAY "*** SIMULATE: impact report only, nothing "
                       "posts ***"
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> ----------------------------------------------------------------
      *> 2100-CHECK-ALREADY-SWEPT - an account with a FEE posting for
      *> source MAINTFEE already journalled this month has been swept;
      *> this is what makes the job safe to rerun nightly. So has one
      *> whose tier waived this month's MAINTFEE, which posts nothing
      *> but leaves its FEEWAIVE row. A fee the journal took as a
      *> prior-period adjustment counts as the FEE it was posted as.
      *> ----------------------------------------------------------------
       2100-CHECK-ALREADY-SWEPT.
           MOVE "N" TO WS-SWEPT-THIS-MONTH
               READ JOURNAL-FILE
               PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
                       OR SWEPT-THIS-MONTH
                   IF JRNL-SOURCE-TYPE = "PRIOR-ADJ"
                       MOVE JRNL-ADJ-SOURCE TO JRNL-SOURCE-TYPE
                   END-IF
                   IF JRNL-ACCOUNT-ID = WS-SWEEP-USER
                           AND JRNL-SOURCE-TYPE = "FEE"
                           AND JRNL-SOURCE-ID = "MAINTFEE"
                   READ JOURNAL-FILE
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           IF NOT SWEPT-THIS-MONTH
               OPEN INPUT FEE-WAIVER-FILE
               IF WS-FWV-STATUS = "00"
                   READ FEE-WAIVER-FILE
                   PERFORM UNTIL WS-FWV-STATUS NOT = "00"
                           OR SWEPT-THIS-MONTH
                       IF FWV-USER-ID = WS-SWEEP-USER
                               AND FWV-FEE-CODE = "MAINTFEE"
                               AND FWV-SOURCE-ID = "MAINTFEE"
                               AND FWV-TIMESTAMP(1:6) = WS-TODAY-YYYYMM
                           MOVE "Y" TO WS-SWEPT-THIS-MONTH
                       END-IF
                       READ FEE-WAIVER-FILE
                   END-PERFORM
                   CLOSE FEE-WAIVER-FILE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2200-ASSESS-MAINT-FEE - charges MAINTFEE (amount basis is the
      *> schedule's own flat figure, so the base amount is zero) via
      *> BLM-FEE-CONTROLLER, which hands back the amount it charged
      *> after the account's relationship tier. A simulate run only
      *> quotes it.
      *> ----------------------------------------------------------------
       2200-ASSESS-MAINT-FEE.
           MOVE 0 TO WS-MAINT-FEE-AMT
           MOVE "N" TO WS-TIER-WAIVED
           MOVE "code" TO OP-FIELD-NAME(1)
           MOVE "MAINTFEE" TO OP-FIELD-VALUE(1)
           MOVE "amount" TO OP-FIELD-NAME(2)
           MOVE "source" TO OP-FIELD-NAME(4)
           MOVE "MAINTFEE" TO OP-FIELD-VALUE(4)
           MOVE 4 TO OP-FIELD-COUNT
           IF SIMULATE-RUN
               CALL "BLM-FEE-CONTROLLER" USING "quote", OP-FIELDS,
                    OP-FIELD-COUNT, WS-SWEEP-USER, WS-FEE-RET-CODE
           ELSE
               CALL "BLM-FEE-CONTROLLER" USING "assess", OP-FIELDS,
                    OP-FIELD-COUNT, WS-SWEEP-USER, WS-FEE-RET-CODE
           END-IF
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > OP-FIELD-COUNT
               IF OP-FIELD-NAME(WS-QT-IDX) = "fee-amount"
                   COMPUTE WS-MAINT-FEE-AMT = FUNCTION NUMVAL(
                           OP-FIELD-VALUE(WS-QT-IDX))
               END-IF
               IF OP-FIELD-NAME(WS-QT-IDX) = "fee-waived"
                   MOVE "Y" TO WS-TIER-WAIVED
               END-IF
           END-PERFORM
           IF SIMULATE-RUN
               DISPLAY "WOULD assess " WS-MAINT-FEE-AMT " on "
                       WS-SWEEP-USER
           END-IF
           IF WS-FEE-RET-CODE = 0
               IF WS-MAINT-FEE-AMT > 0
                   ADD 1 TO WS-FEES-ASSESSED
                   ADD WS-MAINT-FEE-AMT TO WS-FEES-TOTAL
               ELSE
                   IF TIER-WAIVED
                       ADD 1 TO WS-FEES-WAIVED
                   END-IF
               END-IF
           END-IF.
           EXIT.

           DISPLAY " "
           DISPLAY "Accounts checked: " WS-USERS-CHECKED
           DISPLAY "Maintenance fees assessed: " WS-FEES-ASSESSED
           DISPLAY "Waived in full by relationship tier: "
                   WS-FEES-WAIVED
           DISPLAY "Accounts already swept this month: "
                   WS-USERS-SKIPPED
           IF SIMULATE-RUN
