      *>                     figure through BLM-PAYMENT-CONTROLLER so
      *>                     the loan closes to LOAN-PAID with a real
      *>                     payment record behind it.
      *>   15/10/2026 - jm - ORIGINATE zeroes the new charge-off and
      *>                     recovered amounts on the loan record.
      *>   15/10/2026 - jm - LIST shows each open loan's autopay line
      *>                     under it, from BLM-RECURRING-CONTROLLER.
      *>   15/10/2026 - jm - Variable-rate loans: ORIGINATE takes an
      *>                     optional rate-index/rate-margin link, and
      *>                     the new REPRICE op moves a loan to a new
      *>                     rate (or relinks it), re-amortizing the
      *>                     remaining installments on their existing
      *>                     due dates.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-LOAN-CONTROLLER.
       77 WS-BASE-SEQ          PIC 9(3) VALUE 0.
       77 WS-ROWS-DROPPED      PIC 9(3) COMP VALUE 0.
       77 WS-RESTR-LOAN-ID     PIC X(10) VALUE SPACES.
      *> the first due date the rebuilt installments step from, less
      *> WS-ANCHOR-BACK months: a restructure starts a month after
      *> today, a reprice keeps the due dates the loan already has.
       77 WS-ANCHOR-DATE       PIC 9(8) VALUE 0.
       77 WS-ANCHOR-BACK       PIC 9(1) VALUE 0.

      *> Reprice working fields - the pending installments left and
      *> the first of them, and the link being set.
       77 WS-PENDING-ROWS      PIC 9(3) VALUE 0.
       77 WS-FIRST-PENDING     PIC X(8) VALUE SPACES.
       77 WS-RATE-GIVEN        PIC X VALUE "N".
           88 RATE-GIVEN         VALUE "Y".
       77 WS-LINK-INDEX        PIC X(4) VALUE SPACES.
       77 WS-LINK-MARGIN       PIC S9(2)V9(4) VALUE 0.
       77 WS-MARGIN-EDIT       PIC -Z9.9999.
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.
                     ==OP-FIELD-VALUE== BY ==WS-PAY-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-PAY-FIELD-COUNT==.

      *> Autopay line under each listed loan
       77 WS-AP-RET-CODE       PIC S9(4) COMP.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-AP-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-AP-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-AP-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-AP-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-AP-FIELD-COUNT==.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
                   PERFORM SETTLE-LOAN
               WHEN "RESTRUCTURE"
                   PERFORM RESTRUCTURE-LOAN
               WHEN "REPRICE"
                   PERFORM REPRICE-LOAN
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
           ELSE
               MOVE "USD" TO LOAN-CURRENCY
           END-IF
      *>   a variable-rate loan arrives linked to its index, with the
      *>   margin its rate was priced at over it.
           MOVE "rate-index" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:4) TO LOAN-RATE-INDEX
           MOVE 0 TO LOAN-RATE-MARGIN
           MOVE "rate-margin" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOAN-RATE-INDEX NOT = SPACES
                   AND WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE)
                    TO LOAN-RATE-MARGIN
           END-IF

           IF LOAN-AMOUNT = 0 OR LOAN-TERM-MONTHS = 0
               DISPLAY "Loan amount and term are required."
               MOVE LOAN-AMOUNT TO LOAN-OUTSTANDING-BAL
               MOVE WS-TIMESTAMP(1:8) TO LOAN-LAST-ACCRUAL
               MOVE 0 TO LOAN-DELINQ-BUCKET
               MOVE 0 TO LOAN-CHARGEOFF-AMT
               MOVE 0 TO LOAN-RECOVERED-AMT
               SET LOAN-ACTIVE TO TRUE

               WRITE LOAN-RECORD
                               " " LOAN-CURRENCY " monthly "
                               LOAN-MONTHLY-PAYMENT " rate "
                               LOAN-RATE " - " LOAN-PURPOSE
                       IF LOAN-ACTIVE OR LOAN-DEFAULTED
                           PERFORM SHOW-LOAN-AUTOPAY
                       END-IF
                       READ LOAN-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF.
           EXIT.

      *> the loan's autopay mandate, as the recurring controller
      *> describes it.
       SHOW-LOAN-AUTOPAY.
           MOVE "card-id" TO WS-AP-FIELD-NAME(1)
           MOVE LOAN-ID TO WS-AP-FIELD-VALUE(1)
           MOVE 1 TO WS-AP-FIELD-COUNT
           CALL "BLM-RECURRING-CONTROLLER" USING "autopay-status",
                WS-AP-FIELDS, WS-AP-FIELD-COUNT, LK-USER-ID,
                WS-AP-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> SHOW-SCHEDULE-STATUS - per-installment paid/due/overdue view
      *> for the loan named by --id, read off the schedule file.
           PERFORM LOG-RESTRUCTURE-EVENT

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-ANCHOR-DATE
           MOVE 0 TO WS-ANCHOR-BACK
           PERFORM COMPUTE-NEW-PAYMENT

           PERFORM REBUILD-PENDING-SCHEDULE

           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> COMPUTE-NEW-PAYMENT - level payment that clears the
      *> outstanding balance at WS-NEW-RATE over WS-NEW-TERM months.
      *> ----------------------------------------------------------------
       COMPUTE-NEW-PAYMENT.
           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 100 / 12
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                       LOAN-OUTSTANDING-BAL / WS-NEW-TERM
           ELSE
               COMPUTE WS-FACTOR =
                       (1 + WS-MONTHLY-RATE) ** WS-NEW-TERM
               COMPUTE WS-NEW-PAYMENT ROUNDED =
                       LOAN-OUTSTANDING-BAL * WS-MONTHLY-RATE
                       * WS-FACTOR / (WS-FACTOR - 1)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> REBUILD-PENDING-SCHEDULE - drops the loan's PENDING schedule
      *> rows (satisfied rows stay as paid), then writes WS-NEW-TERM
      *> fresh installments continuing the sequence after the last
      *> satisfied row, due monthly from WS-ANCHOR-DATE.
      *> ----------------------------------------------------------------
       REBUILD-PENDING-SCHEDULE.
           MOVE 0 TO WS-BASE-SEQ

      *> ----------------------------------------------------------------
      *> WRITE-RESTRUCTURED-ROW - files installment WS-MONTH-IDX of
      *> the rebuilt plan. The due date is the anchor day-of-month
      *> (clamped to the 28th) stepped forward WS-MONTH-IDX months
      *> less WS-ANCHOR-BACK, continuing the sequence after
      *> WS-BASE-SEQ.
      *> ----------------------------------------------------------------
       WRITE-RESTRUCTURED-ROW.
           MOVE WS-ANCHOR-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-ANCHOR-DATE(5:2) TO WS-DUE-MONTH
           MOVE WS-ANCHOR-DATE(7:2) TO WS-DUE-DAY
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           COMPUTE WS-DUE-MONTHS-TOT =
                   WS-DUE-MONTH + WS-MONTH-IDX - WS-ANCHOR-BACK
           PERFORM UNTIL WS-DUE-MONTHS-TOT <= 12
               COMPUTE WS-DUE-MONTHS-TOT = WS-DUE-MONTHS-TOT - 12
               ADD 1 TO WS-DUE-YEAR
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> REPRICE-LOAN - moves the loan named by --id to the new --rate
      *> its reference index has taken it to, and/or sets its link
      *> (--rate-index, "NONE" to unlink, and --rate-margin). The
      *> outstanding balance re-amortizes over the installments still
      *> pending, on the due dates they already have, so the term
      *> and the customer's payment day don't move - only the
      *> payment does. A system op: the rate-index admin link and
      *> the nightly repricing job have checked their own authority.
      *> ----------------------------------------------------------------
       REPRICE-LOAN.
           MOVE "N" TO WS-RATE-GIVEN
           MOVE "rate" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-NEW-RATE
               MOVE "Y" TO WS-RATE-GIVEN
           END-IF
           MOVE "rate-index" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:4) TO WS-LINK-INDEX
           MOVE 0 TO WS-LINK-MARGIN
           MOVE "rate-margin" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-LINK-MARGIN
           END-IF
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           OPEN I-O LOAN-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Loan not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-VALUE(1:10) TO LOAN-ID
           READ LOAN-MASTER-FILE KEY IS LOAN-ID
           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT = "00"
                   DISPLAY "Loan not found."
                   MOVE 4 TO LK-RET-CODE
               WHEN NOT LOAN-ACTIVE AND NOT LOAN-DEFAULTED
                   DISPLAY "Loan " LOAN-ID " is closed and can't be "
                           "repriced."
                   MOVE 8 TO LK-RET-CODE
               WHEN OTHER
                   PERFORM REPRICE-LOADED-LOAN
           END-EVALUATE
           CLOSE LOAN-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> REPRICE-LOADED-LOAN - the working half, with the loan in the
      *> record area and LOAN-MASTER-FILE open I-O; audits the old
      *> terms before the schedule is touched.
      *> ----------------------------------------------------------------
       REPRICE-LOADED-LOAN.
           MOVE LOAN-RATE TO WS-OLD-RATE
           MOVE LOAN-TERM-MONTHS TO WS-OLD-TERM
           MOVE LOAN-MONTHLY-PAYMENT TO WS-OLD-PAYMENT
           MOVE LOAN-ID TO WS-RESTR-LOAN-ID
           EVALUATE WS-LINK-INDEX
               WHEN SPACES
                   CONTINUE
               WHEN "NONE"
                   MOVE SPACES TO LOAN-RATE-INDEX
                   MOVE 0 TO LOAN-RATE-MARGIN
               WHEN OTHER
                   MOVE WS-LINK-INDEX TO LOAN-RATE-INDEX
                   MOVE WS-LINK-MARGIN TO LOAN-RATE-MARGIN
           END-EVALUATE
           PERFORM LOG-REPRICE-EVENT
           IF RATE-GIVEN AND WS-NEW-RATE NOT = LOAN-RATE
               PERFORM COUNT-PENDING-ROWS
               IF WS-PENDING-ROWS > 0 AND LOAN-OUTSTANDING-BAL > 0
                   MOVE WS-PENDING-ROWS TO WS-NEW-TERM
                   MOVE WS-FIRST-PENDING TO WS-ANCHOR-DATE
                   MOVE 1 TO WS-ANCHOR-BACK
                   PERFORM COMPUTE-NEW-PAYMENT
                   PERFORM REBUILD-PENDING-SCHEDULE
                   COMPUTE LOAN-TERM-MONTHS = WS-BASE-SEQ + WS-NEW-TERM
                   MOVE WS-NEW-PAYMENT TO LOAN-MONTHLY-PAYMENT
               END-IF
               MOVE WS-NEW-RATE TO LOAN-RATE
           END-IF
           REWRITE LOAN-RECORD
           IF WS-FILE-STATUS = "00"
               DISPLAY "Loan " LOAN-ID " repriced: rate "
                       WS-OLD-RATE " -> " LOAN-RATE ", payment "
                       WS-OLD-PAYMENT " -> " LOAN-MONTHLY-PAYMENT "."
               MOVE 0 TO LK-RET-CODE
           ELSE
               DISPLAY "Error rewriting loan, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> the installments still pending on the loan in the record
      *> area, and the due date of the first of them.
       COUNT-PENDING-ROWS.
           MOVE 0 TO WS-PENDING-ROWS
           MOVE SPACES TO WS-FIRST-PENDING
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-ID TO SCHED-LOAN-ID
           MOVE 0 TO SCHED-SEQ
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN SCHED-KEY
           IF WS-SCHED-STATUS = "00"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
               PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
                       OR SCHED-LOAN-ID NOT = LOAN-ID
                   IF SCHED-PENDING
                       ADD 1 TO WS-PENDING-ROWS
                       IF WS-FIRST-PENDING = SPACES
                           MOVE SCHED-DUE-DATE TO WS-FIRST-PENDING
                       END-IF
                   END-IF
                   READ LOAN-SCHEDULE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE LOAN-SCHEDULE-FILE.
           EXIT.

       LOG-REPRICE-EVENT.
           MOVE SPACES TO WS-AUDIT-ENTRY
           PERFORM STAMP-LOAN-TIME
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE "LOAN-REPRICE" TO AUDIT-ACTION
           MOVE 0 TO AUDIT-RET-CODE
           MOVE LOAN-RATE-MARGIN TO WS-MARGIN-EDIT
           STRING "loan " WS-RESTR-LOAN-ID " old rate "
                  WS-OLD-RATE " payment " WS-OLD-PAYMENT " index "
                  LOAN-RATE-INDEX " margin " WS-MARGIN-EDIT
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-LOAN-ID - assigns the next id off the sequence-
      *> control file in constant time; an entity the sequence file
