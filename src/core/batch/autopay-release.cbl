      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly autopay collection - for every ACTIVE autopay
      *>          mandate on the recurring master, works out what the
      *>          card or loan owes on a due date that has arrived
      *>          (the card's minimum due, statement balance or fixed
      *>          amount, less what was already paid this cycle; the
      *>          loan's next scheduled installment) and pays it out
      *>          of the customer's cash balance through the normal
      *>          payment path. Short funds pay what the balance
      *>          covers or fail the attempt, as the mandate says,
      *>          with a notice to the customer either way.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: collect-then-post over the
      *>                     recurring master like the sweep pass,
      *>                     posting through BLM-PAYMENT-CONTROLLER's
      *>                     add-autopay path. Each mandate records
      *>                     the due date it last dealt with, so a
      *>                     rerun never collects a due date twice and
      *>                     no checkpoint is needed.
      *>   15/10/2026 - jm - Collects against the available balance, so
      *>                     a deposited check still on hold doesn't pay
      *>                     a bill.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-AUTOPAY-RELEASE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT RECURRING-MASTER-FILE ASSIGN TO "RECURMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RECUR-ID
                 ALTERNATE RECORD KEY IS RECUR-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
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
             SELECT PAYMENT-MASTER-FILE ASSIGN TO "PAYMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PAYMENT-ID
                 ALTERNATE RECORD KEY IS PAYMENT-USER-ID
                     WITH DUPLICATES
                 FILE STATUS IS WS-PAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "recurring-payment.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".
       FD  LOAN-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan.cpy".
       FD  LOAN-SCHEDULE-FILE
           LABEL RECORD STANDARD.
           COPY "loan-schedule.cpy".
       FD  PAYMENT-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "payment.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-CARD-STATUS       PIC XX VALUE SPACES.
       77 WS-LOAN-STATUS       PIC XX VALUE SPACES.
       77 WS-SCHED-STATUS      PIC XX VALUE SPACES.
       77 WS-PAY-STATUS        PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       COPY "user-ctl-data.cpy".

      *> Mandates collected on the first pass, posted on the second
      *> (the payment path reopens the card and loan masters itself).
       77 WS-CAND-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 500 TIMES.
               10 WS-CAND-ID       PIC X(10).
               10 WS-CAND-USER     PIC X(10).
               10 WS-CAND-TARGET   PIC X(10).
               10 WS-CAND-BASIS    PIC X(1).
               10 WS-CAND-SHORT    PIC X(1).
               10 WS-CAND-FIXED    PIC 9(9)V99.
               10 WS-CAND-CCY      PIC X(3).
               10 WS-CAND-LAST-DUE PIC X(8).
       77 WS-CAND-IDX          PIC 9(4) COMP VALUE 0.

      *> What the current mandate owes tonight. WS-THIS-DUE is the due
      *> date being collected; blank when nothing has fallen due since
      *> the mandate last ran.
       77 WS-THIS-DUE          PIC X(8) VALUE SPACES.
       77 WS-AMOUNT-DUE        PIC S9(9)V99 VALUE 0.
       77 WS-OWED-NOW          PIC S9(9)V99 VALUE 0.
       77 WS-PAID-TOTAL        PIC 9(9)V99 VALUE 0.
       77 WS-CASH-BAL          PIC S9(9)V99 VALUE 0.
       77 WS-PAY-AMOUNT        PIC 9(9)V99 VALUE 0.
       77 WS-RESULT            PIC X(1) VALUE SPACES.
           88 RESULT-PAID        VALUE "P".
           88 RESULT-PARTIAL     VALUE "R".
           88 RESULT-FAILED      VALUE "F".
           88 RESULT-COVERED     VALUE "C".
       77 WS-AMOUNT-EDIT       PIC 9(9).99.
       77 WS-DUE-EDIT          PIC 9(9).99.

      *> The payment call
       77 WS-PAY-USER-ID       PIC X(10) VALUE SPACES.
       77 WS-PAY-RET-CODE      PIC S9(4) COMP.
       COPY "op-fields.cpy".

      *> Customer notice of a failed or partial attempt
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-NT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-NT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.

      *> Run counters
       77 WS-AUTOPAYS-PAID     PIC 9(5) COMP VALUE 0.
       77 WS-AUTOPAYS-PARTIAL  PIC 9(5) COMP VALUE 0.
       77 WS-AUTOPAYS-FAILED   PIC 9(5) COMP VALUE 0.
       77 WS-AUTOPAYS-COVERED  PIC 9(5) COMP VALUE 0.
       77 WS-AUTOPAYS-RETRY    PIC 9(5) COMP VALUE 0.
       77 WS-AUTOPAYS-NOT-DUE  PIC 9(5) COMP VALUE 0.
       77 WS-TOTAL-COLLECTED   PIC 9(11)V99 VALUE 0.

      *> Control-totals row - every collected amount leaves customer
      *> cash, so the net here is the night's total, negative.
       COPY "control-totals.cpy"
           REPLACING ==CONTROL-TOTALS-RECORD== BY ==WS-CTOT-ENTRY==.
       77 WS-CTOT-RET-CODE     PIC S9(4) COMP.

      *> Run-history ledger rows for the operations summary
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-MANDATES
           PERFORM 3000-POST-AUTOPAYS
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Nightly Autopay Collection ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "AUTOPAY-RELEASE" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE.
           EXIT.

       2000-COLLECT-MANDATES.
           OPEN INPUT RECURRING-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No standing orders on file."
           ELSE
               MOVE LOW-VALUES TO RECUR-ID
               START RECURRING-MASTER-FILE
                   KEY IS NOT LESS THAN RECUR-ID
               IF WS-FILE-STATUS = "00"
                   READ RECURRING-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       IF RECUR-ACTIVE AND RECUR-AUTOPAY
                           PERFORM 2100-TABLE-ONE-MANDATE
                       END-IF
                       READ RECURRING-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE RECURRING-MASTER-FILE
           END-IF.
           EXIT.

       2100-TABLE-ONE-MANDATE.
           IF WS-CAND-COUNT < 500
               ADD 1 TO WS-CAND-COUNT
               MOVE RECUR-ID TO WS-CAND-ID(WS-CAND-COUNT)
               MOVE RECUR-USER-ID TO WS-CAND-USER(WS-CAND-COUNT)
               MOVE RECUR-CARD-ID TO WS-CAND-TARGET(WS-CAND-COUNT)
               MOVE RECUR-AUTO-BASIS TO WS-CAND-BASIS(WS-CAND-COUNT)
               MOVE RECUR-AUTO-SHORT TO WS-CAND-SHORT(WS-CAND-COUNT)
               MOVE RECUR-AMOUNT TO WS-CAND-FIXED(WS-CAND-COUNT)
               MOVE RECUR-CURRENCY TO WS-CAND-CCY(WS-CAND-COUNT)
               MOVE RECUR-AUTO-LAST-DUE
                    TO WS-CAND-LAST-DUE(WS-CAND-COUNT)
           ELSE
               DISPLAY "Autopay table full; " RECUR-ID
                       " waits for tomorrow's run."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-POST-AUTOPAYS - one mandate at a time: what is owed,
      *> what the customer's cash covers, the payment, the notice and
      *> the mandate's record of how this due date went.
      *> ----------------------------------------------------------------
       3000-POST-AUTOPAYS.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               PERFORM 3100-POST-ONE-AUTOPAY
           END-PERFORM.
           EXIT.

       3100-POST-ONE-AUTOPAY.
           MOVE SPACES TO WS-THIS-DUE
           MOVE 0 TO WS-AMOUNT-DUE
           MOVE 0 TO WS-PAY-AMOUNT
           IF WS-CAND-TARGET(WS-CAND-IDX)(1:1) = "L"
               PERFORM 3300-LOAN-AMOUNT-DUE
           ELSE
               PERFORM 3200-CARD-AMOUNT-DUE
           END-IF
           IF WS-THIS-DUE = SPACES
               ADD 1 TO WS-AUTOPAYS-NOT-DUE
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT-DUE <= 0
               SET RESULT-COVERED TO TRUE
               ADD 1 TO WS-AUTOPAYS-COVERED
               DISPLAY "Covered  " WS-CAND-ID(WS-CAND-IDX) " "
                       WS-CAND-TARGET(WS-CAND-IDX) " due "
                       WS-THIS-DUE " already paid"
               PERFORM 3500-MARK-MANDATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAND-USER(WS-CAND-IDX) TO WS-PAY-USER-ID
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-AVAILABLE",
                USER-CTL-DATA, WS-PAY-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "RETRY    " WS-CAND-ID(WS-CAND-IDX)
                       " balance lookup returned " WS-CTL-RET-CODE
               ADD 1 TO WS-AUTOPAYS-RETRY
               EXIT PARAGRAPH
           END-IF
           MOVE UCD-BAL-AMOUNT TO WS-CASH-BAL
           EVALUATE TRUE
               WHEN WS-CASH-BAL >= WS-AMOUNT-DUE
                   MOVE WS-AMOUNT-DUE TO WS-PAY-AMOUNT
                   SET RESULT-PAID TO TRUE
               WHEN WS-CAND-SHORT(WS-CAND-IDX) = "P"
                       AND WS-CASH-BAL > 0
                   MOVE WS-CASH-BAL TO WS-PAY-AMOUNT
                   SET RESULT-PARTIAL TO TRUE
               WHEN OTHER
                   MOVE 0 TO WS-PAY-AMOUNT
                   SET RESULT-FAILED TO TRUE
           END-EVALUATE

           IF WS-PAY-AMOUNT > 0
               PERFORM 3400-POST-PAYMENT
               EVALUATE WS-PAY-RET-CODE
                   WHEN 0
                       ADD WS-PAY-AMOUNT TO WS-TOTAL-COLLECTED
                   WHEN 16
      *>               the balance moved between the look and the
      *>               debit: nothing was posted, so it failed.
                       MOVE 0 TO WS-PAY-AMOUNT
                       SET RESULT-FAILED TO TRUE
                   WHEN OTHER
                       DISPLAY "RETRY    " WS-CAND-ID(WS-CAND-IDX)
                               " posting returned " WS-PAY-RET-CODE
                               ", will retry tomorrow"
                       ADD 1 TO WS-AUTOPAYS-RETRY
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN RESULT-PAID
                   ADD 1 TO WS-AUTOPAYS-PAID
                   DISPLAY "Paid     " WS-CAND-ID(WS-CAND-IDX) " "
                           WS-PAY-AMOUNT " to "
                           WS-CAND-TARGET(WS-CAND-IDX) " due "
                           WS-THIS-DUE
               WHEN RESULT-PARTIAL
                   ADD 1 TO WS-AUTOPAYS-PARTIAL
                   DISPLAY "PARTIAL  " WS-CAND-ID(WS-CAND-IDX) " "
                           WS-PAY-AMOUNT " of " WS-AMOUNT-DUE " to "
                           WS-CAND-TARGET(WS-CAND-IDX) " due "
                           WS-THIS-DUE
                   PERFORM 3600-POST-AUTOPAY-NOTICE
               WHEN OTHER
                   ADD 1 TO WS-AUTOPAYS-FAILED
                   DISPLAY "FAILED   " WS-CAND-ID(WS-CAND-IDX) " "
                           WS-AMOUNT-DUE " to "
                           WS-CAND-TARGET(WS-CAND-IDX) " due "
                           WS-THIS-DUE ", balance " WS-CASH-BAL
                   PERFORM 3600-POST-AUTOPAY-NOTICE
           END-EVALUATE
           PERFORM 3500-MARK-MANDATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3200-CARD-AMOUNT-DUE - a card is due once its CARD-DUE-DATE
      *> has arrived and is later than the due date the mandate last
      *> dealt with. Minimum-due and statement mandates pay that
      *> figure less whatever was paid since the cycle cut; a fixed
      *> mandate pays its amount. None pays more than the card owes.
      *> ----------------------------------------------------------------
       3200-CARD-AMOUNT-DUE.
           OPEN INPUT CARD-MASTER-FILE
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAND-TARGET(WS-CAND-IDX) TO CARD-ID
           READ CARD-MASTER-FILE KEY IS CARD-ID
           IF WS-CARD-STATUS = "00"
                   AND NOT CARD-CLOSED
                   AND CARD-DUE-DATE NOT = SPACES
                   AND CARD-DUE-DATE <= WS-TODAY-DATE
                   AND CARD-DUE-DATE > WS-CAND-LAST-DUE(WS-CAND-IDX)
               MOVE CARD-DUE-DATE TO WS-THIS-DUE
               COMPUTE WS-OWED-NOW =
                       CARD-CREDIT-LIMIT - CARD-AVAILABLE-BAL
               EVALUATE WS-CAND-BASIS(WS-CAND-IDX)
                   WHEN "S"
                       PERFORM 3210-SUM-CYCLE-PAYMENTS
                       COMPUTE WS-AMOUNT-DUE =
                               CARD-STMT-BALANCE - WS-PAID-TOTAL
                   WHEN "F"
                       MOVE WS-CAND-FIXED(WS-CAND-IDX)
                            TO WS-AMOUNT-DUE
                   WHEN OTHER
                       PERFORM 3210-SUM-CYCLE-PAYMENTS
                       COMPUTE WS-AMOUNT-DUE =
                               CARD-MIN-DUE - WS-PAID-TOTAL
               END-EVALUATE
               IF WS-AMOUNT-DUE > WS-OWED-NOW
                   MOVE WS-OWED-NOW TO WS-AMOUNT-DUE
               END-IF
           END-IF
           CLOSE CARD-MASTER-FILE.
           EXIT.

      *> COMPLETE payments on the card since its cycle cut.
       3210-SUM-CYCLE-PAYMENTS.
           MOVE 0 TO WS-PAID-TOTAL
           OPEN INPUT PAYMENT-MASTER-FILE
           IF WS-PAY-STATUS = "00"
               MOVE LOW-VALUES TO PAYMENT-ID
               START PAYMENT-MASTER-FILE
                   KEY IS NOT LESS THAN PAYMENT-ID
               IF WS-PAY-STATUS = "00"
                   READ PAYMENT-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-PAY-STATUS NOT = "00"
                       IF PAYMENT-CARD-ID = CARD-ID
                               AND PAYMENT-COMPLETE
                               AND PAYMENT-CREATED-AT(1:8)
                               >= CARD-CYCLE-DATE
                           ADD PAYMENT-AMOUNT TO WS-PAID-TOTAL
                       END-IF
                       READ PAYMENT-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE PAYMENT-MASTER-FILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3300-LOAN-AMOUNT-DUE - a loan is due on the first PENDING
      *> installment dated after the one the mandate last dealt with,
      *> once that date has arrived: its interest plus principal,
      *> never more than the loan still owes. An installment autopay
      *> already failed on stays with collections and doesn't hold
      *> up the next one.
      *> ----------------------------------------------------------------
       3300-LOAN-AMOUNT-DUE.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAND-TARGET(WS-CAND-IDX) TO LOAN-ID
           READ LOAN-MASTER-FILE KEY IS LOAN-ID
           IF WS-LOAN-STATUS NOT = "00"
                   OR NOT (LOAN-ACTIVE OR LOAN-DEFAULTED)
               CLOSE LOAN-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-OUTSTANDING-BAL TO WS-OWED-NOW
           CLOSE LOAN-MASTER-FILE

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAND-TARGET(WS-CAND-IDX) TO SCHED-LOAN-ID
           MOVE 0 TO SCHED-SEQ
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN SCHED-KEY
           IF WS-SCHED-STATUS = "00"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
               PERFORM UNTIL WS-SCHED-STATUS NOT = "00"
                       OR SCHED-LOAN-ID
                          NOT = WS-CAND-TARGET(WS-CAND-IDX)
                       OR WS-THIS-DUE NOT = SPACES
                   IF SCHED-PENDING
                           AND SCHED-DUE-DATE >
                               WS-CAND-LAST-DUE(WS-CAND-IDX)
                       IF SCHED-DUE-DATE <= WS-TODAY-DATE
                           MOVE SCHED-DUE-DATE TO WS-THIS-DUE
                           COMPUTE WS-AMOUNT-DUE =
                                   SCHED-INTEREST + SCHED-PRINCIPAL
                       ELSE
      *>                   the next one isn't due yet - stop looking.
                           MOVE "99999999" TO WS-THIS-DUE
                       END-IF
                   ELSE
                       READ LOAN-SCHEDULE-FILE NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF
           CLOSE LOAN-SCHEDULE-FILE
           IF WS-THIS-DUE = "99999999"
               MOVE SPACES TO WS-THIS-DUE
           END-IF
           IF WS-AMOUNT-DUE > WS-OWED-NOW
               MOVE WS-OWED-NOW TO WS-AMOUNT-DUE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3400-POST-PAYMENT - the payment goes through the same posting
      *> a customer's own payment does, funded from their cash
      *> balance, with the mandate's owner as the payer.
      *> ----------------------------------------------------------------
       3400-POST-PAYMENT.
           MOVE "card-id" TO OP-FIELD-NAME(1)
           MOVE WS-CAND-TARGET(WS-CAND-IDX) TO OP-FIELD-VALUE(1)
           MOVE "payee" TO OP-FIELD-NAME(2)
           MOVE SPACES TO OP-FIELD-VALUE(2)
           STRING "AUTOPAY " WS-CAND-ID(WS-CAND-IDX)
                  DELIMITED BY SIZE INTO OP-FIELD-VALUE(2)
           MOVE "amount" TO OP-FIELD-NAME(3)
           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO OP-FIELD-VALUE(3)
           MOVE "currency" TO OP-FIELD-NAME(4)
           MOVE WS-CAND-CCY(WS-CAND-IDX) TO OP-FIELD-VALUE(4)
           MOVE 4 TO OP-FIELD-COUNT
           MOVE WS-CAND-USER(WS-CAND-IDX) TO WS-PAY-USER-ID
           CALL "BLM-PAYMENT-CONTROLLER" USING "add-autopay",
                OP-FIELDS, OP-FIELD-COUNT, WS-PAY-USER-ID,
                WS-PAY-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3500-MARK-MANDATE - records the due date just dealt with, how
      *> it went and what was collected, for the next run and for the
      *> autopay line on the customer's card and loan screens.
      *> ----------------------------------------------------------------
       3500-MARK-MANDATE.
           OPEN I-O RECURRING-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update mandate "
                       WS-CAND-ID(WS-CAND-IDX) ", status "
                       WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAND-ID(WS-CAND-IDX) TO RECUR-ID
           READ RECURRING-MASTER-FILE KEY IS RECUR-ID
           IF WS-FILE-STATUS = "00"
               MOVE WS-THIS-DUE TO RECUR-AUTO-LAST-DUE
               MOVE WS-RESULT TO RECUR-AUTO-RESULT
               MOVE WS-PAY-AMOUNT TO RECUR-AUTO-LAST-AMT
               REWRITE RECURRING-PAYMENT-RECORD
           END-IF
           CLOSE RECURRING-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3600-POST-AUTOPAY-NOTICE - tells the customer an autopay fell
      *> short: what was due, what (if anything) was collected, and
      *> that the rest is still owed by the due date.
      *> ----------------------------------------------------------------
       3600-POST-AUTOPAY-NOTICE.
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE WS-CAND-USER(WS-CAND-IDX) TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE SPACES TO WS-NT-FIELD-VALUE(3)
           MOVE WS-AMOUNT-DUE TO WS-DUE-EDIT
           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT
           IF RESULT-PARTIAL
               MOVE "AUTOPAY-PARTIAL" TO WS-NT-FIELD-VALUE(2)
               STRING "Autopay on " WS-CAND-TARGET(WS-CAND-IDX)
                      ": funds short, paid " WS-AMOUNT-EDIT " of "
                      WS-DUE-EDIT " due " WS-THIS-DUE
                      ". Please pay the rest."
                      DELIMITED BY SIZE INTO WS-NT-FIELD-VALUE(3)
           ELSE
               MOVE "AUTOPAY-FAILED" TO WS-NT-FIELD-VALUE(2)
               STRING "Autopay on " WS-CAND-TARGET(WS-CAND-IDX)
                      ": insufficient funds for " WS-DUE-EDIT
                      " due " WS-THIS-DUE
                      ". Nothing was paid; please pay now."
                      DELIMITED BY SIZE INTO WS-NT-FIELD-VALUE(3)
           END-IF
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, WS-CAND-USER(WS-CAND-IDX),
                WS-NT-RET-CODE.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Autopays paid in full: " WS-AUTOPAYS-PAID
           DISPLAY "Autopays paid in part: " WS-AUTOPAYS-PARTIAL
           DISPLAY "Autopays failed (funds): " WS-AUTOPAYS-FAILED
           DISPLAY "Already covered by the customer: "
                   WS-AUTOPAYS-COVERED
           DISPLAY "Left for tomorrow (errors): " WS-AUTOPAYS-RETRY
           DISPLAY "Nothing due tonight: " WS-AUTOPAYS-NOT-DUE
           DISPLAY "Total collected: " WS-TOTAL-COLLECTED
           MOVE SPACES TO WS-CTOT-ENTRY
           MOVE "AUTOPAY-RELEASE" TO CTOT-JOB-NAME OF WS-CTOT-ENTRY
           COMPUTE CTOT-RECORDS-IN OF WS-CTOT-ENTRY =
                   WS-CAND-COUNT - WS-AUTOPAYS-NOT-DUE
           COMPUTE CTOT-RECORDS-POSTED OF WS-CTOT-ENTRY =
                   WS-AUTOPAYS-PAID + WS-AUTOPAYS-PARTIAL
           COMPUTE CTOT-AMOUNT-POSTED OF WS-CTOT-ENTRY =
                   0 - WS-TOTAL-COLLECTED
           CALL "BLM-CTLTOT-CONTROLLER" USING "LOG", WS-CTOT-ENTRY,
                WS-CTOT-RET-CODE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "AUTOPAY-RELEASE" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           COMPUTE RUN-RECORDS OF WS-RUN-ENTRY =
                   WS-AUTOPAYS-PAID + WS-AUTOPAYS-PARTIAL
           COMPUTE RUN-EXCEPTIONS OF WS-RUN-ENTRY =
                   WS-AUTOPAYS-FAILED + WS-AUTOPAYS-RETRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE.
           EXIT.

       END PROGRAM BLM-AUTOPAY-RELEASE.
