      *> Purpose: Standing-order (recurring payment) management
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - Autopay mandates: "autopay" enrolls a
      *>                     card (minimum due, statement balance or
      *>                     a fixed amount) or a loan (its
      *>                     installment) with a short-funds choice,
      *>                     one live mandate per card/loan;
      *>                     "autopay-cancel" stops it and
      *>                     "autopay-status" prints the line the
      *>                     card and loan screens show. The nightly
      *>                     BLM-AUTOPAY-RELEASE pass collects.
      *>   06/10/2025 - jm - Sweep orders: schedule-sweep files a
      *>                     "move the excess above N to user X"
      *>                     order the nightly BLM-SWEEP-RELEASE pass
                 RECORD KEY IS RECUR-ID
                 ALTERNATE RECORD KEY IS RECUR-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-TGT-STATUS.
             SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOAN-ID
                 ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-TGT-STATUS.

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

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
           88 LOOKUP-FOUND       VALUE "Y".
       77 WS-DUE-DAY           PIC 9(2).

      *> Autopay enrollment - the card/loan the mandate follows, the
      *> owner check against its master, and the one-live-mandate
      *> scan over the customer's orders.
       77 WS-TGT-STATUS        PIC XX VALUE SPACES.
       77 WS-AP-TARGET         PIC X(10) VALUE SPACES.
       77 WS-TARGET-OK         PIC X VALUE "N".
           88 TARGET-OK          VALUE "Y".
       77 WS-AP-FOUND          PIC X VALUE "N".
           88 AUTOPAY-FOUND      VALUE "Y".
       77 WS-AP-BASIS-TEXT     PIC X(18) VALUE SPACES.
       77 WS-AP-SHORT-TEXT     PIC X(24) VALUE SPACES.
       77 WS-AP-RESULT-TEXT    PIC X(16) VALUE SPACES.
       77 WS-AP-AMT-EDIT       PIC 9(9).99.
       77 WS-AP-CURRENCY       PIC X(3) VALUE "USD".

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
                   PERFORM LIST-ORDERS
               WHEN "cancel"
                   PERFORM CANCEL-ORDER
               WHEN "autopay"
                   PERFORM ENROLL-AUTOPAY
               WHEN "autopay-cancel"
                   PERFORM CANCEL-AUTOPAY
               WHEN "autopay-status"
                   PERFORM SHOW-AUTOPAY-STATUS
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
                   READ RECURRING-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                           OR RECUR-USER-ID NOT = LK-USER-ID
                       EVALUATE TRUE
                         WHEN RECUR-SWEEP
                           DISPLAY RECUR-ID ": SWEEP excess above "
                                   RECUR-SWEEP-THRESHOLD " to "
                                   FUNCTION TRIM(RECUR-PAYEE)
                                   " status=" RECUR-STATUS
                         WHEN RECUR-AUTOPAY
                           PERFORM DESCRIBE-AUTOPAY
                           DISPLAY RECUR-ID ": AUTOPAY "
                                   RECUR-CARD-ID " "
                                   FUNCTION TRIM(WS-AP-BASIS-TEXT)
                                   ", " FUNCTION TRIM(WS-AP-SHORT-TEXT)
                                   " status=" RECUR-STATUS
                         WHEN OTHER
                           DISPLAY RECUR-ID ": " RECUR-AMOUNT " "
                                   RECUR-CURRENCY " to "
                                   RECUR-CARD-ID
                                   " every " RECUR-FREQUENCY
                                   " next due " RECUR-NEXT-DUE
                                   " status=" RECUR-STATUS
                       END-EVALUATE
                       READ RECURRING-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           CLOSE RECURRING-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> ENROLL-AUTOPAY - writes an ACTIVE autopay mandate for
      *> LK-USER-ID against --card-id (a card "C..." or loan "L..."
      *> they own). A card takes --basis M (minimum due, the default),
      *> S (statement balance) or F (fixed --amount); a loan always
      *> pays its installment. --short P pays what the balance covers
      *> when funds are short; anything else fails the attempt with a
      *> notice. One live mandate per card or loan.
      *> ----------------------------------------------------------------
       ENROLL-AUTOPAY.
           MOVE "card-id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-AP-TARGET
           PERFORM CHECK-AUTOPAY-TARGET
           IF NOT TARGET-OK
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LIVE-AUTOPAY
           IF AUTOPAY-FOUND
               DISPLAY WS-AP-TARGET " is already on autopay ("
                       RECUR-ID "); cancel that mandate first."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RECURRING-PAYMENT-RECORD
           MOVE LK-USER-ID TO RECUR-USER-ID
           MOVE WS-AP-TARGET TO RECUR-CARD-ID
           MOVE "AUTOPAY" TO RECUR-PAYEE
           MOVE 0 TO RECUR-AMOUNT
           MOVE "USD" TO RECUR-CURRENCY
           IF WS-AP-TARGET(1:1) = "L"
               SET AUTOPAY-INSTALLMENT TO TRUE
               MOVE WS-AP-CURRENCY TO RECUR-CURRENCY
           ELSE
               MOVE "basis" TO WS-LOOKUP-NAME
               PERFORM LOOKUP-OP-FIELD
               EVALUATE WS-LOOKUP-VALUE(1:1)
                   WHEN "S"
                       SET AUTOPAY-STATEMENT TO TRUE
                   WHEN "F"
                       SET AUTOPAY-FIXED TO TRUE
                       MOVE "amount" TO WS-LOOKUP-NAME
                       PERFORM LOOKUP-OP-FIELD
                       MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE)
                            TO RECUR-AMOUNT
                   WHEN OTHER
                       SET AUTOPAY-MINIMUM TO TRUE
               END-EVALUATE
               IF AUTOPAY-FIXED AND RECUR-AMOUNT = 0
                   DISPLAY "A fixed-amount autopay needs an amount."
                   MOVE 8 TO LK-RET-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "short" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE(1:1) = "P"
               SET AUTOPAY-SHORT-PARTIAL TO TRUE
           ELSE
               SET AUTOPAY-SHORT-FAIL TO TRUE
           END-IF
           SET RECUR-AUTOPAY TO TRUE
           SET RECUR-MONTHLY TO TRUE
           MOVE 0 TO RECUR-SWEEP-THRESHOLD
           MOVE 0 TO RECUR-AUTO-LAST-AMT
           SET RECUR-ACTIVE TO TRUE

           PERFORM OPEN-RECUR-FOR-WRITE
           PERFORM GENERATE-RECUR-ID
           MOVE WS-NEW-RECUR-ID TO RECUR-ID
           PERFORM STAMP-RECUR-TIME
           MOVE WS-TIMESTAMP TO RECUR-CREATED-AT
           WRITE RECURRING-PAYMENT-RECORD
           IF WS-FILE-STATUS = "00"
               PERFORM DESCRIBE-AUTOPAY
               DISPLAY "Autopay " RECUR-ID " set up on " RECUR-CARD-ID
                       ": " FUNCTION TRIM(WS-AP-BASIS-TEXT) ", "
                       FUNCTION TRIM(WS-AP-SHORT-TEXT) "."
               MOVE 0 TO LK-RET-CODE
           ELSE
               DISPLAY "Error writing autopay mandate, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE RECURRING-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CANCEL-AUTOPAY - cancels the live mandate on --card-id.
      *> ----------------------------------------------------------------
       CANCEL-AUTOPAY.
           MOVE "card-id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-AP-TARGET
           PERFORM FIND-LIVE-AUTOPAY
           IF NOT AUTOPAY-FOUND
               DISPLAY WS-AP-TARGET " is not on autopay."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RECURRING-MASTER-FILE
           READ RECURRING-MASTER-FILE KEY IS RECUR-ID
           IF WS-FILE-STATUS = "00"
               SET RECUR-CANCELLED TO TRUE
               REWRITE RECURRING-PAYMENT-RECORD
           END-IF
           IF WS-FILE-STATUS = "00"
               DISPLAY "Autopay " RECUR-ID " on " WS-AP-TARGET
                       " cancelled."
               MOVE 0 TO LK-RET-CODE
           ELSE
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE RECURRING-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> SHOW-AUTOPAY-STATUS - the indented autopay line under a card
      *> or loan row on the customer's screens: what the mandate pays
      *> and how the last due date went, or "off".
      *> ----------------------------------------------------------------
       SHOW-AUTOPAY-STATUS.
           MOVE "card-id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-AP-TARGET
           PERFORM FIND-LIVE-AUTOPAY
           IF NOT AUTOPAY-FOUND
               DISPLAY "            autopay off"
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM DESCRIBE-AUTOPAY
           IF RECUR-AUTO-LAST-DUE = SPACES
               DISPLAY "            autopay on: "
                       FUNCTION TRIM(WS-AP-BASIS-TEXT) ", "
                       FUNCTION TRIM(WS-AP-SHORT-TEXT)
           ELSE
               DISPLAY "            autopay on: "
                       FUNCTION TRIM(WS-AP-BASIS-TEXT) ", "
                       FUNCTION TRIM(WS-AP-SHORT-TEXT) "; due "
                       RECUR-AUTO-LAST-DUE " "
                       FUNCTION TRIM(WS-AP-RESULT-TEXT) " "
                       RECUR-AUTO-LAST-AMT
           END-IF
           MOVE 0 TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-AUTOPAY-TARGET - WS-AP-TARGET must be a card or loan on
      *> file belonging to LK-USER-ID and still open; a loan's
      *> currency is kept for the mandate.
      *> ----------------------------------------------------------------
       CHECK-AUTOPAY-TARGET.
           MOVE "N" TO WS-TARGET-OK
           MOVE "USD" TO WS-AP-CURRENCY
           EVALUATE WS-AP-TARGET(1:1)
               WHEN "C"
                   OPEN INPUT CARD-MASTER-FILE
                   MOVE WS-AP-TARGET TO CARD-ID
                   READ CARD-MASTER-FILE KEY IS CARD-ID
                   IF WS-TGT-STATUS = "00"
                           AND CARD-USER-ID = LK-USER-ID
                           AND NOT CARD-CLOSED
                       MOVE "Y" TO WS-TARGET-OK
                   END-IF
                   CLOSE CARD-MASTER-FILE
               WHEN "L"
                   OPEN INPUT LOAN-MASTER-FILE
                   MOVE WS-AP-TARGET TO LOAN-ID
                   READ LOAN-MASTER-FILE KEY IS LOAN-ID
                   IF WS-TGT-STATUS = "00"
                           AND LOAN-USER-ID = LK-USER-ID
                           AND LOAN-ACTIVE
                       MOVE "Y" TO WS-TARGET-OK
                       MOVE LOAN-CURRENCY TO WS-AP-CURRENCY
                   END-IF
                   CLOSE LOAN-MASTER-FILE
           END-EVALUATE
           IF NOT TARGET-OK
               DISPLAY "No open card or active loan " WS-AP-TARGET
                       " for this user."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> FIND-LIVE-AUTOPAY - the ACTIVE autopay mandate LK-USER-ID
      *> holds on WS-AP-TARGET, put back in the record area (after
      *> the file is closed) when found.
      *> ----------------------------------------------------------------
       FIND-LIVE-AUTOPAY.
           MOVE "N" TO WS-AP-FOUND
           OPEN INPUT RECURRING-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-USER-ID TO RECUR-USER-ID
           START RECURRING-MASTER-FILE KEY IS = RECUR-USER-ID
           IF WS-FILE-STATUS = "00"
               READ RECURRING-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR RECUR-USER-ID NOT = LK-USER-ID
                       OR AUTOPAY-FOUND
                   IF RECUR-AUTOPAY AND RECUR-ACTIVE
                           AND RECUR-CARD-ID = WS-AP-TARGET
                       MOVE "Y" TO WS-AP-FOUND
                       MOVE RECURRING-PAYMENT-RECORD TO WS-RECORD-HOLD
                   ELSE
                       READ RECURRING-MASTER-FILE NEXT RECORD
                   END-IF
               END-PERFORM
           END-IF
           CLOSE RECURRING-MASTER-FILE
           IF AUTOPAY-FOUND
               MOVE WS-RECORD-HOLD TO RECURRING-PAYMENT-RECORD
           END-IF.
           EXIT.

      *> readable forms of the mandate in the record area.
       DESCRIBE-AUTOPAY.
           EVALUATE TRUE
               WHEN AUTOPAY-STATEMENT
                   MOVE "statement balance" TO WS-AP-BASIS-TEXT
               WHEN AUTOPAY-FIXED
                   MOVE SPACES TO WS-AP-BASIS-TEXT
                   MOVE RECUR-AMOUNT TO WS-AP-AMT-EDIT
                   STRING "fixed " WS-AP-AMT-EDIT DELIMITED BY SIZE
                          INTO WS-AP-BASIS-TEXT
               WHEN AUTOPAY-INSTALLMENT
                   MOVE "installment" TO WS-AP-BASIS-TEXT
               WHEN OTHER
                   MOVE "minimum due" TO WS-AP-BASIS-TEXT
           END-EVALUATE
           IF AUTOPAY-SHORT-PARTIAL
               MOVE "partial if funds short" TO WS-AP-SHORT-TEXT
           ELSE
               MOVE "fail if funds short" TO WS-AP-SHORT-TEXT
           END-IF
           EVALUATE TRUE
               WHEN AUTOPAY-PAID
                   MOVE "paid" TO WS-AP-RESULT-TEXT
               WHEN AUTOPAY-PARTIAL
                   MOVE "partly paid" TO WS-AP-RESULT-TEXT
               WHEN AUTOPAY-FAILED
                   MOVE "FAILED, paid" TO WS-AP-RESULT-TEXT
               WHEN OTHER
                   MOVE "already covered" TO WS-AP-RESULT-TEXT
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-RECUR-ID - browses the master file for the highest
      *> existing numeric suffix and assigns the next one.
