      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Bulk payroll - a business customer (one whose
      *>          profile carries an EIN) submits one file of
      *>          recipients and amounts instead of keying dozens of
      *>          sends, or a teller submits it for them. The file is
      *>          validated as a whole when it comes in: the declared
      *>          control total must match the file, every line's
      *>          recipient and amount are checked, and the business
      *>          must have the funds for every good line. Bad lines
      *>          are rejected with a reason and never hold up the
      *>          good ones. On the value date the nightly
      *>          PAYROLL-RELEASE job takes one summary debit off the
      *>          business and pays each line through the transfer
      *>          path; a line that fails there is credited back.
      *>          Amounts are USD.
      *>
      *>          File layout, one payment per line:
      *>              recipient,amount[,reference]
      *>          recipient is a user id (U + 9 digits) or a username.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: submit/list/view/cancel for the
      *>                     customer and teller, release-due for the
      *>                     nightly job, against real indexed
      *>                     PAYROLL-BATCH-FILE and PAYROLL-LINE-FILE.
      *>   15/10/2026 - jm - The batch funds check uses the business's
      *>                     available balance (deposited checks on hold
      *>                     excluded).
      *>   15/10/2026 - jm - The release marks the batch IN RELEASE once
      *>                     the summary debit is taken; a batch found
      *>                     in that state resumes without a second
      *>                     debit, counting lines already posted, and a
      *>                     FAILED mark that does not save is reported.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-PAYROLL-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PAYROLL-BATCH-FILE ASSIGN TO "PAYRMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PRB-ID
                 ALTERNATE RECORD KEY IS PRB-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT PAYROLL-LINE-FILE ASSIGN TO "PAYLMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PRL-KEY
                 FILE STATUS IS WS-LINE-STATUS.
             SELECT PAYROLL-INPUT-FILE ASSIGN TO WS-PR-FILE-PATH
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-IN-STATUS.
             SELECT PROFILE-MASTER-FILE ASSIGN TO "PROFMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROF-USER-ID
                 FILE STATUS IS WS-PROF-STATUS.
             SELECT LIMIT-MASTER-FILE ASSIGN TO "LIMITMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LIMIT-USER-ID
                 FILE STATUS IS WS-LIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-BATCH-FILE
           LABEL RECORD STANDARD.
           COPY "payroll-batch.cpy".
       FD  PAYROLL-LINE-FILE
           LABEL RECORD STANDARD.
           COPY "payroll-line.cpy".
       FD  PAYROLL-INPUT-FILE
           LABEL RECORD STANDARD.
       01 PAYROLL-INPUT-LINE     PIC X(120).
       FD  PROFILE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".
       FD  LIMIT-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user-limit.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-LINE-STATUS       PIC XX VALUE SPACES.
       77 WS-IN-STATUS         PIC XX VALUE SPACES.
       77 WS-PROF-STATUS       PIC XX VALUE SPACES.
       77 WS-LIMIT-STATUS      PIC XX VALUE SPACES.
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

      *> Sequence control - batch ids are "Y" + 9 digits.
       77 WS-SEQ-ENTITY        PIC X(10) VALUE SPACES.
       77 WS-SEQ-VALUE         PIC 9(9) VALUE 0.
       77 WS-SEQ-RET-CODE      PIC S9(4) COMP.
       77 WS-NEXT-SEQ          PIC 9(9) VALUE 0.
       77 WS-NEW-BATCH-ID      PIC X(10) VALUE SPACES.
       77 WS-RECORD-HOLD       PIC X(256) VALUE SPACES.

      *> Batch working fields. WS-PR-CUSTOMER is the business whose
      *> payroll it is, WS-PR-ACTING who is doing it (the business
      *> itself, the teller keying it for them, or the nightly job).
       77 WS-PR-TODAY          PIC 9(8) VALUE 0.
       77 WS-PR-CUSTOMER       PIC X(10) VALUE SPACES.
       77 WS-PR-ACTING         PIC X(10) VALUE SPACES.
       77 WS-PR-BATCH-ID       PIC X(10) VALUE SPACES.
       77 WS-PR-FILE-PATH      PIC X(40) VALUE SPACES.
       77 WS-PR-VALUE-DATE     PIC X(8) VALUE SPACES.
       77 WS-PR-CONTROL        PIC 9(9)V99 VALUE 0.
       77 WS-PR-FILE-TOTAL     PIC 9(11)V99 VALUE 0.
       77 WS-PR-VALID-TOTAL    PIC 9(11)V99 VALUE 0.
       77 WS-PR-VALID-COUNT    PIC 9(5) COMP VALUE 0.
       77 WS-PR-REJECT-COUNT   PIC 9(5) COMP VALUE 0.
       77 WS-PR-READ-NO        PIC 9(5) COMP VALUE 0.
       77 WS-PR-POSTED-COUNT   PIC 9(5) COMP VALUE 0.
       77 WS-PR-POSTED-TOTAL   PIC 9(11)V99 VALUE 0.
       77 WS-PR-FAILED-COUNT   PIC 9(5) COMP VALUE 0.
       77 WS-PR-RESUMING       PIC X VALUE "N".
           88 PR-RESUMING        VALUE "Y".
       77 WS-PR-LINES-OPEN     PIC X VALUE "N".
           88 PR-LINES-OPEN      VALUE "Y".
       77 WS-PR-REFUND         PIC 9(11)V99 VALUE 0.
       77 WS-PR-NOTE           PIC X(40) VALUE SPACES.
       77 WS-PR-AMOUNT-TXT     PIC X(20) VALUE SPACES.
       77 WS-PR-AMOUNT-S       PIC S9(9)V99 VALUE 0.
       77 WS-PR-RESOLVED       PIC X(10) VALUE SPACES.
       77 WS-PR-STATE-TEXT     PIC X(10) VALUE SPACES.
       77 WS-PR-OK             PIC X VALUE "Y".
           88 PR-CHECKS-PASSED   VALUE "Y".
       77 WS-PR-BLOCKED        PIC X VALUE "N".
           88 PR-SENDER-BLOCKED  VALUE "Y".
       77 WS-LIST-COUNT        PIC 9(5) COMP VALUE 0.
       77 WS-AMT-EDIT          PIC Z(8)9.99.
       77 WS-TOTAL-EDIT        PIC Z(10)9.99.
       77 WS-COUNT-EDIT        PIC Z(4)9.
       77 WS-LINE-EDIT         PIC Z(4)9.

      *> The file as read at submission, one entry per non-blank line,
      *> held until the whole file has passed its checks so nothing is
      *> stored for a file that fails them.
       77 WS-PR-MAX-LINES      PIC 9(4) COMP VALUE 500.
       77 WS-PR-LINE-COUNT     PIC 9(4) COMP VALUE 0.
       77 WS-PR-IDX            PIC 9(4) COMP VALUE 0.
       01 WS-PR-LINE-TABLE.
           05 WS-PR-LINE OCCURS 500 TIMES.
               10 WS-PL-LINE-NO    PIC 9(5).
               10 WS-PL-RECIPIENT  PIC X(30).
               10 WS-PL-TO-USER    PIC X(10).
               10 WS-PL-AMOUNT     PIC 9(9)V99.
               10 WS-PL-REFERENCE  PIC X(20).
               10 WS-PL-STATUS     PIC X(1).
               10 WS-PL-REASON     PIC X(30).

      *> Release run - the due batches are collected first and worked
      *> one at a time, since each one calls out to other controllers.
       77 WS-RB-COUNT          PIC 9(4) COMP VALUE 0.
       77 WS-RB-IDX            PIC 9(4) COMP VALUE 0.
       01 WS-RB-TABLE.
           05 WS-RB-ID OCCURS 200 TIMES PIC X(10).
       77 WS-RB-RELEASED       PIC 9(5) COMP VALUE 0.
       77 WS-RB-FAILED         PIC 9(5) COMP VALUE 0.
       77 WS-RB-LINES-POSTED   PIC 9(7) COMP VALUE 0.
       77 WS-RB-LINES-FAILED   PIC 9(7) COMP VALUE 0.

      *> Funds - the business's stored balance down to any teller-
      *> granted overdraft facility, the same test a single send gets.
       77 WS-OVERDRAFT-LIMIT   PIC 9(9)V99 VALUE 0.
       77 WS-SENDER-BALANCE    PIC S9(9)V99 VALUE 0.

      *> Balance posting - the summary debit and any credit-back of
      *> lines that failed at release.
       77 WS-BAL-AMOUNT        PIC S9(9)V99.
       77 WS-BAL-EDIT          PIC -(9)9.99.

      *> One line's credit through BLM-TRANSFER-CONTROLLER
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-XF-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-XF-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-XF-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-XF-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-XF-FIELD-COUNT==.
       77 WS-XF-RET-CODE       PIC S9(4) COMP.
       77 WS-XF-IDX            PIC 9(4) COMP VALUE 0.
       77 WS-XF-AMT-EDIT       PIC 9(9).99.
       77 WS-XF-TRANSFER-ID    PIC X(10) VALUE SPACES.
       77 WS-RET-EDIT          PIC -(3)9.

      *> Per-batch fee through BLM-FEE-CONTROLLER
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-FEE-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-FEE-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-FEE-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-FEE-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-FEE-FIELD-COUNT==.
       77 WS-FEE-RET-CODE      PIC S9(4) COMP.
       77 WS-FEE-AMT-EDIT      PIC 9(9).99.

      *> Memo-flag enforcement - the same flags that stop a single
      *> send stop a payroll; a recipient under SANCTION cannot be
      *> paid.
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.
       77 WS-FLAG-USER         PIC X(10) VALUE SPACES.

      *> Notification outbox - scheduled, released, failed and
      *> cancelled notices to the business.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-NT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-NT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.
       77 WS-NT-EVENT          PIC X(20) VALUE SPACES.
       77 WS-NT-TEXT           PIC X(100) VALUE SPACES.

      *> Control-totals row for the release pass - the summary debit
      *> and the line credits net to zero on customer cash; the counts
      *> prove the pass ran whole.
       COPY "control-totals.cpy"
           REPLACING ==CONTROL-TOTALS-RECORD== BY ==WS-CTOT-ENTRY==.
       77 WS-CTOT-RET-CODE     PIC S9(4) COMP.

      *> Audit trail
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
           ACCEPT WS-PR-TODAY FROM DATE YYYYMMDD
           MOVE LK-USER-ID TO WS-PR-ACTING
           EVALUATE LK-OP
               WHEN "submit"
                   PERFORM SUBMIT-BATCH
               WHEN "list"
                   PERFORM LIST-BATCHES
               WHEN "view"
                   PERFORM VIEW-BATCH
               WHEN "cancel"
                   PERFORM CANCEL-BATCH
      *>       the nightly job runs without anyone at the keyboard.
               WHEN "release-due"
                   PERFORM RELEASE-DUE-BATCHES
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

       REQUIRE-TELLER-ROLE.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required to handle another customer's "
                       "payroll."
               MOVE 13 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> RESOLVE-CUSTOMER - whose payroll the call is about: --user
      *> when a teller is acting for a business, else the caller.
      *> ----------------------------------------------------------------
       RESOLVE-CUSTOMER.
           MOVE LK-USER-ID TO WS-PR-CUSTOMER
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND AND WS-LOOKUP-VALUE(1:10) NOT = SPACES
                   AND WS-LOOKUP-VALUE(1:10) NOT = LK-USER-ID
               PERFORM REQUIRE-TELLER-ROLE
               IF LK-RET-CODE = 0
                   MOVE WS-LOOKUP-VALUE(1:10) TO WS-PR-CUSTOMER
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SUBMIT-BATCH - takes in a payroll file for WS-PR-CUSTOMER:
      *>   --file     the file to read (recipient,amount[,reference]);
      *>   --control  the total of every amount in the file, as the
      *>              business worked it out;
      *>   --date     the value date (YYYYMMDD, today or later; blank
      *>              for today - released on tonight's run);
      *>   --user     the business, when a teller submits for them.
      *> Refused whole (nothing stored) when the submitter is not a
      *> business customer (8), is blocked by a memo flag (20), the
      *> file cannot be read (4) or has no good lines (8), the
      *> control total does not match (8), or the balance will not
      *> cover the good lines (16). Otherwise the batch is scheduled
      *> with every line stored, the rejected ones with their reason,
      *> and comes back as id, valid, rejected and total.
      *> ----------------------------------------------------------------
       SUBMIT-BATCH.
           PERFORM RESOLVE-CUSTOMER
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "file" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:40) TO WS-PR-FILE-PATH
           IF WS-PR-FILE-PATH = SPACES
               DISPLAY "Give the payroll file to submit."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "control" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-PR-AMOUNT-S
           IF WS-PR-AMOUNT-S <= 0
               DISPLAY "Give the control total of the payroll file."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-AMOUNT-S TO WS-PR-CONTROL
           MOVE "date" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:8) TO WS-PR-VALUE-DATE
           IF WS-PR-VALUE-DATE = SPACES
               MOVE WS-PR-TODAY TO WS-PR-VALUE-DATE
           END-IF
           IF WS-PR-VALUE-DATE NOT NUMERIC
                   OR WS-PR-VALUE-DATE < WS-PR-TODAY
               DISPLAY "Value date must be today or later "
                       "(YYYYMMDD)."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BUSINESS-CUSTOMER
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTOMER-FLAGS
           IF PR-SENDER-BLOCKED
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PAYROLL-FILE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-FILE-TOTAL NOT = WS-PR-CONTROL
               MOVE WS-PR-CONTROL TO WS-TOTAL-EDIT
               DISPLAY "Control total " FUNCTION TRIM(WS-TOTAL-EDIT)
                       " does not match the file."
               MOVE WS-PR-FILE-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "The amounts in the file add up to "
                       FUNCTION TRIM(WS-TOTAL-EDIT)
                       "; nothing was submitted."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-VALID-COUNT = 0
               PERFORM PRINT-LOADED-LINES
               DISPLAY "No line in the file can be paid; nothing "
                       "was submitted."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BATCH-FUNDS
           IF NOT PR-CHECKS-PASSED
               MOVE 16 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-NEW-BATCH
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-LOADED-LINES
           MOVE WS-PR-VALID-COUNT TO WS-COUNT-EDIT
           MOVE WS-PR-VALID-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Payroll batch " WS-PR-BATCH-ID " scheduled for "
                   WS-PR-VALUE-DATE ": "
                   FUNCTION TRIM(WS-COUNT-EDIT) " payments, USD "
                   FUNCTION TRIM(WS-TOTAL-EDIT) "."
           IF WS-PR-REJECT-COUNT > 0
               MOVE WS-PR-REJECT-COUNT TO WS-COUNT-EDIT
               DISPLAY FUNCTION TRIM(WS-COUNT-EDIT)
                       " line(s) rejected and will not be paid."
           END-IF
           MOVE "PAYROLL-SCHEDULED" TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-TEXT
           MOVE WS-PR-VALID-COUNT TO WS-COUNT-EDIT
           STRING "Payroll batch " WS-PR-BATCH-ID " of "
                  FUNCTION TRIM(WS-COUNT-EDIT) " payments, USD "
                  FUNCTION TRIM(WS-TOTAL-EDIT) ", is scheduled for "
                  WS-PR-VALUE-DATE "." DELIMITED BY SIZE
               INTO WS-NT-TEXT
           PERFORM NOTIFY-CUSTOMER
           MOVE "PAYROLL-SUBMIT" TO WS-AUDIT-ACTION
           PERFORM LOG-BATCH-EVENT

           MOVE "id" TO OP-FIELD-NAME(1)
           MOVE WS-PR-BATCH-ID TO OP-FIELD-VALUE(1)
           MOVE "valid" TO OP-FIELD-NAME(2)
           MOVE WS-PR-VALID-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO OP-FIELD-VALUE(2)
           MOVE "rejected" TO OP-FIELD-NAME(3)
           MOVE WS-PR-REJECT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO OP-FIELD-VALUE(3)
           MOVE "total" TO OP-FIELD-NAME(4)
           MOVE WS-TOTAL-EDIT TO OP-FIELD-VALUE(4)
           MOVE 4 TO OP-FIELD-COUNT.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-BUSINESS-CUSTOMER - payroll is for business customers:
      *> WS-PR-CUSTOMER's profile must carry an EIN. Code 8 if not.
      *> ----------------------------------------------------------------
       CHECK-BUSINESS-CUSTOMER.
           MOVE "N" TO WS-PR-OK
           OPEN INPUT PROFILE-MASTER-FILE
           IF WS-PROF-STATUS = "00"
               MOVE WS-PR-CUSTOMER TO PROF-USER-ID
               READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
               IF WS-PROF-STATUS = "00" AND PROF-TIN-EIN
                   MOVE "Y" TO WS-PR-OK
               END-IF
               CLOSE PROFILE-MASTER-FILE
           END-IF
           IF NOT PR-CHECKS-PASSED
               DISPLAY "Payroll files are for business customers; "
                       WS-PR-CUSTOMER " has no employer id (EIN) on "
                       "its profile."
               MOVE 8 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-CUSTOMER-FLAGS - sets PR-SENDER-BLOCKED when the
      *> business is under any flag that stops a single send: legal
      *> hold, estate handling, dormancy, sanctions review or an
      *> overdue identity review.
      *> ----------------------------------------------------------------
       CHECK-CUSTOMER-FLAGS.
           MOVE "N" TO WS-PR-BLOCKED
           MOVE WS-PR-CUSTOMER TO WS-FLAG-USER
           MOVE "LEGALHOLD" TO WS-FLAG-TYPE
           PERFORM CHECK-ONE-FLAG
           MOVE "DECEASED" TO WS-FLAG-TYPE
           PERFORM CHECK-ONE-FLAG
           MOVE "DORMANT" TO WS-FLAG-TYPE
           PERFORM CHECK-ONE-FLAG
           MOVE "SANCTION" TO WS-FLAG-TYPE
           PERFORM CHECK-ONE-FLAG
           MOVE "KYCREVIEW" TO WS-FLAG-TYPE
           PERFORM CHECK-ONE-FLAG
           IF PR-SENDER-BLOCKED
               DISPLAY "Outgoing payments from " WS-PR-CUSTOMER
                       " are blocked; see a teller."
           END-IF.
           EXIT.

       CHECK-ONE-FLAG.
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-FLAG-USER,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "  " FUNCTION TRIM(WS-FLAG-TYPE) " flag on "
                       WS-FLAG-USER
               MOVE "Y" TO WS-PR-BLOCKED
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOAD-PAYROLL-FILE - reads the whole file into WS-PR-LINE-TABLE,
      *> checking every line as it goes, and totals every amount in
      *> the file (for the control total) and every good one (for the
      *> funds check). A line is rejected, with its reason, for a zero,
      *> negative or unreadable amount, a recipient we cannot find,
      *> the business paying itself, or a recipient under SANCTION.
      *> Blank lines are skipped. Code 4 when the file cannot be
      *> opened, 8 when it holds more lines than one batch takes.
      *> ----------------------------------------------------------------
       LOAD-PAYROLL-FILE.
           MOVE 0 TO WS-PR-LINE-COUNT WS-PR-READ-NO WS-PR-VALID-COUNT
                     WS-PR-REJECT-COUNT WS-PR-FILE-TOTAL
                     WS-PR-VALID-TOTAL
           OPEN INPUT PAYROLL-INPUT-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "Payroll file " FUNCTION TRIM(WS-PR-FILE-PATH)
                       " could not be opened, status " WS-IN-STATUS
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           READ PAYROLL-INPUT-FILE
           PERFORM UNTIL WS-IN-STATUS NOT = "00"
               ADD 1 TO WS-PR-READ-NO
               IF PAYROLL-INPUT-LINE NOT = SPACES
                   IF WS-PR-LINE-COUNT >= WS-PR-MAX-LINES
                       DISPLAY "Payroll file has more than "
                               WS-PR-MAX-LINES " lines; split it "
                               "into more than one batch."
                       MOVE 8 TO LK-RET-CODE
                       CLOSE PAYROLL-INPUT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-PR-LINE-COUNT
                   MOVE WS-PR-LINE-COUNT TO WS-PR-IDX
                   PERFORM CHECK-ONE-LINE
               END-IF
               READ PAYROLL-INPUT-FILE
           END-PERFORM
           CLOSE PAYROLL-INPUT-FILE
           IF WS-PR-LINE-COUNT = 0
               DISPLAY "Payroll file " FUNCTION TRIM(WS-PR-FILE-PATH)
                       " is empty."
               MOVE 8 TO LK-RET-CODE
           END-IF.
           EXIT.

       CHECK-ONE-LINE.
           MOVE SPACES TO WS-PR-LINE(WS-PR-IDX) WS-PR-AMOUNT-TXT
           MOVE WS-PR-READ-NO TO WS-PL-LINE-NO(WS-PR-IDX)
           UNSTRING PAYROLL-INPUT-LINE DELIMITED BY ","
               INTO WS-PL-RECIPIENT(WS-PR-IDX) WS-PR-AMOUNT-TXT
                    WS-PL-REFERENCE(WS-PR-IDX)
           MOVE FUNCTION TRIM(WS-PL-RECIPIENT(WS-PR-IDX))
                TO WS-PL-RECIPIENT(WS-PR-IDX)
           MOVE FUNCTION NUMVAL(WS-PR-AMOUNT-TXT) TO WS-PR-AMOUNT-S
           MOVE 0 TO WS-PL-AMOUNT(WS-PR-IDX)
           IF WS-PR-AMOUNT-S > 0
               MOVE WS-PR-AMOUNT-S TO WS-PL-AMOUNT(WS-PR-IDX)
               ADD WS-PR-AMOUNT-S TO WS-PR-FILE-TOTAL
           END-IF
           MOVE "V" TO WS-PL-STATUS(WS-PR-IDX)

           EVALUATE TRUE
               WHEN WS-PR-AMOUNT-S <= 0
                   MOVE "zero or unreadable amount"
                        TO WS-PL-REASON(WS-PR-IDX)
               WHEN WS-PL-RECIPIENT(WS-PR-IDX) = SPACES
                   MOVE "no recipient" TO WS-PL-REASON(WS-PR-IDX)
               WHEN OTHER
                   PERFORM RESOLVE-LINE-RECIPIENT
           END-EVALUATE
           IF WS-PL-REASON(WS-PR-IDX) NOT = SPACES
               MOVE "R" TO WS-PL-STATUS(WS-PR-IDX)
               ADD 1 TO WS-PR-REJECT-COUNT
           ELSE
               ADD 1 TO WS-PR-VALID-COUNT
               ADD WS-PL-AMOUNT(WS-PR-IDX) TO WS-PR-VALID-TOTAL
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> RESOLVE-LINE-RECIPIENT - the line's recipient to a user id:
      *> taken as an id when it looks like one, else as a username.
      *> Sets WS-PL-REASON when the line cannot be paid.
      *> ----------------------------------------------------------------
       RESOLVE-LINE-RECIPIENT.
           MOVE SPACES TO USER-CTL-DATA WS-PR-RESOLVED
           IF WS-PL-RECIPIENT(WS-PR-IDX)(1:1) = "U"
                   AND WS-PL-RECIPIENT(WS-PR-IDX)(2:9) IS NUMERIC
                   AND WS-PL-RECIPIENT(WS-PR-IDX)(11:20) = SPACES
               SET UCD-BY-ID TO TRUE
               MOVE WS-PL-RECIPIENT(WS-PR-IDX)(1:10)
                    TO WS-PR-RESOLVED
           ELSE
               SET UCD-BY-USERNAME TO TRUE
           END-IF
           MOVE WS-PL-RECIPIENT(WS-PR-IDX) TO UCD-LOOKUP-VALUE
           CALL "BLM-USER-CONTROLLER" USING "VALIDATE-USER",
                USER-CTL-DATA, WS-PR-RESOLVED, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               MOVE "recipient not found" TO WS-PL-REASON(WS-PR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-RESOLVED TO WS-PL-TO-USER(WS-PR-IDX)
           IF WS-PR-RESOLVED = WS-PR-CUSTOMER
               MOVE "pays the business itself"
                    TO WS-PL-REASON(WS-PR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-RESOLVED TO WS-FLAG-USER
           MOVE "SANCTION" TO WS-FLAG-TYPE
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-FLAG-USER,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               MOVE "recipient cannot receive funds"
                    TO WS-PL-REASON(WS-PR-IDX)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> PRINT-LOADED-LINES - the submission's per-line result, from
      *> the table as loaded.
      *> ----------------------------------------------------------------
       PRINT-LOADED-LINES.
           DISPLAY " Line Recipient                         Amount "
                   "Result"
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-LINE-COUNT
               MOVE WS-PL-LINE-NO(WS-PR-IDX) TO WS-LINE-EDIT
               MOVE WS-PL-AMOUNT(WS-PR-IDX) TO WS-AMT-EDIT
               IF WS-PL-STATUS(WS-PR-IDX) = "R"
                   DISPLAY WS-LINE-EDIT " "
                           WS-PL-RECIPIENT(WS-PR-IDX) " "
                           WS-AMT-EDIT " REJECTED - "
                           FUNCTION TRIM(WS-PL-REASON(WS-PR-IDX))
               ELSE
                   DISPLAY WS-LINE-EDIT " "
                           WS-PL-RECIPIENT(WS-PR-IDX) " "
                           WS-AMT-EDIT " ok, to "
                           WS-PL-TO-USER(WS-PR-IDX)
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-BATCH-FUNDS - the good lines' total, taken as one
      *> debit, may not take the business below zero past any
      *> overdraft facility on its limits profile. Clears
      *> PR-CHECKS-PASSED on a breach.
      *> ----------------------------------------------------------------
       CHECK-BATCH-FUNDS.
           MOVE "Y" TO WS-PR-OK
           MOVE 0 TO WS-OVERDRAFT-LIMIT
           OPEN INPUT LIMIT-MASTER-FILE
           IF WS-LIMIT-STATUS = "00"
               MOVE WS-PR-CUSTOMER TO LIMIT-USER-ID
               READ LIMIT-MASTER-FILE KEY IS LIMIT-USER-ID
               IF WS-LIMIT-STATUS = "00"
                   MOVE LIMIT-OVERDRAFT TO WS-OVERDRAFT-LIMIT
               END-IF
               CLOSE LIMIT-MASTER-FILE
           END-IF
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-AVAILABLE",
                USER-CTL-DATA, WS-PR-CUSTOMER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Balance for " WS-PR-CUSTOMER
                       " could not be read."
               MOVE "N" TO WS-PR-OK
               EXIT PARAGRAPH
           END-IF
           MOVE UCD-BAL-AMOUNT TO WS-SENDER-BALANCE
           IF WS-SENDER-BALANCE - WS-PR-VALID-TOTAL
                   < (0 - WS-OVERDRAFT-LIMIT)
               MOVE WS-PR-VALID-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "Insufficient funds for the payroll: USD "
                       FUNCTION TRIM(WS-TOTAL-EDIT)
                       " needed, available "
                       WS-SENDER-BALANCE " overdraft facility "
                       WS-OVERDRAFT-LIMIT "."
               MOVE "N" TO WS-PR-OK
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> WRITE-NEW-BATCH - stores the batch header, scheduled, and
      *> every line of the table under a new batch id.
      *> ----------------------------------------------------------------
       WRITE-NEW-BATCH.
           PERFORM OPEN-BATCH-FOR-WRITE
           PERFORM GENERATE-BATCH-ID
           MOVE WS-NEW-BATCH-ID TO WS-PR-BATCH-ID
           MOVE SPACES TO PAYROLL-BATCH-RECORD
           MOVE WS-PR-BATCH-ID TO PRB-ID
           MOVE WS-PR-CUSTOMER TO PRB-USER-ID
           MOVE WS-PR-ACTING TO PRB-SUBMITTED-BY
           PERFORM STAMP-BATCH-TIME
           MOVE WS-TIMESTAMP TO PRB-SUBMITTED-AT
           MOVE WS-PR-FILE-PATH TO PRB-FILE-NAME
           MOVE WS-PR-VALUE-DATE TO PRB-VALUE-DATE
           MOVE WS-PR-CONTROL TO PRB-CONTROL-TOTAL
           MOVE WS-PR-LINE-COUNT TO PRB-LINE-COUNT
           MOVE WS-PR-VALID-COUNT TO PRB-VALID-COUNT
           MOVE WS-PR-VALID-TOTAL TO PRB-VALID-TOTAL
           MOVE WS-PR-REJECT-COUNT TO PRB-REJECT-COUNT
           SET PRB-SCHEDULED TO TRUE
           MOVE 0 TO PRB-POSTED-COUNT PRB-POSTED-TOTAL
                     PRB-FAILED-COUNT
           WRITE PAYROLL-BATCH-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing payroll batch, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE PAYROLL-BATCH-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE PAYROLL-BATCH-FILE

           PERFORM OPEN-LINES-FOR-WRITE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-LINE-COUNT
               MOVE SPACES TO PAYROLL-LINE-RECORD
               MOVE WS-PR-BATCH-ID TO PRL-BATCH-ID
               MOVE WS-PL-LINE-NO(WS-PR-IDX) TO PRL-LINE-NO
               MOVE WS-PL-RECIPIENT(WS-PR-IDX) TO PRL-RECIPIENT
               MOVE WS-PL-TO-USER(WS-PR-IDX) TO PRL-TO-USER
               MOVE WS-PL-AMOUNT(WS-PR-IDX) TO PRL-AMOUNT
               MOVE WS-PL-REFERENCE(WS-PR-IDX) TO PRL-REFERENCE
               MOVE WS-PL-STATUS(WS-PR-IDX) TO PRL-STATUS
               MOVE WS-PL-REASON(WS-PR-IDX) TO PRL-REASON
               WRITE PAYROLL-LINE-RECORD
               IF WS-LINE-STATUS NOT = "00"
                   DISPLAY "EXCEPTION: payroll line "
                           PRL-LINE-NO " of " WS-PR-BATCH-ID
                           " not written, status " WS-LINE-STATUS
               END-IF
           END-PERFORM
           CLOSE PAYROLL-LINE-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-BATCHES - WS-PR-CUSTOMER's payroll batches, newest
      *> value date last, with where each one stands.
      *> ----------------------------------------------------------------
       LIST-BATCHES.
           PERFORM RESOLVE-CUSTOMER
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT PAYROLL-BATCH-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No payroll batches on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Batch      Value    Status     Paid  Rej"
                   "          Total"
           MOVE WS-PR-CUSTOMER TO PRB-USER-ID
           START PAYROLL-BATCH-FILE KEY IS EQUAL TO PRB-USER-ID
           IF WS-FILE-STATUS = "00"
               READ PAYROLL-BATCH-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR PRB-USER-ID NOT = WS-PR-CUSTOMER
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM DESCRIBE-BATCH-STATE
                   MOVE PRB-VALID-COUNT TO WS-COUNT-EDIT
                   MOVE PRB-REJECT-COUNT TO WS-LINE-EDIT
                   MOVE PRB-VALID-TOTAL TO WS-TOTAL-EDIT
                   DISPLAY PRB-ID " " PRB-VALUE-DATE " "
                           WS-PR-STATE-TEXT " " WS-COUNT-EDIT
                           WS-LINE-EDIT " " WS-TOTAL-EDIT
                   READ PAYROLL-BATCH-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE PAYROLL-BATCH-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY "No payroll batches for " WS-PR-CUSTOMER "."
           END-IF.
           EXIT.

       DESCRIBE-BATCH-STATE.
           EVALUATE TRUE
               WHEN PRB-SCHEDULED
                   MOVE "SCHEDULED" TO WS-PR-STATE-TEXT
               WHEN PRB-IN-RELEASE
                   MOVE "IN RELEASE" TO WS-PR-STATE-TEXT
               WHEN PRB-RELEASED
                   MOVE "RELEASED" TO WS-PR-STATE-TEXT
               WHEN PRB-FAILED
                   MOVE "FAILED" TO WS-PR-STATE-TEXT
               WHEN PRB-CANCELLED
                   MOVE "CANCELLED" TO WS-PR-STATE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-PR-STATE-TEXT
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOAD-BATCH-FOR-CALLER - reads --id for view or cancel (the
      *> file already open) and checks the caller may see it: the
      *> business itself, or a teller. Sets LK-RET-CODE 8/4/13.
      *> ----------------------------------------------------------------
       LOAD-BATCH-FOR-CALLER.
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-PR-BATCH-ID
           IF WS-PR-BATCH-ID = SPACES
               DISPLAY "Give the payroll batch id."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-BATCH-ID TO PRB-ID
           READ PAYROLL-BATCH-FILE KEY IS PRB-ID
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No such payroll batch."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE PRB-USER-ID TO WS-PR-CUSTOMER
           IF PRB-USER-ID NOT = LK-USER-ID
               PERFORM REQUIRE-TELLER-ROLE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> VIEW-BATCH - the per-line result report for --id: the batch
      *> header, then every line with its outcome - rejected with the
      *> reason, waiting, paid by which transfer, or failed at
      *> release and credited back.
      *> ----------------------------------------------------------------
       VIEW-BATCH.
           OPEN INPUT PAYROLL-BATCH-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No payroll batches on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BATCH-FOR-CALLER
           CLOSE PAYROLL-BATCH-FILE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM DESCRIBE-BATCH-STATE
           DISPLAY "Payroll batch " PRB-ID " for " PRB-USER-ID
                   " - " FUNCTION TRIM(WS-PR-STATE-TEXT)
           DISPLAY "  file " FUNCTION TRIM(PRB-FILE-NAME)
                   " submitted " PRB-SUBMITTED-AT " by "
                   PRB-SUBMITTED-BY
           MOVE PRB-CONTROL-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "  value date " PRB-VALUE-DATE ", control total "
                   FUNCTION TRIM(WS-TOTAL-EDIT)
           MOVE PRB-VALID-COUNT TO WS-COUNT-EDIT
           MOVE PRB-VALID-TOTAL TO WS-TOTAL-EDIT
           MOVE PRB-REJECT-COUNT TO WS-LINE-EDIT
           DISPLAY "  " FUNCTION TRIM(WS-COUNT-EDIT)
                   " good lines for USD " FUNCTION TRIM(WS-TOTAL-EDIT)
                   ", " FUNCTION TRIM(WS-LINE-EDIT) " rejected"
           IF PRB-RELEASED OR PRB-FAILED
               MOVE PRB-POSTED-COUNT TO WS-COUNT-EDIT
               MOVE PRB-POSTED-TOTAL TO WS-TOTAL-EDIT
               MOVE PRB-FAILED-COUNT TO WS-LINE-EDIT
               DISPLAY "  released " PRB-RELEASED-AT ": "
                       FUNCTION TRIM(WS-COUNT-EDIT) " paid for USD "
                       FUNCTION TRIM(WS-TOTAL-EDIT) ", "
                       FUNCTION TRIM(WS-LINE-EDIT) " failed"
           END-IF
           IF PRB-NOTE NOT = SPACES
               DISPLAY "  note: " FUNCTION TRIM(PRB-NOTE)
           END-IF

           OPEN INPUT PAYROLL-LINE-FILE
           IF WS-LINE-STATUS NOT = "00"
               DISPLAY "  (no lines on file)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " Line Recipient                         Amount "
                   "Result"
           MOVE WS-PR-BATCH-ID TO PRL-BATCH-ID
           MOVE 0 TO PRL-LINE-NO
           START PAYROLL-LINE-FILE KEY IS NOT LESS THAN PRL-KEY
           IF WS-LINE-STATUS = "00"
               READ PAYROLL-LINE-FILE NEXT RECORD
               PERFORM UNTIL WS-LINE-STATUS NOT = "00"
                       OR PRL-BATCH-ID NOT = WS-PR-BATCH-ID
                   PERFORM PRINT-STORED-LINE
                   READ PAYROLL-LINE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE PAYROLL-LINE-FILE.
           EXIT.

       PRINT-STORED-LINE.
           MOVE PRL-LINE-NO TO WS-LINE-EDIT
           MOVE PRL-AMOUNT TO WS-AMT-EDIT
           EVALUATE TRUE
               WHEN PRL-REJECTED
                   DISPLAY WS-LINE-EDIT " " PRL-RECIPIENT " "
                           WS-AMT-EDIT " REJECTED - "
                           FUNCTION TRIM(PRL-REASON)
               WHEN PRL-POSTED
                   DISPLAY WS-LINE-EDIT " " PRL-RECIPIENT " "
                           WS-AMT-EDIT " PAID by " PRL-TRANSFER-ID
               WHEN PRL-FAILED
                   DISPLAY WS-LINE-EDIT " " PRL-RECIPIENT " "
                           WS-AMT-EDIT " FAILED - "
                           FUNCTION TRIM(PRL-REASON)
               WHEN OTHER
                   DISPLAY WS-LINE-EDIT " " PRL-RECIPIENT " "
                           WS-AMT-EDIT " waiting, to " PRL-TO-USER
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CANCEL-BATCH - the business or a teller withdraws --id before
      *> it is released. Nothing has moved yet, so nothing is posted.
      *> ----------------------------------------------------------------
       CANCEL-BATCH.
           OPEN I-O PAYROLL-BATCH-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No payroll batches on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BATCH-FOR-CALLER
           IF LK-RET-CODE NOT = 0
               CLOSE PAYROLL-BATCH-FILE
               EXIT PARAGRAPH
           END-IF
           IF NOT PRB-SCHEDULED
               DISPLAY "Only a scheduled payroll batch can be "
                       "cancelled."
               MOVE 8 TO LK-RET-CODE
               CLOSE PAYROLL-BATCH-FILE
               EXIT PARAGRAPH
           END-IF
           SET PRB-CANCELLED TO TRUE
           MOVE SPACES TO PRB-NOTE
           STRING "cancelled by " LK-USER-ID DELIMITED BY SIZE
               INTO PRB-NOTE
           REWRITE PAYROLL-BATCH-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error cancelling payroll batch, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE PAYROLL-BATCH-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE PAYROLL-BATCH-FILE
           DISPLAY "Payroll batch " WS-PR-BATCH-ID " cancelled."
           MOVE "PAYROLL-CANCELLED" TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-TEXT
           STRING "Payroll batch " WS-PR-BATCH-ID " due "
                  PRB-VALUE-DATE " has been cancelled; nothing was "
                  "paid." DELIMITED BY SIZE INTO WS-NT-TEXT
           PERFORM NOTIFY-CUSTOMER
           MOVE "PAYROLL-CANCEL" TO WS-AUDIT-ACTION
           PERFORM LOG-BATCH-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> RELEASE-DUE-BATCHES - the nightly pass: every scheduled batch
      *> whose value date has come is released in turn, along with any
      *> batch an earlier run left IN RELEASE. Comes back as released,
      *> failed, lines-posted and lines-failed.
      *> ----------------------------------------------------------------
       RELEASE-DUE-BATCHES.
           MOVE 0 TO WS-RB-COUNT WS-RB-RELEASED WS-RB-FAILED
                     WS-RB-LINES-POSTED WS-RB-LINES-FAILED
           OPEN INPUT PAYROLL-BATCH-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No payroll batches on file."
           ELSE
               MOVE LOW-VALUES TO PRB-ID
               START PAYROLL-BATCH-FILE KEY IS NOT LESS THAN PRB-ID
               IF WS-FILE-STATUS = "00"
                   READ PAYROLL-BATCH-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       IF (PRB-SCHEDULED
                               AND PRB-VALUE-DATE <= WS-PR-TODAY)
                               OR PRB-IN-RELEASE
                           IF WS-RB-COUNT < 200
                               ADD 1 TO WS-RB-COUNT
                               MOVE PRB-ID TO WS-RB-ID(WS-RB-COUNT)
                           ELSE
                               DISPLAY "Release table full; "
                                       PRB-ID " waits for "
                                       "tomorrow's run."
                           END-IF
                       END-IF
                       READ PAYROLL-BATCH-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE PAYROLL-BATCH-FILE
               PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                       UNTIL WS-RB-IDX > WS-RB-COUNT
                   PERFORM RELEASE-ONE-BATCH
               END-PERFORM
           END-IF
           DISPLAY "Payroll batches released: " WS-RB-RELEASED
           DISPLAY "Payroll batches failed: " WS-RB-FAILED
           DISPLAY "Payroll lines paid: " WS-RB-LINES-POSTED
           DISPLAY "Payroll lines failed and credited back: "
                   WS-RB-LINES-FAILED
           MOVE SPACES TO WS-CTOT-ENTRY
           MOVE "PAYROLL-RELEASE" TO CTOT-JOB-NAME OF WS-CTOT-ENTRY
           MOVE WS-RB-COUNT TO CTOT-RECORDS-IN OF WS-CTOT-ENTRY
           MOVE WS-RB-LINES-POSTED
                TO CTOT-RECORDS-POSTED OF WS-CTOT-ENTRY
           MOVE 0 TO CTOT-AMOUNT-POSTED OF WS-CTOT-ENTRY
           CALL "BLM-CTLTOT-CONTROLLER" USING "LOG", WS-CTOT-ENTRY,
                WS-CTOT-RET-CODE
           MOVE "released" TO OP-FIELD-NAME(1)
           MOVE WS-RB-RELEASED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO OP-FIELD-VALUE(1)
           MOVE "failed" TO OP-FIELD-NAME(2)
           MOVE WS-RB-FAILED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO OP-FIELD-VALUE(2)
           MOVE "lines-posted" TO OP-FIELD-NAME(3)
           MOVE WS-RB-LINES-POSTED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO OP-FIELD-VALUE(3)
           MOVE "lines-failed" TO OP-FIELD-NAME(4)
           MOVE WS-RB-LINES-FAILED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO OP-FIELD-VALUE(4)
           MOVE 4 TO OP-FIELD-COUNT
           MOVE 0 TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> RELEASE-ONE-BATCH - releases WS-RB-ID(WS-RB-IDX). The business
      *> is re-checked for memo flags and funds first, as a value-
      *> dated send is at release; a batch failing either is marked
      *> FAILED with nothing moved. Otherwise one summary debit of
      *> the good lines' total comes off the business (journal source
      *> PAYROLL under the batch id), each good line is credited
      *> through the transfer path, and whatever did not post is
      *> credited back to the business in one amount. The PAYRLFEE
      *> schedule entry, if any, is assessed once for the batch.
      *> The header is marked IN RELEASE as soon as the summary debit
      *> is taken; a batch found in that state was cut short, so it
      *> resumes with the lines - no second debit - and lines already
      *> POSTED count as paid, leaving only the rest to credit back.
      *> ----------------------------------------------------------------
       RELEASE-ONE-BATCH.
           MOVE "PAYROLL" TO WS-PR-ACTING
           OPEN I-O PAYROLL-BATCH-FILE
           MOVE WS-RB-ID(WS-RB-IDX) TO PRB-ID
           READ PAYROLL-BATCH-FILE KEY IS PRB-ID
           IF WS-FILE-STATUS NOT = "00"
                   OR NOT (PRB-SCHEDULED OR PRB-IN-RELEASE)
               CLOSE PAYROLL-BATCH-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PR-RESUMING
           IF PRB-IN-RELEASE
               MOVE "Y" TO WS-PR-RESUMING
           END-IF
           MOVE PRB-ID TO WS-PR-BATCH-ID
           MOVE PRB-USER-ID TO WS-PR-CUSTOMER
           MOVE PRB-VALID-TOTAL TO WS-PR-VALID-TOTAL
           MOVE 0 TO WS-PR-POSTED-COUNT WS-PR-POSTED-TOTAL
                     WS-PR-FAILED-COUNT
           DISPLAY "Payroll batch " WS-PR-BATCH-ID " for "
                   WS-PR-CUSTOMER ":"
           IF PR-RESUMING
               DISPLAY "  resuming - summary debit already taken"
           ELSE
               PERFORM TAKE-SUMMARY-DEBIT
               IF NOT PRB-IN-RELEASE
                   CLOSE PAYROLL-BATCH-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CREDIT-BATCH-LINES
      *>   a resumed batch whose lines can't be read is left IN
      *>   RELEASE: some may already be paid, so nothing can be
      *>   credited back until they can be counted.
           IF PR-RESUMING AND NOT PR-LINES-OPEN
               DISPLAY "EXCEPTION: payroll batch " WS-PR-BATCH-ID
                       " left IN RELEASE for the next run."
               CLOSE PAYROLL-BATCH-FILE
               ADD 1 TO WS-RB-FAILED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PR-REFUND = WS-PR-VALID-TOTAL - WS-PR-POSTED-TOTAL
           MOVE SPACES TO WS-PR-NOTE
           IF WS-PR-REFUND > 0
               MOVE WS-PR-REFUND TO WS-BAL-AMOUNT
               PERFORM POST-BUSINESS-LEG
               IF WS-CTL-RET-CODE NOT = 0
                   DISPLAY "EXCEPTION: credit-back of "
                           WS-PR-REFUND " to " WS-PR-CUSTOMER
                           " for " WS-PR-BATCH-ID " did not post "
                           "(code " WS-CTL-RET-CODE "); repair by "
                           "hand off the journal."
                   MOVE "credit-back of failed lines not posted"
                        TO WS-PR-NOTE
               END-IF
           END-IF
           IF WS-PR-POSTED-TOTAL > 0
               PERFORM ASSESS-BATCH-FEE
           END-IF

           SET PRB-RELEASED TO TRUE
           PERFORM STAMP-BATCH-TIME
           MOVE WS-TIMESTAMP TO PRB-RELEASED-AT
           MOVE WS-PR-POSTED-COUNT TO PRB-POSTED-COUNT
           MOVE WS-PR-POSTED-TOTAL TO PRB-POSTED-TOTAL
           MOVE WS-PR-FAILED-COUNT TO PRB-FAILED-COUNT
           MOVE WS-PR-NOTE TO PRB-NOTE
           REWRITE PAYROLL-BATCH-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: payroll batch " WS-PR-BATCH-ID
                       " released but not marked, status "
                       WS-FILE-STATUS
           END-IF
           CLOSE PAYROLL-BATCH-FILE
           ADD 1 TO WS-RB-RELEASED
           ADD WS-PR-POSTED-COUNT TO WS-RB-LINES-POSTED
           ADD WS-PR-FAILED-COUNT TO WS-RB-LINES-FAILED

           MOVE WS-PR-POSTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-PR-POSTED-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "  paid " FUNCTION TRIM(WS-COUNT-EDIT)
                   " lines, USD " FUNCTION TRIM(WS-TOTAL-EDIT)
           MOVE "PAYROLL-RELEASED" TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-TEXT
           IF WS-PR-FAILED-COUNT > 0
               MOVE WS-PR-FAILED-COUNT TO WS-LINE-EDIT
               STRING "Payroll batch " WS-PR-BATCH-ID " paid: "
                      FUNCTION TRIM(WS-COUNT-EDIT) " payments, USD "
                      FUNCTION TRIM(WS-TOTAL-EDIT) ". "
                      FUNCTION TRIM(WS-LINE-EDIT)
                      " failed and were credited back."
                      DELIMITED BY SIZE INTO WS-NT-TEXT
           ELSE
               STRING "Payroll batch " WS-PR-BATCH-ID " paid: "
                      FUNCTION TRIM(WS-COUNT-EDIT) " payments, USD "
                      FUNCTION TRIM(WS-TOTAL-EDIT) "."
                      DELIMITED BY SIZE INTO WS-NT-TEXT
           END-IF
           PERFORM NOTIFY-CUSTOMER
           MOVE "PAYROLL-RELEASE" TO WS-AUDIT-ACTION
           PERFORM LOG-BATCH-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> TAKE-SUMMARY-DEBIT - a fresh release: the business is checked
      *> for memo flags and funds, the summary debit posted and the
      *> header marked IN RELEASE before any line is paid. A batch left
      *> SCHEDULED or FAILED here has had nothing moved.
      *> ----------------------------------------------------------------
       TAKE-SUMMARY-DEBIT.
           PERFORM CHECK-CUSTOMER-FLAGS
           IF PR-SENDER-BLOCKED
               MOVE "sender blocked at release" TO WS-PR-NOTE
               PERFORM FAIL-BATCH
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BATCH-FUNDS
           IF NOT PR-CHECKS-PASSED
               MOVE "insufficient funds at release" TO WS-PR-NOTE
               PERFORM FAIL-BATCH
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PR-VALID-TOTAL TO WS-BAL-AMOUNT
           COMPUTE WS-BAL-AMOUNT = WS-BAL-AMOUNT * -1
           PERFORM POST-BUSINESS-LEG
           IF WS-CTL-RET-CODE NOT = 0
               MOVE WS-CTL-RET-CODE TO WS-RET-EDIT
               MOVE SPACES TO WS-PR-NOTE
               STRING "summary debit refused, code "
                      FUNCTION TRIM(WS-RET-EDIT) DELIMITED BY SIZE
                   INTO WS-PR-NOTE
               PERFORM FAIL-BATCH
               EXIT PARAGRAPH
           END-IF
           SET PRB-IN-RELEASE TO TRUE
           MOVE "summary debit taken, lines in progress" TO PRB-NOTE
           REWRITE PAYROLL-BATCH-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: payroll batch " WS-PR-BATCH-ID
                       " could not be marked in release, status "
                       WS-FILE-STATUS "; the summary debit is "
                       "credited back and the batch waits for the "
                       "next run."
               MOVE WS-PR-VALID-TOTAL TO WS-BAL-AMOUNT
               PERFORM POST-BUSINESS-LEG
               IF WS-CTL-RET-CODE NOT = 0
                   DISPLAY "EXCEPTION: credit-back of "
                           WS-PR-VALID-TOTAL " to " WS-PR-CUSTOMER
                           " for " WS-PR-BATCH-ID " did not post "
                           "(code " WS-CTL-RET-CODE "); repair by "
                           "hand off the journal."
               END-IF
               SET PRB-SCHEDULED TO TRUE
               ADD 1 TO WS-RB-FAILED
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> FAIL-BATCH - the batch in the record area (open I-O) could not
      *> be released for WS-PR-NOTE: marked FAILED, nothing moved, and
      *> the business told so it can resubmit.
      *> ----------------------------------------------------------------
       FAIL-BATCH.
           DISPLAY "  FAILED - " FUNCTION TRIM(WS-PR-NOTE)
           SET PRB-FAILED TO TRUE
           PERFORM STAMP-BATCH-TIME
           MOVE WS-TIMESTAMP TO PRB-RELEASED-AT
           MOVE 0 TO PRB-POSTED-COUNT PRB-POSTED-TOTAL
           MOVE PRB-VALID-COUNT TO PRB-FAILED-COUNT
           MOVE WS-PR-NOTE TO PRB-NOTE
           REWRITE PAYROLL-BATCH-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: payroll batch " WS-PR-BATCH-ID
                       " failed but not marked, status "
                       WS-FILE-STATUS "; it is tried again on the "
                       "next run."
           END-IF
           ADD 1 TO WS-RB-FAILED
           MOVE "PAYROLL-FAILED" TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-TEXT
           STRING "Payroll batch " WS-PR-BATCH-ID " could not be "
                  "paid (" FUNCTION TRIM(WS-PR-NOTE) "). Nothing "
                  "was taken; please resubmit." DELIMITED BY SIZE
               INTO WS-NT-TEXT
           PERFORM NOTIFY-CUSTOMER
           MOVE "PAYROLL-FAIL" TO WS-AUDIT-ACTION
           PERFORM LOG-BATCH-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> CREDIT-BATCH-LINES - walks the batch's lines and pays each good
      *> one through BLM-TRANSFER-CONTROLLER "payroll-credit", which
      *> books a completed transfer from the business and posts its
      *> credit leg; the business side is already covered by the
      *> summary debit. A line marked failed here is part of the
      *> credit-back. Lines a cut-short run already POSTED or FAILED
      *> are counted as they stand, not paid again.
      *> ----------------------------------------------------------------
       CREDIT-BATCH-LINES.
           MOVE "N" TO WS-PR-LINES-OPEN
           OPEN I-O PAYROLL-LINE-FILE
           IF WS-LINE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: payroll lines for "
                       WS-PR-BATCH-ID " unavailable, status "
                       WS-LINE-STATUS "; the whole batch is "
                       "credited back."
               MOVE PRB-VALID-COUNT TO WS-PR-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PR-LINES-OPEN
           MOVE WS-PR-BATCH-ID TO PRL-BATCH-ID
           MOVE 0 TO PRL-LINE-NO
           START PAYROLL-LINE-FILE KEY IS NOT LESS THAN PRL-KEY
           IF WS-LINE-STATUS = "00"
               READ PAYROLL-LINE-FILE NEXT RECORD
               PERFORM UNTIL WS-LINE-STATUS NOT = "00"
                       OR PRL-BATCH-ID NOT = WS-PR-BATCH-ID
                   EVALUATE TRUE
                       WHEN PRL-VALID
                           PERFORM CREDIT-ONE-LINE
                       WHEN PRL-POSTED
                           ADD 1 TO WS-PR-POSTED-COUNT
                           ADD PRL-AMOUNT TO WS-PR-POSTED-TOTAL
                       WHEN PRL-FAILED
                           ADD 1 TO WS-PR-FAILED-COUNT
                   END-EVALUATE
                   READ PAYROLL-LINE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE PAYROLL-LINE-FILE.
           EXIT.

       CREDIT-ONE-LINE.
           MOVE "recipient" TO WS-XF-FIELD-NAME(1)
           MOVE PRL-TO-USER TO WS-XF-FIELD-VALUE(1)
           MOVE "amount" TO WS-XF-FIELD-NAME(2)
           MOVE PRL-AMOUNT TO WS-XF-AMT-EDIT
           MOVE WS-XF-AMT-EDIT TO WS-XF-FIELD-VALUE(2)
           MOVE 2 TO WS-XF-FIELD-COUNT
           CALL "BLM-TRANSFER-CONTROLLER" USING "payroll-credit",
                WS-XF-FIELDS, WS-XF-FIELD-COUNT, WS-PR-CUSTOMER,
                WS-XF-RET-CODE
           MOVE SPACES TO WS-XF-TRANSFER-ID
           PERFORM VARYING WS-XF-IDX FROM 1 BY 1
                   UNTIL WS-XF-IDX > WS-XF-FIELD-COUNT
               IF WS-XF-FIELD-NAME(WS-XF-IDX) = "transfer-id"
                   MOVE WS-XF-FIELD-VALUE(WS-XF-IDX)(1:10)
                        TO WS-XF-TRANSFER-ID
               END-IF
           END-PERFORM
           MOVE PRL-LINE-NO TO WS-LINE-EDIT
           MOVE PRL-AMOUNT TO WS-AMT-EDIT
           IF WS-XF-RET-CODE = 0
               SET PRL-POSTED TO TRUE
               MOVE WS-XF-TRANSFER-ID TO PRL-TRANSFER-ID
               ADD 1 TO WS-PR-POSTED-COUNT
               ADD PRL-AMOUNT TO WS-PR-POSTED-TOTAL
               DISPLAY "  " WS-LINE-EDIT " " PRL-TO-USER " "
                       WS-AMT-EDIT " PAID by " WS-XF-TRANSFER-ID
           ELSE
               SET PRL-FAILED TO TRUE
               MOVE WS-XF-TRANSFER-ID TO PRL-TRANSFER-ID
               MOVE WS-XF-RET-CODE TO WS-RET-EDIT
               MOVE SPACES TO PRL-REASON
               STRING "credit refused, code "
                      FUNCTION TRIM(WS-RET-EDIT) DELIMITED BY SIZE
                   INTO PRL-REASON
               ADD 1 TO WS-PR-FAILED-COUNT
               DISPLAY "  " WS-LINE-EDIT " " PRL-TO-USER " "
                       WS-AMT-EDIT " FAILED - "
                       FUNCTION TRIM(PRL-REASON)
           END-IF
           REWRITE PAYROLL-LINE-RECORD
           IF WS-LINE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: result of line " WS-LINE-EDIT
                       " of " WS-PR-BATCH-ID " not recorded, status "
                       WS-LINE-STATUS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-BUSINESS-LEG - posts WS-BAL-AMOUNT (signed) on the
      *> business's balance, journalled PAYROLL under the batch id -
      *> the summary debit, or the credit-back of failed lines.
      *> ----------------------------------------------------------------
       POST-BUSINESS-LEG.
           MOVE WS-BAL-AMOUNT TO WS-BAL-EDIT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE "PAYROLL" TO UCD-UPD-SOURCE-TYPE
           MOVE WS-PR-BATCH-ID TO UCD-UPD-SOURCE-ID
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, WS-PR-CUSTOMER, WS-CTL-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> ASSESS-BATCH-FEE - charges the PAYRLFEE schedule entry (if
      *> any) once per released batch, on the total actually paid.
      *> ----------------------------------------------------------------
       ASSESS-BATCH-FEE.
           MOVE "code" TO WS-FEE-FIELD-NAME(1)
           MOVE "PAYRLFEE" TO WS-FEE-FIELD-VALUE(1)
           MOVE "amount" TO WS-FEE-FIELD-NAME(2)
           MOVE WS-PR-POSTED-TOTAL TO WS-FEE-AMT-EDIT
           MOVE WS-FEE-AMT-EDIT TO WS-FEE-FIELD-VALUE(2)
           MOVE "user" TO WS-FEE-FIELD-NAME(3)
           MOVE WS-PR-CUSTOMER TO WS-FEE-FIELD-VALUE(3)
           MOVE "source" TO WS-FEE-FIELD-NAME(4)
           MOVE WS-PR-BATCH-ID TO WS-FEE-FIELD-VALUE(4)
           MOVE 4 TO WS-FEE-FIELD-COUNT
           CALL "BLM-FEE-CONTROLLER" USING "assess", WS-FEE-FIELDS,
                WS-FEE-FIELD-COUNT, WS-PR-CUSTOMER,
                WS-FEE-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-BATCH-ID - next id from the sequence control file;
      *> an unseeded entity falls back once to a browse of the batch
      *> file (open I-O by the caller) and seeds it from the result.
      *> ----------------------------------------------------------------
       GENERATE-BATCH-ID.
           MOVE "PAYROLL" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE = 0
               MOVE WS-SEQ-VALUE TO WS-NEXT-SEQ
               MOVE SPACES TO WS-NEW-BATCH-ID
               STRING "Y" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-NEW-BATCH-ID
           ELSE
               PERFORM BROWSE-NEXT-BATCH-SEQ
               MOVE WS-NEXT-SEQ TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF.
           EXIT.

       BROWSE-NEXT-BATCH-SEQ.
           MOVE PAYROLL-BATCH-RECORD TO WS-RECORD-HOLD
           MOVE 0 TO WS-NEXT-SEQ
           MOVE LOW-VALUES TO PRB-ID
           START PAYROLL-BATCH-FILE KEY IS NOT LESS THAN PRB-ID
           IF WS-FILE-STATUS = "00"
               READ PAYROLL-BATCH-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF FUNCTION NUMVAL(PRB-ID(2:9)) > WS-NEXT-SEQ
                       MOVE FUNCTION NUMVAL(PRB-ID(2:9))
                            TO WS-NEXT-SEQ
                   END-IF
                   READ PAYROLL-BATCH-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-NEW-BATCH-ID
           STRING "Y" WS-NEXT-SEQ DELIMITED BY SIZE
               INTO WS-NEW-BATCH-ID
           MOVE WS-RECORD-HOLD TO PAYROLL-BATCH-RECORD.
           EXIT.

       NOTIFY-CUSTOMER.
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE WS-PR-CUSTOMER TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE WS-NT-EVENT TO WS-NT-FIELD-VALUE(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE WS-NT-TEXT TO WS-NT-FIELD-VALUE(3)
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, WS-PR-CUSTOMER, WS-NT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOG-BATCH-EVENT - audits WS-AUDIT-ACTION against the acting
      *> user, with the business, the batch and its totals.
      *> ----------------------------------------------------------------
       LOG-BATCH-EVENT.
           PERFORM STAMP-BATCH-TIME
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-PR-ACTING TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           STRING "batch " WS-PR-BATCH-ID " cust " WS-PR-CUSTOMER
                  " good " PRB-VALID-COUNT " amt " PRB-VALID-TOTAL
                  " paid " PRB-POSTED-COUNT " st " PRB-STATUS " "
                  PRB-NOTE DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

       STAMP-BATCH-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-BATCH-FOR-WRITE.
           OPEN I-O PAYROLL-BATCH-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT PAYROLL-BATCH-FILE
               CLOSE PAYROLL-BATCH-FILE
               OPEN I-O PAYROLL-BATCH-FILE
           END-IF.
           EXIT.

       OPEN-LINES-FOR-WRITE.
           OPEN I-O PAYROLL-LINE-FILE
           IF WS-LINE-STATUS = "35"
               OPEN OUTPUT PAYROLL-LINE-FILE
               CLOSE PAYROLL-LINE-FILE
               OPEN I-O PAYROLL-LINE-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-PAYROLL-CONTROLLER.
