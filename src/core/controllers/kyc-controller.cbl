      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Periodic KYC review - identity verification is no
      *>          longer a once-at-onboarding step. Every customer
      *>          carries a review due date: the last verification
      *>          plus a cycle set by their current risk grade
      *>          (KYC-CYCLE-G1..G5 months, default 36/24/24/12/12),
      *>          so a customer whose grade worsens comes due sooner.
      *>          The nightly KYC-REFRESH job sends the notices, puts
      *>          overdue reviews on the teller worklist and, past
      *>          the grace period, sets the KYCREVIEW memo flag that
      *>          stops money going out until a teller re-verifies.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: refresh/onboard for the batch
      *>                     and onboarding paths, view for the
      *>                     customer inquiry, worklist/reverify for
      *>                     the tellers, against a real indexed
      *>                     KYC-REVIEW-FILE.
      *>   15/10/2026 - jm - The RESTRICT step sets the KYCREVIEW flag
      *>                     before the review row goes RESTRICTED and
      *>                     leaves it OVERDUE when the flag fails; a
      *>                     re-verify reports a restriction it could
      *>                     not lift.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-KYC-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT KYC-REVIEW-FILE ASSIGN TO "KYCMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS KYC-USER-ID
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT RISK-MASTER-FILE ASSIGN TO "RISKMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RISK-USER-ID
                 FILE STATUS IS WS-RISK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KYC-REVIEW-FILE
           LABEL RECORD STANDARD.
           COPY "kyc-review.cpy".
       FD  RISK-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "risk-grade.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-RISK-STATUS       PIC XX VALUE SPACES.
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

      *> System control switches
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-CTL-RET           PIC S9(4) COMP.

      *> Review working fields. WS-KY-CUSTOMER is whose review is in
      *> hand, WS-KY-ACTING who is doing it; WS-KY-ACTION is what the
      *> nightly refresh did to it, for the job's report.
       77 WS-KY-TODAY          PIC 9(8) VALUE 0.
       77 WS-KY-CUSTOMER       PIC X(10) VALUE SPACES.
       77 WS-KY-ACTING         PIC X(10) VALUE SPACES.
       77 WS-KY-NOTE           PIC X(40) VALUE SPACES.
       77 WS-KY-CREATED        PIC X(8) VALUE SPACES.
       77 WS-KY-NEW-ROW        PIC X VALUE "N".
           88 KY-NEW-ROW         VALUE "Y".
       77 WS-KY-ACTION         PIC X(10) VALUE SPACES.
       77 WS-KY-GRADE          PIC 9(1) VALUE 5.
       77 WS-KY-CYCLE          PIC 9(3) VALUE 0.
       77 WS-KY-NOTICE-DAYS    PIC 9(3) VALUE 30.
       77 WS-KY-GRACE-DAYS     PIC 9(3) VALUE 30.
       77 WS-KY-DAYS-TO-DUE    PIC S9(7) COMP VALUE 0.
       77 WS-KY-DAYS-OVER      PIC S9(7) COMP VALUE 0.
       77 WS-KY-GRACE-FROM     PIC X(8) VALUE SPACES.
       77 WS-KY-DATE-N         PIC 9(8) VALUE 0.
       77 WS-KY-DUE-YEAR       PIC 9(4) VALUE 0.
       77 WS-KY-DUE-MONTHS     PIC 9(6) VALUE 0.
       77 WS-KY-DUE-MONTH      PIC 9(2) VALUE 0.
       77 WS-KY-DUE-DAY        PIC 9(2) VALUE 0.
       77 WS-KY-YEARS-ON       PIC 9(4) VALUE 0.
       77 WS-KY-STATE-TEXT     PIC X(40) VALUE SPACES.
       77 WS-LIST-COUNT        PIC 9(5) COMP VALUE 0.
       77 WS-DAYS-EDIT         PIC Z(5)9.
       77 WS-GRADE-EDIT        PIC 9.
       77 WS-CYCLE-EDIT        PIC ZZ9.

      *> default review cycle in months per risk grade, 1 (best) to
      *> 5 - an ungraded customer is reviewed as grade 5.
       01 WS-CYCLE-DEFAULTS.
           05 FILLER PIC 9(3) VALUE 036.
           05 FILLER PIC 9(3) VALUE 024.
           05 FILLER PIC 9(3) VALUE 024.
           05 FILLER PIC 9(3) VALUE 012.
           05 FILLER PIC 9(3) VALUE 012.
       01 WS-CYCLE-TABLE REDEFINES WS-CYCLE-DEFAULTS.
           05 WS-CYCLE-DEFAULT  PIC 9(3) OCCURS 5 TIMES.

      *> Memo flag set once the grace period runs out, lifted by the
      *> teller's re-verification.
       77 WS-FLAG-TYPE         PIC X(10) VALUE "KYCREVIEW".
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.

      *> Notification outbox - the due, overdue, restricted and
      *> verified notices.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-NT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-NT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.
       77 WS-NT-EVENT          PIC X(20) VALUE SPACES.
       77 WS-NT-TEXT           PIC X(100) VALUE SPACES.

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
           ACCEPT WS-KY-TODAY FROM DATE YYYYMMDD
           EVALUATE LK-OP
      *>       the nightly job and the onboarding verification run
      *>       without a teller at the keyboard; LK-USER-ID is the
      *>       customer on both.
               WHEN "refresh"
                   PERFORM REFRESH-REVIEW
               WHEN "onboard"
                   PERFORM RECORD-ONBOARD-VERIFY
               WHEN "view"
                   PERFORM VIEW-REVIEW
               WHEN "worklist"
                   PERFORM REQUIRE-TELLER-ROLE
                   IF LK-RET-CODE = 0
                       PERFORM LIST-WORKLIST
                   END-IF
               WHEN "reverify"
                   PERFORM REQUIRE-TELLER-ROLE
                   IF LK-RET-CODE = 0
                       PERFORM REVERIFY-CUSTOMER
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

       REQUIRE-TELLER-ROLE.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required for KYC reviews."
               MOVE 13 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> REFRESH-REVIEW - the nightly pass over one customer
      *> (LK-USER-ID). A customer with no review row yet gets one,
      *> counted from --created, the day they were onboarded. The
      *> due date is worked out again from today's risk grade, then
      *> the review moves on as the calendar has:
      *>   within KYC-NOTICE-DAYS (default 30) of due - notice sent;
      *>   on or past due                           - overdue, on the
      *>                                              teller worklist;
      *>   KYC-GRACE-DAYS (default 30) after the due date or the
      *>   overdue notice, whichever is later       - restricted under
      *>                                              the KYCREVIEW
      *>                                              memo flag.
      *> A better grade can push the due date back out, taking a
      *> notified or overdue review back with it; a restricted one
      *> stays restricted until a teller re-verifies. OP-FIELDS comes
      *> back as action (NONE, NOTICE, OVERDUE, RESTRICT, EASED),
      *> due, state and grade.
      *> ----------------------------------------------------------------
       REFRESH-REVIEW.
           MOVE LK-USER-ID TO WS-KY-CUSTOMER
           MOVE "created" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:8) TO WS-KY-CREATED
           PERFORM LOAD-REVIEW-SWITCHES
           MOVE "NONE" TO WS-KY-ACTION
           MOVE "N" TO WS-KY-NEW-ROW

           PERFORM OPEN-REVIEW-FOR-WRITE
           MOVE WS-KY-CUSTOMER TO KYC-USER-ID
           READ KYC-REVIEW-FILE KEY IS KYC-USER-ID
           EVALUATE WS-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "Y" TO WS-KY-NEW-ROW
                   MOVE SPACES TO KYC-REVIEW-RECORD
                   MOVE WS-KY-CUSTOMER TO KYC-USER-ID
                   MOVE WS-KY-CREATED TO KYC-LAST-VERIFIED
                   IF KYC-LAST-VERIFIED NOT NUMERIC
                       MOVE WS-KY-TODAY TO KYC-LAST-VERIFIED
                   END-IF
                   MOVE "ONBOARD" TO KYC-VERIFIED-BY
                   SET KYC-CURRENT TO TRUE
               WHEN OTHER
                   DISPLAY "KYC review file unavailable, status "
                           WS-FILE-STATUS
                   MOVE 12 TO LK-RET-CODE
                   CLOSE KYC-REVIEW-FILE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM COMPUTE-DUE-DATE
           MOVE KYC-DUE-DATE TO WS-KY-DATE-N
           COMPUTE WS-KY-DAYS-TO-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-KY-DATE-N)
                 - FUNCTION INTEGER-OF-DATE(WS-KY-TODAY)

           EVALUATE TRUE
               WHEN KYC-RESTRICTED
                   CONTINUE
               WHEN KYC-OVERDUE AND WS-KY-DAYS-TO-DUE > 0
                   PERFORM EASE-REVIEW
               WHEN KYC-OVERDUE
                   MOVE KYC-DUE-DATE TO WS-KY-GRACE-FROM
                   IF KYC-OVERDUE-DATE NUMERIC
                           AND KYC-OVERDUE-DATE > WS-KY-GRACE-FROM
                       MOVE KYC-OVERDUE-DATE TO WS-KY-GRACE-FROM
                   END-IF
                   MOVE WS-KY-GRACE-FROM TO WS-KY-DATE-N
                   COMPUTE WS-KY-DAYS-OVER =
                           FUNCTION INTEGER-OF-DATE(WS-KY-TODAY)
                         - FUNCTION INTEGER-OF-DATE(WS-KY-DATE-N)
      *>           the row only goes RESTRICTED once the KYCREVIEW
      *>           flag is on - a flag that failed to set leaves it
      *>           OVERDUE, to be tried again on the next run.
                   IF WS-KY-DAYS-OVER >= WS-KY-GRACE-DAYS
                       MOVE "KYC-REVIEW" TO WS-FLAG-ACTING
                       MOVE SPACES TO WS-FLAG-NOTE
                       STRING "identity review due " KYC-DUE-DATE
                              DELIMITED BY SIZE INTO WS-FLAG-NOTE
                       CALL "BLM-FLAG-CONTROLLER" USING "SET-SYSTEM",
                            WS-KY-CUSTOMER, WS-FLAG-TYPE,
                            WS-FLAG-ACTING, WS-FLAG-NOTE,
                            WS-FLAG-RET-CODE
                       IF WS-FLAG-RET-CODE = 0
                           SET KYC-RESTRICTED TO TRUE
                           MOVE WS-KY-TODAY TO KYC-RESTRICTED-DATE
                           MOVE "RESTRICT" TO WS-KY-ACTION
                       ELSE
                           DISPLAY "Error setting KYCREVIEW on "
                                   WS-KY-CUSTOMER ", code "
                                   WS-FLAG-RET-CODE
                           MOVE 12 TO LK-RET-CODE
                       END-IF
                   END-IF
               WHEN WS-KY-DAYS-TO-DUE <= 0
                   SET KYC-OVERDUE TO TRUE
                   MOVE WS-KY-TODAY TO KYC-OVERDUE-DATE
                   MOVE "OVERDUE" TO WS-KY-ACTION
               WHEN WS-KY-DAYS-TO-DUE <= WS-KY-NOTICE-DAYS
                       AND NOT KYC-NOTICE-SENT
                   SET KYC-NOTICE-SENT TO TRUE
                   MOVE WS-KY-TODAY TO KYC-NOTICE-DATE
                   MOVE "NOTICE" TO WS-KY-ACTION
               WHEN WS-KY-DAYS-TO-DUE > WS-KY-NOTICE-DAYS
                       AND KYC-NOTICE-SENT
                   PERFORM EASE-REVIEW
           END-EVALUATE

           PERFORM STAMP-REVIEW-TIME
           MOVE WS-TIMESTAMP TO KYC-UPDATED-AT
           IF KY-NEW-ROW
               WRITE KYC-REVIEW-RECORD
           ELSE
               REWRITE KYC-REVIEW-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error saving KYC review for " WS-KY-CUSTOMER
                       ", status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE KYC-REVIEW-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE KYC-REVIEW-FILE

           EVALUATE WS-KY-ACTION
               WHEN "NOTICE"
                   MOVE "KYC-DUE" TO WS-NT-EVENT
                   MOVE SPACES TO WS-NT-TEXT
                   STRING "It is time to confirm your identity details "
                          "with us. Please visit a branch by "
                          KYC-DUE-DATE "." DELIMITED BY SIZE
                       INTO WS-NT-TEXT
                   PERFORM NOTIFY-CUSTOMER
               WHEN "OVERDUE"
                   MOVE "KYC-OVERDUE" TO WS-NT-EVENT
                   MOVE SPACES TO WS-NT-TEXT
                   MOVE WS-KY-GRACE-DAYS TO WS-DAYS-EDIT
                   STRING "Your identity review is overdue. Please "
                          "visit a branch within "
                          FUNCTION TRIM(WS-DAYS-EDIT)
                          " days to keep sending money."
                          DELIMITED BY SIZE INTO WS-NT-TEXT
                   PERFORM NOTIFY-CUSTOMER
               WHEN "RESTRICT"
                   MOVE "KYC-RESTRICTED" TO WS-NT-EVENT
                   MOVE SPACES TO WS-NT-TEXT
                   STRING "Outgoing payments from your account are on "
                          "hold until you confirm your identity "
                          "details at a branch." DELIMITED BY SIZE
                       INTO WS-NT-TEXT
                   PERFORM NOTIFY-CUSTOMER
                   MOVE "KYC-REVIEW" TO WS-KY-ACTING
                   MOVE "KYC-RESTRICT" TO WS-AUDIT-ACTION
                   PERFORM LOG-REVIEW-EVENT
           END-EVALUATE

           MOVE "action" TO OP-FIELD-NAME(1)
           MOVE WS-KY-ACTION TO OP-FIELD-VALUE(1)
           MOVE "due" TO OP-FIELD-NAME(2)
           MOVE KYC-DUE-DATE TO OP-FIELD-VALUE(2)
           MOVE "state" TO OP-FIELD-NAME(3)
           MOVE KYC-STATE TO OP-FIELD-VALUE(3)
           MOVE "grade" TO OP-FIELD-NAME(4)
           MOVE KYC-GRADE TO OP-FIELD-VALUE(4)
           MOVE 4 TO OP-FIELD-COUNT.
           EXIT.

      *> ----------------------------------------------------------------
      *> EASE-REVIEW - the due date has moved out past where the
      *> review stood: back to notified when still inside the notice
      *> window, else current.
      *> ----------------------------------------------------------------
       EASE-REVIEW.
           MOVE SPACES TO KYC-OVERDUE-DATE
           IF WS-KY-DAYS-TO-DUE <= WS-KY-NOTICE-DAYS
               SET KYC-NOTICE-SENT TO TRUE
           ELSE
               SET KYC-CURRENT TO TRUE
               MOVE SPACES TO KYC-NOTICE-DATE
           END-IF
           MOVE "EASED" TO WS-KY-ACTION.
           EXIT.

      *> ----------------------------------------------------------------
      *> COMPUTE-DUE-DATE - KYC-LAST-VERIFIED plus the cycle for the
      *> customer's grade (KYC-CYCLE-G<grade> months, else the
      *> default for the grade), the day held to the 28th so every
      *> month has it. Sets KYC-GRADE, KYC-CYCLE-MONTHS and
      *> KYC-DUE-DATE.
      *> ----------------------------------------------------------------
       COMPUTE-DUE-DATE.
           MOVE 5 TO WS-KY-GRADE
           OPEN INPUT RISK-MASTER-FILE
           IF WS-RISK-STATUS = "00"
               MOVE WS-KY-CUSTOMER TO RISK-USER-ID
               READ RISK-MASTER-FILE KEY IS RISK-USER-ID
               IF WS-RISK-STATUS = "00" AND RISK-GRADE >= 1
                       AND RISK-GRADE <= 5
                   MOVE RISK-GRADE TO WS-KY-GRADE
               END-IF
               CLOSE RISK-MASTER-FILE
           END-IF
           MOVE WS-CYCLE-DEFAULT(WS-KY-GRADE) TO WS-KY-CYCLE
           MOVE WS-KY-GRADE TO WS-GRADE-EDIT
           MOVE SPACES TO WS-CTL-KEY
           STRING "KYC-CYCLE-G" WS-GRADE-EDIT DELIMITED BY SIZE
               INTO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-RET = 0 AND WS-CTL-VALUE NOT = SPACES
               IF FUNCTION NUMVAL(WS-CTL-VALUE) >= 1
                   MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-KY-CYCLE
               END-IF
           END-IF

           IF KYC-LAST-VERIFIED NOT NUMERIC
               MOVE WS-KY-TODAY TO KYC-LAST-VERIFIED
           END-IF
           MOVE KYC-LAST-VERIFIED(1:4) TO WS-KY-DUE-YEAR
           MOVE KYC-LAST-VERIFIED(5:2) TO WS-KY-DUE-MONTH
           MOVE KYC-LAST-VERIFIED(7:2) TO WS-KY-DUE-DAY
      *>   months counted from zero so the carry into the year is a
      *>   plain division.
           COMPUTE WS-KY-DUE-MONTHS = WS-KY-DUE-MONTH - 1 + WS-KY-CYCLE
           DIVIDE WS-KY-DUE-MONTHS BY 12 GIVING WS-KY-YEARS-ON
               REMAINDER WS-KY-DUE-MONTH
           ADD 1 TO WS-KY-DUE-MONTH
           ADD WS-KY-YEARS-ON TO WS-KY-DUE-YEAR
           IF WS-KY-DUE-DAY > 28
               MOVE 28 TO WS-KY-DUE-DAY
           END-IF
           IF WS-KY-DUE-DAY < 1
               MOVE 1 TO WS-KY-DUE-DAY
           END-IF
           MOVE SPACES TO KYC-DUE-DATE
           STRING WS-KY-DUE-YEAR WS-KY-DUE-MONTH WS-KY-DUE-DAY
               DELIMITED BY SIZE INTO KYC-DUE-DATE
           MOVE WS-KY-GRADE TO KYC-GRADE
           MOVE WS-KY-CYCLE TO KYC-CYCLE-MONTHS.
           EXIT.

       LOAD-REVIEW-SWITCHES.
           MOVE 30 TO WS-KY-NOTICE-DAYS
           MOVE "KYC-NOTICE-DAYS" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-RET = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-KY-NOTICE-DAYS
           END-IF
           MOVE 30 TO WS-KY-GRACE-DAYS
           MOVE "KYC-GRACE-DAYS" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-RET = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-KY-GRACE-DAYS
           END-IF.
           EXIT.

       GET-SWITCH.
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET.
           EXIT.

      *> ----------------------------------------------------------------
      *> RECORD-ONBOARD-VERIFY - a teller has just cleared a pending
      *> account through VERIFY-KYC; the first review cycle counts
      *> from today.
      *> ----------------------------------------------------------------
       RECORD-ONBOARD-VERIFY.
           MOVE LK-USER-ID TO WS-KY-CUSTOMER
           MOVE "ONBOARD" TO WS-KY-ACTING
           MOVE "identity verified at onboarding" TO WS-KY-NOTE
           MOVE "KYC-ONBOARD" TO WS-AUDIT-ACTION
           PERFORM STAMP-VERIFIED.
           EXIT.

      *> ----------------------------------------------------------------
      *> REVERIFY-CUSTOMER - the teller (LK-USER-ID) has re-verified
      *> the identity of --user (a user id), with an optional --note:
      *> the review restarts from today, the KYCREVIEW restriction is
      *> lifted and the customer is told when the next one falls
      *> due, which comes back as "due".
      *> ----------------------------------------------------------------
       REVERIFY-CUSTOMER.
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-KY-CUSTOMER
           MOVE "note" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:40) TO WS-KY-NOTE
           IF WS-KY-CUSTOMER = SPACES
               DISPLAY "Give the customer's user id."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-KY-NOTE = SPACES
               MOVE "identity re-verified at counter" TO WS-KY-NOTE
           END-IF
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-USERNAME",
                USER-CTL-DATA, WS-KY-CUSTOMER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "No such customer."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LK-USER-ID TO WS-KY-ACTING
           MOVE "KYC-REVERIFY" TO WS-AUDIT-ACTION
           PERFORM STAMP-VERIFIED
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "KYC-REVIEW" TO WS-FLAG-ACTING
           MOVE WS-KY-NOTE TO WS-FLAG-NOTE
           CALL "BLM-FLAG-CONTROLLER" USING "CLEAR-SYSTEM",
                WS-KY-CUSTOMER, WS-FLAG-TYPE, WS-FLAG-ACTING,
                WS-FLAG-NOTE, WS-FLAG-RET-CODE
      *>   4 is a customer who was never restricted; anything else
      *>   leaves the flag on, so the teller is told to re-verify
      *>   again rather than the customer staying blocked unseen.
           IF WS-FLAG-RET-CODE NOT = 0 AND WS-FLAG-RET-CODE NOT = 4
               DISPLAY "Identity re-verified, but the KYCREVIEW "
                       "restriction could not be lifted (code "
                       WS-FLAG-RET-CODE "); re-verify again."
               MOVE 12 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Identity re-verified; next review due "
                   KYC-DUE-DATE "."
           MOVE "KYC-VERIFIED" TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-TEXT
           STRING "Thank you for confirming your identity details. "
                  "Your next review is due by " KYC-DUE-DATE "."
                  DELIMITED BY SIZE INTO WS-NT-TEXT
           PERFORM NOTIFY-CUSTOMER
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "due" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE KYC-DUE-DATE TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> STAMP-VERIFIED - WS-KY-CUSTOMER verified today by
      *> WS-KY-ACTING: the review row (made if missing) goes back to
      *> current with the due date worked out afresh. Audited under
      *> the caller's WS-AUDIT-ACTION.
      *> ----------------------------------------------------------------
       STAMP-VERIFIED.
           MOVE "N" TO WS-KY-NEW-ROW
           PERFORM OPEN-REVIEW-FOR-WRITE
           MOVE WS-KY-CUSTOMER TO KYC-USER-ID
           READ KYC-REVIEW-FILE KEY IS KYC-USER-ID
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-KY-NEW-ROW
               MOVE SPACES TO KYC-REVIEW-RECORD
               MOVE WS-KY-CUSTOMER TO KYC-USER-ID
           END-IF
           MOVE WS-KY-TODAY TO KYC-LAST-VERIFIED
           MOVE WS-KY-ACTING TO KYC-VERIFIED-BY
           MOVE WS-KY-NOTE TO KYC-NOTE
           SET KYC-CURRENT TO TRUE
           MOVE SPACES TO KYC-NOTICE-DATE KYC-OVERDUE-DATE
                          KYC-RESTRICTED-DATE
           PERFORM COMPUTE-DUE-DATE
           PERFORM STAMP-REVIEW-TIME
           MOVE WS-TIMESTAMP TO KYC-UPDATED-AT
           IF KY-NEW-ROW
               WRITE KYC-REVIEW-RECORD
           ELSE
               REWRITE KYC-REVIEW-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error saving KYC review, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE KYC-REVIEW-FILE
           PERFORM LOG-REVIEW-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> VIEW-REVIEW - LK-USER-ID's review: when they were last
      *> verified and by whom, when the next review is due and on what
      *> cycle, and where it stands.
      *> ----------------------------------------------------------------
       VIEW-REVIEW.
           OPEN INPUT KYC-REVIEW-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Identity review: none on file yet."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LK-USER-ID TO KYC-USER-ID
           READ KYC-REVIEW-FILE KEY IS KYC-USER-ID
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Identity review: none on file yet."
               MOVE 4 TO LK-RET-CODE
               CLOSE KYC-REVIEW-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE KYC-REVIEW-FILE
           PERFORM DESCRIBE-STATE
           MOVE KYC-CYCLE-MONTHS TO WS-CYCLE-EDIT
           DISPLAY "Identity review: last verified " KYC-LAST-VERIFIED
                   " by " FUNCTION TRIM(KYC-VERIFIED-BY)
           DISPLAY "  next due " KYC-DUE-DATE " (grade " KYC-GRADE
                   ", every " FUNCTION TRIM(WS-CYCLE-EDIT)
                   " months) - " FUNCTION TRIM(WS-KY-STATE-TEXT).
           EXIT.

       DESCRIBE-STATE.
           EVALUATE TRUE
               WHEN KYC-CURRENT
                   MOVE "current" TO WS-KY-STATE-TEXT
               WHEN KYC-NOTICE-SENT
                   MOVE SPACES TO WS-KY-STATE-TEXT
                   STRING "customer notified " KYC-NOTICE-DATE
                          DELIMITED BY SIZE INTO WS-KY-STATE-TEXT
               WHEN KYC-OVERDUE
                   MOVE SPACES TO WS-KY-STATE-TEXT
                   STRING "OVERDUE since " KYC-OVERDUE-DATE
                          DELIMITED BY SIZE INTO WS-KY-STATE-TEXT
               WHEN KYC-RESTRICTED
                   MOVE SPACES TO WS-KY-STATE-TEXT
                   STRING "RESTRICTED since " KYC-RESTRICTED-DATE
                          DELIMITED BY SIZE INTO WS-KY-STATE-TEXT
               WHEN OTHER
                   MOVE "unknown" TO WS-KY-STATE-TEXT
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-WORKLIST - the teller worklist: every overdue or
      *> restricted review, with how many days past due.
      *> ----------------------------------------------------------------
       LIST-WORKLIST.
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT KYC-REVIEW-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No identity reviews on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer   Due      Days over Grade State"
           MOVE LOW-VALUES TO KYC-USER-ID
           START KYC-REVIEW-FILE KEY IS NOT LESS THAN KYC-USER-ID
           IF WS-FILE-STATUS = "00"
               READ KYC-REVIEW-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF KYC-OVERDUE OR KYC-RESTRICTED
                       ADD 1 TO WS-LIST-COUNT
                       MOVE 0 TO WS-KY-DAYS-OVER
                       IF KYC-DUE-DATE NUMERIC
                           MOVE KYC-DUE-DATE TO WS-KY-DATE-N
                           COMPUTE WS-KY-DAYS-OVER =
                               FUNCTION INTEGER-OF-DATE(WS-KY-TODAY)
                             - FUNCTION INTEGER-OF-DATE(WS-KY-DATE-N)
                       END-IF
                       IF WS-KY-DAYS-OVER < 0
                           MOVE 0 TO WS-KY-DAYS-OVER
                       END-IF
                       MOVE WS-KY-DAYS-OVER TO WS-DAYS-EDIT
                       PERFORM DESCRIBE-STATE
                       DISPLAY KYC-USER-ID " " KYC-DUE-DATE " "
                               WS-DAYS-EDIT "    " KYC-GRADE "   "
                               FUNCTION TRIM(WS-KY-STATE-TEXT)
                   END-IF
                   READ KYC-REVIEW-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE KYC-REVIEW-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY "No identity reviews overdue."
           END-IF.
           EXIT.

       NOTIFY-CUSTOMER.
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE WS-KY-CUSTOMER TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE WS-NT-EVENT TO WS-NT-FIELD-VALUE(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE WS-NT-TEXT TO WS-NT-FIELD-VALUE(3)
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, WS-KY-CUSTOMER, WS-NT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOG-REVIEW-EVENT - audits WS-AUDIT-ACTION against the acting
      *> user, with the customer and the review as it now stands.
      *> ----------------------------------------------------------------
       LOG-REVIEW-EVENT.
           PERFORM STAMP-REVIEW-TIME
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-KY-ACTING TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           STRING "cust " WS-KY-CUSTOMER " verified "
                  KYC-LAST-VERIFIED " due " KYC-DUE-DATE " grade "
                  KYC-GRADE " st " KYC-STATE " " KYC-NOTE
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

       STAMP-REVIEW-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-REVIEW-FOR-WRITE.
           OPEN I-O KYC-REVIEW-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT KYC-REVIEW-FILE
               CLOSE KYC-REVIEW-FILE
               OPEN I-O KYC-REVIEW-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-KYC-CONTROLLER.
