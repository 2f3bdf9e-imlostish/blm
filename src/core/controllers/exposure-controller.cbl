      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Customer credit exposure - everything the bank has
      *>          lent or committed to one customer (the balance on
      *>          each active or defaulted loan, and each open card's
      *>          limit, or its balance where that has run past the
      *>          limit) against a customer-level maximum set by
      *>          risk grade and, where the customer has stated one,
      *>          their income. Loan approval, a new card and a
      *>          limit increase all ask here first, so no credit
      *>          decision is made without the whole picture.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: CHECK/MEASURE for the deciding
      *>                     controllers and the concentration report,
      *>                     "view" for the teller customer inquiry.
      *>                     Maxima EXPOSURE-MAX-G1..G5 and the income
      *>                     cap EXPOSURE-INCOME-PCT from system
      *>                     control; EXPOSURE-BREACH REFUSE turns off
      *>                     the admin sign-off on a breach.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-EXPOSURE-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOAN-ID
                 ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LOAN-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CARD-STATUS.
             SELECT RISK-MASTER-FILE ASSIGN TO "RISKMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RISK-USER-ID
                 FILE STATUS IS WS-RISK-STATUS.
             SELECT PROFILE-MASTER-FILE ASSIGN TO "PROFMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROF-USER-ID
                 FILE STATUS IS WS-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".
       FD  RISK-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "risk-grade.cpy".
       FD  PROFILE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".

       WORKING-STORAGE SECTION.
       77 WS-LOAN-STATUS       PIC XX VALUE SPACES.
       77 WS-CARD-STATUS       PIC XX VALUE SPACES.
       77 WS-RISK-STATUS       PIC XX VALUE SPACES.
       77 WS-PROF-STATUS       PIC XX VALUE SPACES.
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

      *> The customer's exposure and the most it may be. With SHOW
      *> set the commitments are listed as they are totalled.
       77 WS-EX-SHOW           PIC X VALUE "N".
           88 EX-SHOW            VALUE "Y".
       77 WS-EX-EXPOSURE       PIC S9(11)V99 VALUE 0.
       77 WS-EX-LOAN-TOTAL     PIC S9(11)V99 VALUE 0.
       77 WS-EX-CARD-TOTAL     PIC S9(11)V99 VALUE 0.
       77 WS-EX-CARD-AMOUNT    PIC S9(9)V99 VALUE 0.
       77 WS-EX-DRAWN          PIC S9(9)V99 VALUE 0.
       77 WS-EX-GRADE          PIC 9(1) VALUE 5.
       77 WS-EX-GRADE-MAX      PIC 9(11)V99 VALUE 0.
       77 WS-EX-INCOME         PIC 9(9) VALUE 0.
       77 WS-EX-INCOME-PCT     PIC 9(3)V99 VALUE 50.
       77 WS-EX-INCOME-MAX     PIC 9(11)V99 VALUE 0.
       77 WS-EX-MAXIMUM        PIC 9(11)V99 VALUE 0.
       77 WS-EX-BASIS          PIC X(6) VALUE SPACES.
       77 WS-EX-ADDED          PIC S9(11)V99 VALUE 0.
       77 WS-EX-AFTER          PIC S9(11)V99 VALUE 0.
       77 WS-EX-OVER           PIC S9(11)V99 VALUE 0.
       77 WS-EX-ACTING         PIC X(10) VALUE SPACES.
       77 WS-EX-WHAT           PIC X(30) VALUE SPACES.
       77 WS-EX-OVERRIDE       PIC X VALUE "N".
           88 EX-OVERRIDE-ASKED  VALUE "Y".
       77 WS-EX-BREACH-RULE    PIC X(6) VALUE "REFER".
           88 EX-BREACH-REFUSED  VALUE "REFUSE".
       77 WS-AMOUNT-EDIT       PIC -(10)9.99.
       77 WS-AMOUNT-EDIT2      PIC -(10)9.99.
       77 WS-GRADE-EDIT        PIC 9.

      *> default maximum per risk grade, 1 (best) to 5 - an ungraded
      *> customer is held to grade 5, as loan pricing treats them.
       01 WS-GRADE-MAXIMA.
           05 FILLER PIC 9(9) VALUE 250000.
           05 FILLER PIC 9(9) VALUE 150000.
           05 FILLER PIC 9(9) VALUE 075000.
           05 FILLER PIC 9(9) VALUE 030000.
           05 FILLER PIC 9(9) VALUE 010000.
       01 WS-GRADE-MAX-TABLE REDEFINES WS-GRADE-MAXIMA.
           05 WS-GRADE-DEFAULT  PIC 9(9) OCCURS 5 TIMES.

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
           EVALUATE LK-OP
               WHEN "CHECK"
                   PERFORM CHECK-NEW-EXPOSURE
               WHEN "MEASURE"
                   PERFORM MEASURE-EXPOSURE
               WHEN "view"
                   PERFORM VIEW-EXPOSURE
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
      *> CHECK-NEW-EXPOSURE - would LK-USER-ID's exposure stay within
      *> their maximum with --amount more lent or committed? --acting
      *> is the user deciding, --what names the decision for the audit
      *> trail (e.g. "LOANAPP A000000012"). Within the maximum: 0. Over
      *> it: 16, and the decision is not to go ahead - unless the
      *> acting user is an admin who has signed the breach off with
      *> --override Y, which is let through and audited. Under
      *> EXPOSURE-BREACH REFUSE no one can sign off; a breach is 8.
      *> ----------------------------------------------------------------
       CHECK-NEW-EXPOSURE.
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE 0 TO WS-EX-ADDED
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-EX-ADDED
           END-IF
           MOVE "acting" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-EX-ACTING
           IF WS-EX-ACTING = SPACES
               MOVE LK-USER-ID TO WS-EX-ACTING
           END-IF
           MOVE "what" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:30) TO WS-EX-WHAT
           MOVE "override" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1))
                TO WS-EX-OVERRIDE

           MOVE "N" TO WS-EX-SHOW
           PERFORM COMPUTE-EXPOSURE
           PERFORM COMPUTE-MAXIMUM
           COMPUTE WS-EX-AFTER = WS-EX-EXPOSURE + WS-EX-ADDED
           IF WS-EX-ADDED <= 0 OR WS-EX-AFTER <= WS-EX-MAXIMUM
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-EX-OVER = WS-EX-AFTER - WS-EX-MAXIMUM
           MOVE WS-EX-AFTER TO WS-AMOUNT-EDIT
           MOVE WS-EX-MAXIMUM TO WS-AMOUNT-EDIT2
           DISPLAY "Credit exposure for " LK-USER-ID " would be "
                   FUNCTION TRIM(WS-AMOUNT-EDIT) " against a maximum "
                   "of " FUNCTION TRIM(WS-AMOUNT-EDIT2) " ("
                   FUNCTION TRIM(WS-EX-BASIS) ")."
           MOVE WS-EX-OVER TO WS-AMOUNT-EDIT
           DISPLAY "Over by " FUNCTION TRIM(WS-AMOUNT-EDIT) "."

           PERFORM LOAD-BREACH-RULE
           IF EX-BREACH-REFUSED
               DISPLAY "Refused: exposure limits may not be exceeded."
               MOVE 8 TO LK-RET-CODE
               MOVE "EXPOSURE-REFUSED" TO WS-AUDIT-ACTION
               PERFORM LOG-EXPOSURE-EVENT
               EXIT PARAGRAPH
           END-IF
           IF NOT EX-OVERRIDE-ASKED
               DISPLAY "Needs an admin's sign-off; nothing has been "
                       "done."
               MOVE 16 TO LK-RET-CODE
               MOVE "EXPOSURE-REFERRED" TO WS-AUDIT-ACTION
               PERFORM LOG-EXPOSURE-EVENT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-ADMIN TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, WS-EX-ACTING, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Only an admin can sign off an exposure "
                       "breach; nothing has been done."
               MOVE 16 TO LK-RET-CODE
               MOVE "EXPOSURE-REFERRED" TO WS-AUDIT-ACTION
               PERFORM LOG-EXPOSURE-EVENT
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Breach signed off by " WS-EX-ACTING "."
           MOVE "EXPOSURE-OVERRIDE" TO WS-AUDIT-ACTION
           PERFORM LOG-EXPOSURE-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> MEASURE-EXPOSURE - LK-USER-ID's exposure, maximum and grade
      *> returned as "exposure", "max-exposure" and "grade", without
      *> a word on the screen - for the concentration report.
      *> ----------------------------------------------------------------
       MEASURE-EXPOSURE.
           MOVE "N" TO WS-EX-SHOW
           PERFORM COMPUTE-EXPOSURE
           PERFORM COMPUTE-MAXIMUM
           MOVE 0 TO OP-FIELD-COUNT
           MOVE "exposure" TO OP-FIELD-NAME(1)
           MOVE WS-EX-EXPOSURE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO OP-FIELD-VALUE(1)
           MOVE "max-exposure" TO OP-FIELD-NAME(2)
           MOVE WS-EX-MAXIMUM TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO OP-FIELD-VALUE(2)
           MOVE "grade" TO OP-FIELD-NAME(3)
           MOVE WS-EX-GRADE TO OP-FIELD-VALUE(3)
           MOVE "basis" TO OP-FIELD-NAME(4)
           MOVE WS-EX-BASIS TO OP-FIELD-VALUE(4)
           MOVE 4 TO OP-FIELD-COUNT.
           EXIT.

      *> ----------------------------------------------------------------
      *> VIEW-EXPOSURE - LK-USER-ID's commitments line by line, the
      *> total, the maximum and how much headroom is left.
      *> ----------------------------------------------------------------
       VIEW-EXPOSURE.
           DISPLAY "--- credit exposure ---"
           MOVE "Y" TO WS-EX-SHOW
           PERFORM COMPUTE-EXPOSURE
           PERFORM COMPUTE-MAXIMUM
           MOVE WS-EX-EXPOSURE TO WS-AMOUNT-EDIT
           DISPLAY "Total exposure:   " WS-AMOUNT-EDIT
           MOVE WS-EX-MAXIMUM TO WS-AMOUNT-EDIT
           MOVE WS-EX-GRADE TO WS-GRADE-EDIT
           DISPLAY "Maximum:          " WS-AMOUNT-EDIT "  (grade "
                   WS-GRADE-EDIT ", by " FUNCTION TRIM(WS-EX-BASIS)
                   ")"
           IF WS-EX-INCOME > 0
               DISPLAY "Stated income:    " WS-EX-INCOME
           ELSE
               DISPLAY "Stated income:    not known"
           END-IF
           COMPUTE WS-EX-OVER = WS-EX-MAXIMUM - WS-EX-EXPOSURE
           MOVE WS-EX-OVER TO WS-AMOUNT-EDIT
           IF WS-EX-OVER < 0
               DISPLAY "** OVER the maximum by " WS-AMOUNT-EDIT " **"
           ELSE
               DISPLAY "Headroom:         " WS-AMOUNT-EDIT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> COMPUTE-EXPOSURE - sums LK-USER-ID's loans (the outstanding
      *> balance of each active or defaulted loan; paid and charged-
      *> off loans carry nothing more) and cards (each active, blocked
      *> or not-yet-activated card's limit, or its balance where that
      *> is higher). Expired and closed cards commit nothing.
      *> ----------------------------------------------------------------
       COMPUTE-EXPOSURE.
           MOVE 0 TO WS-EX-EXPOSURE WS-EX-LOAN-TOTAL WS-EX-CARD-TOTAL
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE LK-USER-ID TO LOAN-USER-ID
               START LOAN-MASTER-FILE KEY IS = LOAN-USER-ID
               IF WS-LOAN-STATUS = "00"
                   READ LOAN-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
                           OR LOAN-USER-ID NOT = LK-USER-ID
                       IF LOAN-ACTIVE OR LOAN-DEFAULTED
                           ADD LOAN-OUTSTANDING-BAL TO WS-EX-LOAN-TOTAL
                           IF EX-SHOW
                               MOVE LOAN-OUTSTANDING-BAL
                                    TO WS-AMOUNT-EDIT
                               DISPLAY "  Loan " LOAN-ID "  "
                                       WS-AMOUNT-EDIT
                           END-IF
                       END-IF
                       READ LOAN-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE LOAN-MASTER-FILE
           END-IF
           OPEN INPUT CARD-MASTER-FILE
           IF WS-CARD-STATUS = "00"
               MOVE LK-USER-ID TO CARD-USER-ID
               START CARD-MASTER-FILE KEY IS = CARD-USER-ID
               IF WS-CARD-STATUS = "00"
                   READ CARD-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-CARD-STATUS NOT = "00"
                           OR CARD-USER-ID NOT = LK-USER-ID
                       IF CARD-ACTIVE OR CARD-BLOCKED
                               OR CARD-NOT-ACTIVATED
                           MOVE CARD-CREDIT-LIMIT TO WS-EX-CARD-AMOUNT
                           COMPUTE WS-EX-DRAWN = CARD-CREDIT-LIMIT
                                   - CARD-AVAILABLE-BAL
                           IF WS-EX-DRAWN > WS-EX-CARD-AMOUNT
                               MOVE WS-EX-DRAWN TO WS-EX-CARD-AMOUNT
                           END-IF
                           ADD WS-EX-CARD-AMOUNT TO WS-EX-CARD-TOTAL
                           IF EX-SHOW
                               MOVE WS-EX-CARD-AMOUNT
                                    TO WS-AMOUNT-EDIT
                               DISPLAY "  Card " CARD-ID "  "
                                       WS-AMOUNT-EDIT
                           END-IF
                       END-IF
                       READ CARD-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE CARD-MASTER-FILE
           END-IF
           COMPUTE WS-EX-EXPOSURE = WS-EX-LOAN-TOTAL + WS-EX-CARD-TOTAL.
           EXIT.

      *> ----------------------------------------------------------------
      *> COMPUTE-MAXIMUM - the grade maximum (EXPOSURE-MAX-G<grade>,
      *> else the default for the grade), cut to EXPOSURE-INCOME-PCT
      *> (default 50) percent of stated annual income where the
      *> customer has given one and that is lower. WS-EX-BASIS says
      *> which one set it.
      *> ----------------------------------------------------------------
       COMPUTE-MAXIMUM.
           MOVE 5 TO WS-EX-GRADE
           OPEN INPUT RISK-MASTER-FILE
           IF WS-RISK-STATUS = "00"
               MOVE LK-USER-ID TO RISK-USER-ID
               READ RISK-MASTER-FILE KEY IS RISK-USER-ID
               IF WS-RISK-STATUS = "00" AND RISK-GRADE >= 1
                       AND RISK-GRADE <= 5
                   MOVE RISK-GRADE TO WS-EX-GRADE
               END-IF
               CLOSE RISK-MASTER-FILE
           END-IF
           MOVE WS-GRADE-DEFAULT(WS-EX-GRADE) TO WS-EX-GRADE-MAX
           MOVE WS-EX-GRADE TO WS-GRADE-EDIT
           MOVE SPACES TO WS-CTL-KEY
           STRING "EXPOSURE-MAX-G" WS-GRADE-EDIT DELIMITED BY SIZE
               INTO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-RET = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-EX-GRADE-MAX
           END-IF
           MOVE WS-EX-GRADE-MAX TO WS-EX-MAXIMUM
           MOVE "GRADE" TO WS-EX-BASIS

           MOVE 0 TO WS-EX-INCOME
           OPEN INPUT PROFILE-MASTER-FILE
           IF WS-PROF-STATUS = "00"
               MOVE LK-USER-ID TO PROF-USER-ID
               READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
               IF WS-PROF-STATUS = "00"
                       AND PROF-ANNUAL-INCOME IS NUMERIC
                   MOVE PROF-ANNUAL-INCOME TO WS-EX-INCOME
               END-IF
               CLOSE PROFILE-MASTER-FILE
           END-IF
           IF WS-EX-INCOME > 0
               MOVE 50 TO WS-EX-INCOME-PCT
               MOVE "EXPOSURE-INCOME-PCT" TO WS-CTL-KEY
               PERFORM GET-SWITCH
               IF WS-CTL-RET = 0 AND WS-CTL-VALUE NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-CTL-VALUE)
                        TO WS-EX-INCOME-PCT
               END-IF
               COMPUTE WS-EX-INCOME-MAX ROUNDED =
                       WS-EX-INCOME * WS-EX-INCOME-PCT / 100
               IF WS-EX-INCOME-MAX < WS-EX-MAXIMUM
                   MOVE WS-EX-INCOME-MAX TO WS-EX-MAXIMUM
                   MOVE "INCOME" TO WS-EX-BASIS
               END-IF
           END-IF.
           EXIT.

       LOAD-BREACH-RULE.
           MOVE "REFER" TO WS-EX-BREACH-RULE
           MOVE "EXPOSURE-BREACH" TO WS-CTL-KEY
           PERFORM GET-SWITCH
           IF WS-CTL-RET = 0
               MOVE FUNCTION UPPER-CASE(WS-CTL-VALUE(1:6))
                    TO WS-EX-BREACH-RULE
           END-IF.
           EXIT.

       GET-SWITCH.
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOG-EXPOSURE-EVENT - audits a breach under WS-AUDIT-ACTION
      *> against the acting user, with the customer, what was being
      *> decided and the amount over.
      *> ----------------------------------------------------------------
       LOG-EXPOSURE-EVENT.
           PERFORM STAMP-EXPOSURE-TIME
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-EX-ACTING TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           MOVE WS-EX-OVER TO WS-AMOUNT-EDIT
           STRING LK-USER-ID " " WS-EX-WHAT DELIMITED BY SIZE
                  " over " FUNCTION TRIM(WS-AMOUNT-EDIT)
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

       STAMP-EXPOSURE-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       END PROGRAM BLM-EXPOSURE-CONTROLLER.
