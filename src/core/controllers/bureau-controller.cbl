      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Credit bureau reporting - what the month-end
      *>          CREDIT-BUREAU job sent for a card or loan, and the
      *>          corrections staff enter when a customer disputes it
      *>          and the dispute is upheld. A correction restates one
      *>          reported month (balance, amount past due,
      *>          delinquency or account status) and is sent to the
      *>          bureaus as an update record by the next month's run.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: history/correct/list against
      *>                     real indexed BUREAU-HISTORY-FILE and
      *>                     BUREAU-CORRECTION-FILE; one correction
      *>                     waiting per account and month, optionally
      *>                     tied to the customer's complaint case.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-BUREAU-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT BUREAU-HISTORY-FILE ASSIGN TO "BURHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BUR-KEY
                 FILE STATUS IS WS-HIST-STATUS.
             SELECT BUREAU-CORRECTION-FILE ASSIGN TO "BURCORR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BCOR-ID
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT COMPLAINT-CASE-FILE ASSIGN TO "CASEMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CASE-ID
                 ALTERNATE RECORD KEY IS CASE-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUREAU-HISTORY-FILE
           LABEL RECORD STANDARD.
           COPY "bureau-history.cpy".
       FD  BUREAU-CORRECTION-FILE
           LABEL RECORD STANDARD.
           COPY "bureau-correction.cpy".
       FD  COMPLAINT-CASE-FILE
           LABEL RECORD STANDARD.
           COPY "complaint-case.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-HIST-STATUS       PIC XX VALUE SPACES.
       77 WS-CASE-STATUS       PIC XX VALUE SPACES.
       77 WS-NEW-CORR-ID       PIC X(10).
       77 WS-NEXT-SEQ          PIC 9(9) VALUE 0.
      *> holds the correction being built while the id browse runs
      *> its READs through the same record area
       77 WS-RECORD-HOLD       PIC X(256) VALUE SPACES.

      *> Sequence control - constant-time id assignment, with the
      *> browse kept as the self-seeding fallback.
       77 WS-SEQ-ENTITY        PIC X(10) VALUE SPACES.
       77 WS-SEQ-VALUE         PIC 9(9) VALUE 0.
       77 WS-SEQ-RET-CODE      PIC S9(4) COMP.
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

      *> Correction working fields - what staff keyed; a blank field
      *> keeps the value as it was reported.
       77 WS-BC-ACCOUNT        PIC X(10) VALUE SPACES.
       77 WS-BC-PERIOD         PIC X(6) VALUE SPACES.
       77 WS-BC-BALANCE-X      PIC X(20) VALUE SPACES.
       77 WS-BC-PAST-DUE-X     PIC X(20) VALUE SPACES.
       77 WS-BC-DELINQ         PIC X(3) VALUE SPACES.
           88 WS-BC-DELINQ-OK    VALUE "CUR" "030" "060" "090".
       77 WS-BC-STATUS         PIC X(2) VALUE SPACES.
           88 WS-BC-STATUS-OK    VALUE "OP" "CL" "PD" "DF" "CO".
       77 WS-BC-REASON         PIC X(60) VALUE SPACES.
       77 WS-BC-CASE           PIC X(10) VALUE SPACES.
       77 WS-BC-WAITING        PIC X VALUE "N".
           88 CORRECTION-WAITING VALUE "Y".
       77 WS-LIST-COUNT        PIC 9(5) COMP VALUE 0.
       77 WS-AMOUNT-EDIT       PIC -(9)9.99.
       77 WS-PAST-DUE-EDIT     PIC Z(9)9.99.

      *> Notification outbox - the customer is told their credit file
      *> is being corrected.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-NT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-NT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.

      *> Audit trail
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
       01 LK-USER-ID   PIC X(10).
       01 LK-RET-CODE  PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-OP OP-FIELDS OP-FIELD-COUNT
                                 LK-USER-ID LK-RET-CODE.

           MOVE 0 TO LK-RET-CODE
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required for credit bureau reporting."
               MOVE 13 TO LK-RET-CODE
               GOBACK
           END-IF
           EVALUATE LK-OP
               WHEN "history"
                   PERFORM SHOW-BUREAU-HISTORY
               WHEN "correct"
                   PERFORM ENTER-CORRECTION
               WHEN "list"
                   PERFORM LIST-CORRECTIONS
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
      *> SHOW-BUREAU-HISTORY - every month reported for --account,
      *> oldest first.
      *> ----------------------------------------------------------------
       SHOW-BUREAU-HISTORY.
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-BC-ACCOUNT
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT BUREAU-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Nothing has been reported to the bureaus yet."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BC-ACCOUNT TO BUR-ACCOUNT-ID
           MOVE LOW-VALUES TO BUR-PERIOD
           START BUREAU-HISTORY-FILE KEY IS NOT LESS THAN BUR-KEY
           IF WS-HIST-STATUS = "00"
               READ BUREAU-HISTORY-FILE NEXT RECORD
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                       OR BUR-ACCOUNT-ID NOT = WS-BC-ACCOUNT
                   ADD 1 TO WS-LIST-COUNT
                   MOVE BUR-BALANCE TO WS-AMOUNT-EDIT
                   MOVE BUR-PAST-DUE TO WS-PAST-DUE-EDIT
                   DISPLAY BUR-PERIOD " " BUR-ACCT-STATUS " "
                           BUR-DELINQ-STATUS " bal " WS-AMOUNT-EDIT
                           " past due " WS-PAST-DUE-EDIT " "
                           BUR-PAY-PROFILE(1:12) " " BUR-CORRECTED
                   READ BUREAU-HISTORY-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE BUREAU-HISTORY-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY "No bureau history for "
                       FUNCTION TRIM(WS-BC-ACCOUNT) "."
               MOVE 4 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> ENTER-CORRECTION - restates --account's --period (YYYYMM) as
      *> reported: any of --balance, --past-due, --delinq (CUR, 030,
      *> 060, 090) and --status (OP, CL, PD, DF, CO), with a --reason
      *> and optionally the complaint --case it came in under. Fields
      *> left blank keep the reported value. The new id goes back as
      *> "correction-id".
      *> ----------------------------------------------------------------
       ENTER-CORRECTION.
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-BC-ACCOUNT
           MOVE "period" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:6) TO WS-BC-PERIOD
           MOVE "balance" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:20) TO WS-BC-BALANCE-X
           MOVE "past-due" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:20) TO WS-BC-PAST-DUE-X
           MOVE "delinq" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:3))
                TO WS-BC-DELINQ
           MOVE "status" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:2))
                TO WS-BC-STATUS
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:60) TO WS-BC-REASON
           MOVE "case" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-BC-CASE

           EVALUATE TRUE
               WHEN WS-BC-ACCOUNT = SPACES OR WS-BC-PERIOD = SPACES
                   DISPLAY "Give the card or loan id and the month "
                           "(YYYYMM) to correct."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-BC-REASON = SPACES
                   DISPLAY "A correction needs a reason."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-BC-BALANCE-X = SPACES
                       AND WS-BC-PAST-DUE-X = SPACES
                       AND WS-BC-DELINQ = SPACES
                       AND WS-BC-STATUS = SPACES
                   DISPLAY "Nothing to correct."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-BC-DELINQ NOT = SPACES AND NOT WS-BC-DELINQ-OK
                   DISPLAY "Delinquency must be CUR, 030, 060 or 090."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-BC-STATUS NOT = SPACES AND NOT WS-BC-STATUS-OK
                   DISPLAY "Status must be OP, CL, PD, DF or CO."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-BC-BALANCE-X NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-BC-BALANCE-X) NOT = 0
                   DISPLAY "Balance is not a number."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-BC-PAST-DUE-X NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-BC-PAST-DUE-X)
                           NOT = 0
                   DISPLAY "Amount past due is not a number."
                   MOVE 8 TO LK-RET-CODE
           END-EVALUATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BC-PAST-DUE-X NOT = SPACES
               IF FUNCTION NUMVAL(WS-BC-PAST-DUE-X) < 0
                   DISPLAY "Amount past due cannot be negative."
                   MOVE 8 TO LK-RET-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *>   the month as it was reported is where the correction starts.
           OPEN INPUT BUREAU-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Nothing has been reported to the bureaus yet."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BC-ACCOUNT TO BUR-ACCOUNT-ID
           MOVE WS-BC-PERIOD TO BUR-PERIOD
           READ BUREAU-HISTORY-FILE KEY IS BUR-KEY
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-BC-ACCOUNT)
                       " was not reported for " WS-BC-PERIOD "."
               MOVE 4 TO LK-RET-CODE
               CLOSE BUREAU-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE BUREAU-HISTORY-FILE
           IF WS-BC-CASE NOT = SPACES
               PERFORM CHECK-CORRECTION-CASE
               IF LK-RET-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM OPEN-CORRECTION-FOR-WRITE
           PERFORM CHECK-CORRECTION-WAITING
           IF CORRECTION-WAITING
               DISPLAY "A correction for " FUNCTION TRIM(WS-BC-ACCOUNT)
                       " " WS-BC-PERIOD " is already waiting to be "
                       "sent."
               MOVE 8 TO LK-RET-CODE
               CLOSE BUREAU-CORRECTION-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-CORRECTION-ID
           MOVE SPACES TO BUREAU-CORRECTION-RECORD
           MOVE WS-NEW-CORR-ID TO BCOR-ID
           MOVE BUR-ACCOUNT-ID TO BCOR-ACCOUNT-ID
           MOVE BUR-PERIOD TO BCOR-PERIOD
           MOVE BUR-ACCT-TYPE TO BCOR-ACCT-TYPE
           MOVE BUR-USER-ID TO BCOR-USER-ID
           MOVE BUR-BALANCE TO BCOR-BALANCE
           MOVE BUR-LIMIT-OR-ORIG TO BCOR-LIMIT-OR-ORIG
           MOVE BUR-SCHED-PAYMENT TO BCOR-SCHED-PAYMENT
           MOVE BUR-PAST-DUE TO BCOR-PAST-DUE
           MOVE BUR-DELINQ-STATUS TO BCOR-DELINQ-STATUS
           MOVE BUR-ACCT-STATUS TO BCOR-ACCT-STATUS
           IF WS-BC-BALANCE-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BC-BALANCE-X) TO BCOR-BALANCE
           END-IF
           IF WS-BC-PAST-DUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BC-PAST-DUE-X) TO BCOR-PAST-DUE
           END-IF
           IF WS-BC-DELINQ NOT = SPACES
               MOVE WS-BC-DELINQ TO BCOR-DELINQ-STATUS
           END-IF
           IF WS-BC-STATUS NOT = SPACES
               MOVE WS-BC-STATUS TO BCOR-ACCT-STATUS
           END-IF
           MOVE WS-BC-REASON TO BCOR-REASON
           MOVE WS-BC-CASE TO BCOR-CASE-ID
           SET BCOR-PENDING TO TRUE
           MOVE LK-USER-ID TO BCOR-ENTERED-BY
           PERFORM STAMP-CORRECTION-TIME
           MOVE WS-TIMESTAMP TO BCOR-ENTERED-AT
           WRITE BUREAU-CORRECTION-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error saving correction, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE BUREAU-CORRECTION-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE BUREAU-CORRECTION-FILE
           DISPLAY "Correction " FUNCTION TRIM(BCOR-ID) " for "
                   FUNCTION TRIM(BCOR-ACCOUNT-ID) " " BCOR-PERIOD
                   " goes to the bureaus with the next monthly file."
           PERFORM NOTIFY-CORRECTION
           PERFORM LOG-CORRECTION
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "correction-id" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE BCOR-ID TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-CORRECTION-CASE - the complaint case must be on file and
      *> be the same customer's.
      *> ----------------------------------------------------------------
       CHECK-CORRECTION-CASE.
           OPEN INPUT COMPLAINT-CASE-FILE
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "Case " FUNCTION TRIM(WS-BC-CASE) " not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BC-CASE TO CASE-ID
           READ COMPLAINT-CASE-FILE KEY IS CASE-ID
           EVALUATE TRUE
               WHEN WS-CASE-STATUS NOT = "00"
                   DISPLAY "Case " FUNCTION TRIM(WS-BC-CASE)
                           " not found."
                   MOVE 4 TO LK-RET-CODE
               WHEN CASE-USER-ID NOT = BUR-USER-ID
                   DISPLAY "Case " FUNCTION TRIM(WS-BC-CASE)
                           " is another customer's."
                   MOVE 8 TO LK-RET-CODE
           END-EVALUATE
           CLOSE COMPLAINT-CASE-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-CORRECTION-WAITING - whether a correction for the same
      *> account and month is still waiting for the monthly file.
      *> ----------------------------------------------------------------
       CHECK-CORRECTION-WAITING.
           MOVE "N" TO WS-BC-WAITING
           MOVE LOW-VALUES TO BCOR-ID
           START BUREAU-CORRECTION-FILE KEY IS NOT LESS THAN BCOR-ID
           IF WS-FILE-STATUS = "00"
               READ BUREAU-CORRECTION-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF BCOR-PENDING
                           AND BCOR-ACCOUNT-ID = WS-BC-ACCOUNT
                           AND BCOR-PERIOD = WS-BC-PERIOD
                       MOVE "Y" TO WS-BC-WAITING
                   END-IF
                   READ BUREAU-CORRECTION-FILE NEXT RECORD
               END-PERFORM
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-CORRECTIONS - the corrections waiting for the next
      *> monthly file, or with --all Y every correction on file.
      *> ----------------------------------------------------------------
       LIST-CORRECTIONS.
           MOVE "all" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT BUREAU-CORRECTION-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No bureau corrections on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO BCOR-ID
           START BUREAU-CORRECTION-FILE KEY IS NOT LESS THAN BCOR-ID
           IF WS-FILE-STATUS = "00"
               READ BUREAU-CORRECTION-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF BCOR-PENDING
                           OR FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1))
                              = "Y"
                       ADD 1 TO WS-LIST-COUNT
                       MOVE BCOR-BALANCE TO WS-AMOUNT-EDIT
                       MOVE BCOR-PAST-DUE TO WS-PAST-DUE-EDIT
                       DISPLAY BCOR-ID " " BCOR-STATUS " "
                               BCOR-ACCOUNT-ID " " BCOR-PERIOD " "
                               BCOR-ACCT-STATUS " " BCOR-DELINQ-STATUS
                               " bal " WS-AMOUNT-EDIT " past due "
                               WS-PAST-DUE-EDIT
                       DISPLAY "  " BCOR-REASON " " BCOR-CASE-ID
                               " " BCOR-REPORTED-IN
                   END-IF
                   READ BUREAU-CORRECTION-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE BUREAU-CORRECTION-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY "No corrections waiting."
           END-IF.
           EXIT.

       NOTIFY-CORRECTION.
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE BCOR-USER-ID TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE "BUREAU-CORRECTION" TO WS-NT-FIELD-VALUE(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE SPACES TO WS-NT-FIELD-VALUE(3)
           STRING "We are correcting what we reported to the credit "
                  "bureaus for " FUNCTION TRIM(BCOR-ACCOUNT-ID)
                  " for " BCOR-PERIOD "." DELIMITED BY SIZE
               INTO WS-NT-FIELD-VALUE(3)
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, LK-USER-ID, WS-NT-RET-CODE.
           EXIT.

       LOG-CORRECTION.
           MOVE SPACES TO WS-AUDIT-ENTRY
           PERFORM STAMP-CORRECTION-TIME
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE "BUREAU-CORRECT" TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           MOVE BCOR-BALANCE TO WS-AMOUNT-EDIT
           STRING "corr " BCOR-ID " acct " BCOR-ACCOUNT-ID " per "
                  BCOR-PERIOD " st " BCOR-ACCT-STATUS " dq "
                  BCOR-DELINQ-STATUS " bal " WS-AMOUNT-EDIT
                  " case " BCOR-CASE-ID
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-CORRECTION-ID - assigns the next id off the
      *> sequence-control file in constant time; an entity the
      *> sequence file hasn't been seeded for falls back to the browse
      *> once and seeds it from the result.
      *> ----------------------------------------------------------------
       GENERATE-CORRECTION-ID.
           MOVE "BURCORR" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE = 0
               MOVE WS-SEQ-VALUE TO WS-NEXT-SEQ
               MOVE SPACES TO WS-NEW-CORR-ID
               STRING "B" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-NEW-CORR-ID
           ELSE
               PERFORM BROWSE-NEXT-CORRECTION-SEQ
               MOVE WS-NEXT-SEQ TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF.
           EXIT.

       BROWSE-NEXT-CORRECTION-SEQ.
           MOVE BUREAU-CORRECTION-RECORD TO WS-RECORD-HOLD
           MOVE 0 TO WS-NEXT-SEQ
           MOVE LOW-VALUES TO BCOR-ID
           START BUREAU-CORRECTION-FILE KEY IS NOT LESS THAN BCOR-ID
           IF WS-FILE-STATUS = "00"
               READ BUREAU-CORRECTION-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF FUNCTION NUMVAL(BCOR-ID(2:9)) > WS-NEXT-SEQ
                       MOVE FUNCTION NUMVAL(BCOR-ID(2:9))
                            TO WS-NEXT-SEQ
                   END-IF
                   READ BUREAU-CORRECTION-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-NEW-CORR-ID
           STRING "B" WS-NEXT-SEQ DELIMITED BY SIZE
               INTO WS-NEW-CORR-ID
           MOVE WS-RECORD-HOLD TO BUREAU-CORRECTION-RECORD.
           EXIT.

       STAMP-CORRECTION-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-CORRECTION-FOR-WRITE.
           OPEN I-O BUREAU-CORRECTION-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT BUREAU-CORRECTION-FILE
               CLOSE BUREAU-CORRECTION-FILE
               OPEN I-O BUREAU-CORRECTION-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-BUREAU-CONTROLLER.
