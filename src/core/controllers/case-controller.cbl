      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Complaint case management - a teller logs a complaint
      *>          a customer makes by phone or at the counter as a
      *>          case with a category, what the customer said and the
      *>          transfer, payment, card or loan it is about; the case
      *>          has an owner, a status and a service-level due date,
      *>          and every note, status change and reassignment is
      *>          kept on its history. The customer sees their cases
      *>          and the customer-visible updates from their
      *>          messages, and is sent a notice as each one is made.
      *>          Transfer disputes and card chargebacks stay on their
      *>          own controllers.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: open/update/assign/list/view/
      *>                     my-cases against real indexed
      *>                     COMPLAINT-CASE-FILE and CASE-UPDATE-FILE,
      *>                     the due date off the CASE-SLA-<category>
      *>                     or CASE-SLA-DAYS system switch (15 days
      *>                     when unset) rolled to a business day.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CASE-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT COMPLAINT-CASE-FILE ASSIGN TO "CASEMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CASE-ID
                 ALTERNATE RECORD KEY IS CASE-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT CASE-UPDATE-FILE ASSIGN TO "CASEUPD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CUPD-KEY
                 FILE STATUS IS WS-UPD-STATUS.
             SELECT TRANSFER-MASTER-FILE ASSIGN TO "TRNMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TRANSFER-ID
                 ALTERNATE RECORD KEY IS TRANSFER-FROM-USER
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS TRANSFER-TO-USER
                     WITH DUPLICATES
                 FILE STATUS IS WS-LINK-STATUS.
             SELECT PAYMENT-MASTER-FILE ASSIGN TO "PAYMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PAYMENT-ID
                 ALTERNATE RECORD KEY IS PAYMENT-USER-ID
                     WITH DUPLICATES
                 FILE STATUS IS WS-LINK-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LINK-STATUS.
             SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOAN-ID
                 ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LINK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-CASE-FILE
           LABEL RECORD STANDARD.
           COPY "complaint-case.cpy".
       FD  CASE-UPDATE-FILE
           LABEL RECORD STANDARD.
           COPY "case-update.cpy".
       FD  TRANSFER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "transfer.cpy".
       FD  PAYMENT-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "payment.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".
       FD  LOAN-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-UPD-STATUS        PIC XX VALUE SPACES.
       77 WS-LINK-STATUS       PIC XX VALUE SPACES.
       77 WS-NEW-CASE-ID       PIC X(10).
       77 WS-NEXT-SEQ          PIC 9(9) VALUE 0.
      *> holds the case being worked while the id browse runs its
      *> READs through the same record area
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

      *> Service level - CASE-SLA-<category> days, else CASE-SLA-DAYS,
      *> else 15, counted in calendar days from the day the case is
      *> opened and rolled forward to a business day.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
       77 WS-SLA-DAYS          PIC 9(3) VALUE 15.
       77 WS-DUE-INT           PIC 9(8) COMP VALUE 0.
       77 WS-DUE-NUM           PIC 9(8) VALUE 0.
       77 WS-CAL-DATE          PIC X(8) VALUE SPACES.
       77 WS-CAL-VALUE         PIC X(2) VALUE SPACES.
       77 WS-CAL-RET-CODE      PIC S9(4) COMP.

      *> Case working fields - what the teller keyed, and the update
      *> row about to be written.
       77 WS-CS-ID             PIC X(10) VALUE SPACES.
       77 WS-CS-USER           PIC X(10) VALUE SPACES.
       77 WS-CS-CATEGORY       PIC X(4) VALUE SPACES.
           88 WS-CS-CAT-VALID    VALUE "ACCT" "PYMT" "CARD" "LOAN"
                                       "FEES" "FRAU" "SERV" "OTHR".
       77 WS-CS-CHANNEL        PIC X(1) VALUE SPACE.
           88 WS-CS-CHANNEL-OK   VALUE "P" "C".
       77 WS-CS-LINK-TYPE      PIC X(1) VALUE SPACE.
           88 WS-CS-LINK-OK      VALUE SPACE "T" "P" "C" "L".
       77 WS-CS-LINK-ID        PIC X(10) VALUE SPACES.
       77 WS-CS-OWNER          PIC X(10) VALUE SPACES.
       77 WS-CS-STATUS         PIC X(1) VALUE SPACE.
       77 WS-CS-TEXT           PIC X(80) VALUE SPACES.
       77 WS-CS-VISIBILITY     PIC X(1) VALUE "C".
       77 WS-CS-NOTE           PIC X(80) VALUE SPACES.
       77 WS-LINK-FOUND        PIC X VALUE "N".
           88 LINK-FOUND         VALUE "Y".
       77 WS-LINK-OK           PIC X VALUE "N".
           88 LINK-OK            VALUE "Y".
       77 WS-LIST-COUNT        PIC 9(5) COMP VALUE 0.
       77 WS-TODAY-X           PIC X(8) VALUE SPACES.
       77 WS-OVERDUE-MARK      PIC X(10) VALUE SPACES.
       77 WS-SHOW-INTERNAL     PIC X VALUE "N".
           88 SHOW-INTERNAL      VALUE "Y".

      *> Notification outbox - the customer's notice of a new case
      *> and of each update they can see.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-NT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-NT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.
       77 WS-NT-EVENT          PIC X(20) VALUE SPACES.

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
               WHEN "open"
                   PERFORM OPEN-CASE
               WHEN "update"
                   PERFORM UPDATE-CASE
               WHEN "assign"
                   PERFORM ASSIGN-CASE
               WHEN "list"
                   PERFORM LIST-CASES
               WHEN "view"
                   PERFORM VIEW-CASE
               WHEN "my-cases"
                   PERFORM LIST-MY-CASES
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
      *> CHECK-CASE-ROLE - every op but my-cases is staff work.
      *> ----------------------------------------------------------------
       CHECK-CASE-ROLE.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required to work complaint cases."
               MOVE 13 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> OPEN-CASE - a teller logs a complaint for --user: --category
      *> (ACCT account, PYMT transfer or payment, CARD, LOAN, FEES,
      *> FRAU fraud or scam, SERV service, OTHR), --channel (P phone,
      *> C counter), --text, optionally --link-type (T transfer,
      *> P payment, C card, L loan) with --link-id, which must be the
      *> customer's, and --owner (default the teller taking it). The
      *> new id goes back as "case-id".
      *> ----------------------------------------------------------------
       OPEN-CASE.
           PERFORM CHECK-CASE-ROLE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-CS-USER
           MOVE "category" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:4))
                TO WS-CS-CATEGORY
           MOVE "channel" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1))
                TO WS-CS-CHANNEL
           MOVE "text" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:80) TO WS-CS-TEXT
           MOVE "link-type" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1))
                TO WS-CS-LINK-TYPE
           MOVE "link-id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-CS-LINK-ID
           MOVE "owner" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-CS-OWNER
           IF WS-CS-OWNER = SPACES
               MOVE LK-USER-ID TO WS-CS-OWNER
           END-IF

           EVALUATE TRUE
               WHEN WS-CS-USER = SPACES OR WS-CS-TEXT = SPACES
                   DISPLAY "A customer and what they said are "
                           "required."
                   MOVE 8 TO LK-RET-CODE
               WHEN NOT WS-CS-CAT-VALID
                   DISPLAY "Category must be ACCT, PYMT, CARD, LOAN, "
                           "FEES, FRAU, SERV or OTHR."
                   MOVE 8 TO LK-RET-CODE
               WHEN NOT WS-CS-CHANNEL-OK
                   DISPLAY "Channel must be P (phone) or C (counter)."
                   MOVE 8 TO LK-RET-CODE
               WHEN NOT WS-CS-LINK-OK
                   DISPLAY "Link type must be T, P, C, L or blank."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-CS-LINK-TYPE NOT = SPACE
                       AND WS-CS-LINK-ID = SPACES
                   DISPLAY "Give the id of the item the complaint is "
                           "about."
                   MOVE 8 TO LK-RET-CODE
           END-EVALUATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-USERNAME",
                USER-CTL-DATA, WS-CS-USER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Customer " FUNCTION TRIM(WS-CS-USER)
                       " not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CASE-OWNER
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-CASE-LINK
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-SLA-DUE

           PERFORM OPEN-CASE-FOR-WRITE
           PERFORM GENERATE-CASE-ID
           MOVE SPACES TO COMPLAINT-CASE-RECORD
           MOVE WS-NEW-CASE-ID TO CASE-ID
           MOVE WS-CS-USER TO CASE-USER-ID
           MOVE WS-CS-CATEGORY TO CASE-CATEGORY
           MOVE WS-CS-CHANNEL TO CASE-CHANNEL
           MOVE WS-CS-TEXT TO CASE-SUMMARY
           MOVE WS-CS-LINK-TYPE TO CASE-LINK-TYPE
           IF NOT CASE-LINK-NONE
               MOVE WS-CS-LINK-ID TO CASE-LINK-ID
           END-IF
           MOVE WS-CS-OWNER TO CASE-OWNER
           SET CASE-OPEN TO TRUE
           MOVE LK-USER-ID TO CASE-OPENED-BY
           PERFORM STAMP-CASE-TIME
           MOVE WS-TIMESTAMP TO CASE-OPENED-AT
           MOVE WS-CAL-DATE TO CASE-SLA-DUE
           MOVE 0 TO CASE-UPDATE-COUNT
           WRITE COMPLAINT-CASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error opening case, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE COMPLAINT-CASE-FILE
               EXIT PARAGRAPH
           END-IF
      *>   the complaint as taken is the first line of the history.
           MOVE "C" TO WS-CS-VISIBILITY
           PERFORM ADD-CASE-UPDATE
           CLOSE COMPLAINT-CASE-FILE
           DISPLAY "Case " FUNCTION TRIM(CASE-ID) " opened for "
                   FUNCTION TRIM(CASE-USER-ID) ", owner "
                   FUNCTION TRIM(CASE-OWNER) ", due " CASE-SLA-DUE
           MOVE "CASE-OPENED" TO WS-NT-EVENT
           MOVE SPACES TO WS-CS-TEXT
           STRING "We have logged your complaint as case "
                  FUNCTION TRIM(CASE-ID) " and will respond by "
                  CASE-SLA-DUE "." DELIMITED BY SIZE INTO WS-CS-TEXT
           PERFORM NOTIFY-CASE-CUSTOMER
           MOVE "CASE-OPEN" TO WS-AUDIT-ACTION
           PERFORM LOG-CASE-EVENT
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "case-id" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE CASE-ID TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-CASE-OWNER - a case is owned by a teller or an admin.
      *> ----------------------------------------------------------------
       CHECK-CASE-OWNER.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, WS-CS-OWNER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Owner " FUNCTION TRIM(WS-CS-OWNER)
                       " is not a teller or admin."
               MOVE 8 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> VALIDATE-CASE-LINK - the linked transfer (sent or received),
      *> payment, card or loan must be on file and be the customer's:
      *> 4 when it isn't on file, 8 when it belongs to someone else.
      *> ----------------------------------------------------------------
       VALIDATE-CASE-LINK.
           MOVE "N" TO WS-LINK-OK
           MOVE "N" TO WS-LINK-FOUND
           EVALUATE WS-CS-LINK-TYPE
               WHEN SPACE
                   EXIT PARAGRAPH
               WHEN "T"
                   OPEN INPUT TRANSFER-MASTER-FILE
                   MOVE WS-CS-LINK-ID TO TRANSFER-ID
                   READ TRANSFER-MASTER-FILE KEY IS TRANSFER-ID
                   IF WS-LINK-STATUS = "00"
                       MOVE "Y" TO WS-LINK-FOUND
                       IF TRANSFER-FROM-USER = WS-CS-USER
                               OR TRANSFER-TO-USER = WS-CS-USER
                           MOVE "Y" TO WS-LINK-OK
                       END-IF
                   END-IF
                   CLOSE TRANSFER-MASTER-FILE
               WHEN "P"
                   OPEN INPUT PAYMENT-MASTER-FILE
                   MOVE WS-CS-LINK-ID TO PAYMENT-ID
                   READ PAYMENT-MASTER-FILE KEY IS PAYMENT-ID
                   IF WS-LINK-STATUS = "00"
                       MOVE "Y" TO WS-LINK-FOUND
                       IF PAYMENT-USER-ID = WS-CS-USER
                           MOVE "Y" TO WS-LINK-OK
                       END-IF
                   END-IF
                   CLOSE PAYMENT-MASTER-FILE
               WHEN "C"
                   OPEN INPUT CARD-MASTER-FILE
                   MOVE WS-CS-LINK-ID TO CARD-ID
                   READ CARD-MASTER-FILE KEY IS CARD-ID
                   IF WS-LINK-STATUS = "00"
                       MOVE "Y" TO WS-LINK-FOUND
                       IF CARD-USER-ID = WS-CS-USER
                           MOVE "Y" TO WS-LINK-OK
                       END-IF
                   END-IF
                   CLOSE CARD-MASTER-FILE
               WHEN "L"
                   OPEN INPUT LOAN-MASTER-FILE
                   MOVE WS-CS-LINK-ID TO LOAN-ID
                   READ LOAN-MASTER-FILE KEY IS LOAN-ID
                   IF WS-LINK-STATUS = "00"
                       MOVE "Y" TO WS-LINK-FOUND
                       IF LOAN-USER-ID = WS-CS-USER
                           MOVE "Y" TO WS-LINK-OK
                       END-IF
                   END-IF
                   CLOSE LOAN-MASTER-FILE
           END-EVALUATE
           IF NOT LINK-FOUND
               DISPLAY "Linked item " FUNCTION TRIM(WS-CS-LINK-ID)
                       " not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT LINK-OK
               DISPLAY "Linked item " FUNCTION TRIM(WS-CS-LINK-ID)
                       " is not this customer's."
               MOVE 8 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-SLA-DUE - the due date for a WS-CS-CATEGORY case opened
      *> today, into WS-CAL-DATE.
      *> ----------------------------------------------------------------
       SET-SLA-DUE.
           MOVE 15 TO WS-SLA-DAYS
           MOVE SPACES TO WS-CTL-KEY
           STRING "CASE-SLA-" WS-CS-CATEGORY DELIMITED BY SIZE
               INTO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE NOT = 0 OR WS-CTL-VALUE = SPACES
               MOVE "CASE-SLA-DAYS" TO WS-CTL-KEY
               MOVE SPACES TO WS-CTL-VALUE
               CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                    WS-CTL-VALUE, WS-SYS-RET-CODE
           END-IF
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-SLA-DAYS
           END-IF
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-CDT-DATE)
                   + WS-SLA-DAYS
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           MOVE WS-DUE-NUM TO WS-CAL-DATE
           MOVE SPACES TO WS-CAL-VALUE
           CALL "BLM-CALENDAR-CONTROLLER" USING "NEXT-BIZDAY",
                WS-CAL-DATE, WS-CAL-VALUE, LK-USER-ID,
                WS-CAL-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> UPDATE-CASE - a note on case --id: --text, optionally a new
      *> --status (O open, W being worked, R resolved; a resolved case
      *> can be reopened) and --internal Y for a staff-only note. A
      *> note the customer can see is sent to them as a message.
      *> ----------------------------------------------------------------
       UPDATE-CASE.
           PERFORM CHECK-CASE-ROLE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "text" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:80) TO WS-CS-TEXT
           MOVE "status" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1))
                TO WS-CS-STATUS
           MOVE "internal" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1)) = "Y"
               MOVE "I" TO WS-CS-VISIBILITY
           ELSE
               MOVE "C" TO WS-CS-VISIBILITY
           END-IF
           IF WS-CS-TEXT = SPACES
               DISPLAY "An update needs some text."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CS-STATUS NOT = SPACE AND WS-CS-STATUS NOT = "O"
                   AND WS-CS-STATUS NOT = "W"
                   AND WS-CS-STATUS NOT = "R"
               DISPLAY "Status must be O, W or R."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CASE-FOR-UPDATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CS-STATUS NOT = SPACE
               MOVE WS-CS-STATUS TO CASE-STATUS
               IF CASE-RESOLVED
                   PERFORM STAMP-CASE-TIME
                   MOVE WS-TIMESTAMP TO CASE-RESOLVED-AT
               ELSE
                   MOVE SPACES TO CASE-RESOLVED-AT
               END-IF
           END-IF
           PERFORM ADD-CASE-UPDATE
           REWRITE COMPLAINT-CASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating case, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE COMPLAINT-CASE-FILE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Case " FUNCTION TRIM(CASE-ID) " updated, status "
                   CASE-STATUS
           IF WS-CS-VISIBILITY = "C"
               IF CASE-RESOLVED
                   MOVE "CASE-RESOLVED" TO WS-NT-EVENT
               ELSE
                   MOVE "CASE-UPDATE" TO WS-NT-EVENT
               END-IF
               MOVE WS-CS-TEXT TO WS-CS-NOTE
               MOVE SPACES TO WS-CS-TEXT
               STRING "Case " FUNCTION TRIM(CASE-ID) ": "
                      WS-CS-NOTE(1:60)
                      DELIMITED BY SIZE INTO WS-CS-TEXT
               PERFORM NOTIFY-CASE-CUSTOMER
           END-IF
           MOVE "CASE-UPDATE" TO WS-AUDIT-ACTION
           PERFORM LOG-CASE-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> ASSIGN-CASE - hands case --id to --owner, a teller or admin;
      *> the reassignment goes on the history as an internal note.
      *> ----------------------------------------------------------------
       ASSIGN-CASE.
           PERFORM CHECK-CASE-ROLE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "owner" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-CS-OWNER
           IF WS-CS-OWNER = SPACES
               DISPLAY "Give the new owner."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CASE-OWNER
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CS-STATUS
           PERFORM LOAD-CASE-FOR-UPDATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CS-TEXT
           STRING "Reassigned from " FUNCTION TRIM(CASE-OWNER)
                  " to " FUNCTION TRIM(WS-CS-OWNER)
                  DELIMITED BY SIZE INTO WS-CS-TEXT
           MOVE WS-CS-OWNER TO CASE-OWNER
           MOVE "I" TO WS-CS-VISIBILITY
           PERFORM ADD-CASE-UPDATE
           REWRITE COMPLAINT-CASE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating case, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           ELSE
               DISPLAY "Case " FUNCTION TRIM(CASE-ID)
                       " now owned by " FUNCTION TRIM(CASE-OWNER)
           END-IF
           CLOSE COMPLAINT-CASE-FILE
           MOVE "CASE-ASSIGN" TO WS-AUDIT-ACTION
           PERFORM LOG-CASE-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOAD-CASE-FOR-UPDATE - opens the case file I-O and reads case
      *> --id into the record area, leaving the file open on success:
      *> 4 when it is not on file.
      *> ----------------------------------------------------------------
       LOAD-CASE-FOR-UPDATE.
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-CS-ID
           OPEN I-O COMPLAINT-CASE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No complaint cases on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CS-ID TO CASE-ID
           READ COMPLAINT-CASE-FILE KEY IS CASE-ID
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Case " FUNCTION TRIM(WS-CS-ID) " not found."
               MOVE 4 TO LK-RET-CODE
               CLOSE COMPLAINT-CASE-FILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> ADD-CASE-UPDATE - writes the next history row for the case in
      *> the record area from WS-CS-TEXT and WS-CS-VISIBILITY, with the
      *> case's status and owner as they now stand.
      *> ----------------------------------------------------------------
       ADD-CASE-UPDATE.
           OPEN I-O CASE-UPDATE-FILE
           IF WS-UPD-STATUS = "35"
               OPEN OUTPUT CASE-UPDATE-FILE
               CLOSE CASE-UPDATE-FILE
               OPEN I-O CASE-UPDATE-FILE
           END-IF
           ADD 1 TO CASE-UPDATE-COUNT
           MOVE SPACES TO CASE-UPDATE-RECORD
           MOVE CASE-ID TO CUPD-CASE-ID
           MOVE CASE-UPDATE-COUNT TO CUPD-SEQ
           MOVE WS-CS-TEXT TO CUPD-TEXT
           MOVE WS-CS-VISIBILITY TO CUPD-VISIBILITY
           MOVE CASE-STATUS TO CUPD-STATUS
           MOVE CASE-OWNER TO CUPD-OWNER
           MOVE LK-USER-ID TO CUPD-BY
           PERFORM STAMP-CASE-TIME
           MOVE WS-TIMESTAMP TO CUPD-AT
           WRITE CASE-UPDATE-RECORD
           IF WS-UPD-STATUS NOT = "00"
               DISPLAY "Error writing case history, status "
                       WS-UPD-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE CASE-UPDATE-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-CASES - the open and in-progress cases, or with --owner
      *> those one teller owns, or with --user every case of one
      *> customer whatever its status. Past-due cases are marked.
      *> ----------------------------------------------------------------
       LIST-CASES.
           PERFORM CHECK-CASE-ROLE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "owner" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-CS-OWNER
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-CS-USER
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-CDT-DATE TO WS-TODAY-X
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT COMPLAINT-CASE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No complaint cases on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CASE-ID
           START COMPLAINT-CASE-FILE KEY IS NOT LESS THAN CASE-ID
           IF WS-FILE-STATUS = "00"
               READ COMPLAINT-CASE-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   EVALUATE TRUE
                       WHEN WS-CS-USER NOT = SPACES
                           IF CASE-USER-ID = WS-CS-USER
                               PERFORM SHOW-CASE-LINE
                           END-IF
                       WHEN NOT CASE-ACTIVE
                           CONTINUE
                       WHEN WS-CS-OWNER = SPACES
                           PERFORM SHOW-CASE-LINE
                       WHEN CASE-OWNER = WS-CS-OWNER
                           PERFORM SHOW-CASE-LINE
                   END-EVALUATE
                   READ COMPLAINT-CASE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE COMPLAINT-CASE-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY "No cases to show."
           END-IF.
           EXIT.

       SHOW-CASE-LINE.
           ADD 1 TO WS-LIST-COUNT
           MOVE SPACES TO WS-OVERDUE-MARK
           IF CASE-ACTIVE AND CASE-SLA-DUE < WS-TODAY-X
               MOVE " OVERDUE" TO WS-OVERDUE-MARK
           END-IF
           DISPLAY CASE-ID " " CASE-STATUS " " CASE-CATEGORY " "
                   CASE-USER-ID " owner " CASE-OWNER " due "
                   CASE-SLA-DUE WS-OVERDUE-MARK
           DISPLAY "  " CASE-SUMMARY(1:70).
           EXIT.

      *> ----------------------------------------------------------------
      *> VIEW-CASE - case --id in full, with its whole history.
      *> ----------------------------------------------------------------
       VIEW-CASE.
           PERFORM CHECK-CASE-ROLE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-CS-ID
           OPEN INPUT COMPLAINT-CASE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No complaint cases on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CS-ID TO CASE-ID
           READ COMPLAINT-CASE-FILE KEY IS CASE-ID
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Case " FUNCTION TRIM(WS-CS-ID) " not found."
               MOVE 4 TO LK-RET-CODE
               CLOSE COMPLAINT-CASE-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE COMPLAINT-CASE-FILE
           DISPLAY "Case " CASE-ID " for " CASE-USER-ID
                   "  category " CASE-CATEGORY "  channel "
                   CASE-CHANNEL
           DISPLAY "Status " CASE-STATUS "  owner " CASE-OWNER
                   "  opened " CASE-OPENED-AT " by " CASE-OPENED-BY
                   "  due " CASE-SLA-DUE
           IF NOT CASE-LINK-NONE
               DISPLAY "About " CASE-LINK-TYPE " " CASE-LINK-ID
           END-IF
           IF CASE-RESOLVED
               DISPLAY "Resolved " CASE-RESOLVED-AT
           END-IF
           MOVE "Y" TO WS-SHOW-INTERNAL
           PERFORM SHOW-CASE-HISTORY.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-MY-CASES - the customer's own view: each of LK-USER-ID's
      *> cases with the updates they can see.
      *> ----------------------------------------------------------------
       LIST-MY-CASES.
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT COMPLAINT-CASE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "You have no complaint cases."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SHOW-INTERNAL
           MOVE LK-USER-ID TO CASE-USER-ID
           START COMPLAINT-CASE-FILE KEY IS = CASE-USER-ID
           IF WS-FILE-STATUS = "00"
               READ COMPLAINT-CASE-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR CASE-USER-ID NOT = LK-USER-ID
                   ADD 1 TO WS-LIST-COUNT
                   EVALUATE TRUE
                       WHEN CASE-RESOLVED
                           MOVE "resolved" TO WS-OVERDUE-MARK
                       WHEN CASE-WORKING
                           MOVE "in progress" TO WS-OVERDUE-MARK
                       WHEN OTHER
                           MOVE "open" TO WS-OVERDUE-MARK
                   END-EVALUATE
                   DISPLAY "Case " CASE-ID " opened "
                           CASE-OPENED-AT(1:8) " - " WS-OVERDUE-MARK
                   IF CASE-ACTIVE
                       DISPLAY "  We will respond by " CASE-SLA-DUE
                   END-IF
                   PERFORM SHOW-CASE-HISTORY
                   READ COMPLAINT-CASE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE COMPLAINT-CASE-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY "You have no complaint cases."
               MOVE 4 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SHOW-CASE-HISTORY - the history of the case in the record
      *> area, oldest first; internal notes only when SHOW-INTERNAL.
      *> ----------------------------------------------------------------
       SHOW-CASE-HISTORY.
           OPEN INPUT CASE-UPDATE-FILE
           IF WS-UPD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CASE-ID TO CUPD-CASE-ID
           MOVE 0 TO CUPD-SEQ
           START CASE-UPDATE-FILE KEY IS NOT LESS THAN CUPD-KEY
           IF WS-UPD-STATUS = "00"
               READ CASE-UPDATE-FILE NEXT RECORD
               PERFORM UNTIL WS-UPD-STATUS NOT = "00"
                       OR CUPD-CASE-ID NOT = CASE-ID
                   IF CUPD-CUSTOMER
                       DISPLAY "  " CUPD-AT(1:8) " " CUPD-TEXT(1:68)
                   ELSE
                       IF SHOW-INTERNAL
                           DISPLAY "  " CUPD-AT(1:8) " [staff] "
                                   CUPD-TEXT(1:60)
                       END-IF
                   END-IF
                   READ CASE-UPDATE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CASE-UPDATE-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> NOTIFY-CASE-CUSTOMER - posts WS-CS-TEXT to the case's customer
      *> as a WS-NT-EVENT message.
      *> ----------------------------------------------------------------
       NOTIFY-CASE-CUSTOMER.
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE CASE-USER-ID TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE WS-NT-EVENT TO WS-NT-FIELD-VALUE(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE WS-CS-TEXT TO WS-NT-FIELD-VALUE(3)
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, LK-USER-ID, WS-NT-RET-CODE.
           EXIT.

       LOG-CASE-EVENT.
           MOVE SPACES TO WS-AUDIT-ENTRY
           PERFORM STAMP-CASE-TIME
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           STRING "case " CASE-ID " cust " CASE-USER-ID " cat "
                  CASE-CATEGORY " st " CASE-STATUS " owner "
                  CASE-OWNER DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-CASE-ID - assigns the next id off the sequence-
      *> control file in constant time; an entity the sequence file
      *> hasn't been seeded for falls back to the browse once and
      *> seeds it from the result.
      *> ----------------------------------------------------------------
       GENERATE-CASE-ID.
           MOVE "CASEMSTR" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE = 0
               MOVE WS-SEQ-VALUE TO WS-NEXT-SEQ
               MOVE SPACES TO WS-NEW-CASE-ID
               STRING "H" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-NEW-CASE-ID
           ELSE
               PERFORM BROWSE-NEXT-CASE-SEQ
               MOVE WS-NEXT-SEQ TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF.
           EXIT.

       BROWSE-NEXT-CASE-SEQ.
           MOVE COMPLAINT-CASE-RECORD TO WS-RECORD-HOLD
           MOVE 0 TO WS-NEXT-SEQ
           MOVE LOW-VALUES TO CASE-ID
           START COMPLAINT-CASE-FILE KEY IS NOT LESS THAN CASE-ID
           IF WS-FILE-STATUS = "00"
               READ COMPLAINT-CASE-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF FUNCTION NUMVAL(CASE-ID(2:9)) > WS-NEXT-SEQ
                       MOVE FUNCTION NUMVAL(CASE-ID(2:9))
                            TO WS-NEXT-SEQ
                   END-IF
                   READ COMPLAINT-CASE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-NEW-CASE-ID
           STRING "H" WS-NEXT-SEQ DELIMITED BY SIZE
               INTO WS-NEW-CASE-ID
           MOVE WS-RECORD-HOLD TO COMPLAINT-CASE-RECORD.
           EXIT.

       STAMP-CASE-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-CASE-FOR-WRITE.
           OPEN I-O COMPLAINT-CASE-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT COMPLAINT-CASE-FILE
               CLOSE COMPLAINT-CASE-FILE
               OPEN I-O COMPLAINT-CASE-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-CASE-CONTROLLER.
