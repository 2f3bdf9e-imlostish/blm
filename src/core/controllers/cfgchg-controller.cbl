      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Four-eyes control over admin configuration changes -
      *>          a fee, GL mapping, transfer limit, calendar day or
      *>          merchant category change is raised here by the
      *>          owning controller instead of being written, shows
      *>          the value it replaces beside the value it sets, and
      *>          is only applied once a second admin who did not
      *>          raise it approves. Changes nobody acts on lapse.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: raise/list-pending/approve/
      *>                     reject against a real indexed
      *>                     CFGCHG-MASTER-FILE, approvals replayed
      *>                     through each owning controller's "apply",
      *>                     every decision and lapse audited.
      *>   15/10/2026 - jm - Approve, reject and lapse check the change
      *>                     row's REWRITE status and report a decision
      *>                     that did not save.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CFGCHG-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CFGCHG-MASTER-FILE ASSIGN TO "CFGCHG"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CCHG-ID
                 FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CFGCHG-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "config-change.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-NEW-CCHG-ID       PIC X(10).
       77 WS-NEXT-SEQ          PIC 9(9) VALUE 0.
      *> holds whatever record the caller staged while the id
      *> browse runs its READs through the same record area
       77 WS-RECORD-HOLD        PIC X(512) VALUE SPACES.

      *> Sequence control - constant-time id assignment, with the old
      *> browse kept as the self-seeding fallback for an entity the
      *> sequence file hasn't met yet.
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

      *> Expiry window - CFGCHG-EXPIRY-DAYS system switch, 3 days
      *> when unset.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
       77 WS-EXPIRY-DAYS       PIC 9(3) COMP VALUE 3.
       77 WS-EXPIRY-INT        PIC 9(8) COMP VALUE 0.
       77 WS-EXPIRY-DATE       PIC 9(8) VALUE 0.
       77 WS-TODAY-DATE        PIC 9(8) VALUE 0.

      *> Raise working fields - the control fields a raising
      *> controller passes; everything else is kept for the replay.
       77 WS-RAISE-TARGET      PIC X(8) VALUE SPACES.
       77 WS-RAISE-KEY         PIC X(20) VALUE SPACES.
       77 WS-FIELD-IDX         PIC 9(4) COMP VALUE 0.
       77 WS-PENDING-ID        PIC X(10) VALUE SPACES.
       77 WS-PENDING-FOUND     PIC X VALUE "N".
           88 PENDING-FOUND      VALUE "Y".

      *> Approval replay - the held fields rebuilt as an op-field
      *> table (or the calendar's date/value pair) for the owning
      *> controller's "apply".
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-AP-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-AP-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-AP-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-AP-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-AP-FIELD-COUNT==.
       77 WS-AP-RET-CODE       PIC S9(4) COMP.
       77 WS-AP-DATE           PIC X(8) VALUE SPACES.
       77 WS-AP-VALUE          PIC X(2) VALUE SPACES.

      *> Audit trail for decisions and lapses
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
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           EVALUATE LK-OP
               WHEN "raise"
                   PERFORM RAISE-CHANGE
               WHEN "list-pending"
                   PERFORM LIST-PENDING-CHANGES
               WHEN "approve"
                   PERFORM APPROVE-CHANGE
               WHEN "reject"
                   PERFORM REJECT-CHANGE
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
      *> RAISE-CHANGE - called by the owning controller once its own
      *> role check and validation have passed. --cc-target,
      *> --cc-key, --cc-old and --cc-new describe the change; every
      *> other field is the screen's own input, held for the replay.
      *> One pending change per row at a time. The new id goes back
      *> to the caller as an extra "cc-id" op-field.
      *> ----------------------------------------------------------------
       RAISE-CHANGE.
           MOVE "cc-target" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:8) TO WS-RAISE-TARGET
           MOVE "cc-key" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:20) TO WS-RAISE-KEY
           IF WS-RAISE-TARGET = SPACES OR WS-RAISE-KEY = SPACES
               DISPLAY "A configuration change needs a target and "
                       "a key."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-CFGCHG-FOR-WRITE
           PERFORM FIND-PENDING-FOR-KEY
           IF PENDING-FOUND
               DISPLAY "Change " WS-PENDING-ID " for " WS-RAISE-TARGET
                       " " WS-RAISE-KEY " is already awaiting "
                       "approval."
               MOVE 8 TO LK-RET-CODE
               CLOSE CFGCHG-MASTER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CFGCHG-RECORD
           MOVE WS-RAISE-TARGET TO CCHG-TARGET
           MOVE WS-RAISE-KEY TO CCHG-KEY
           MOVE "cc-old" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:60) TO CCHG-OLD-VALUE
           MOVE "cc-new" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:60) TO CCHG-NEW-VALUE
           MOVE 0 TO CCHG-FIELD-COUNT
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > OP-FIELD-COUNT
               IF OP-FIELD-NAME(WS-FIELD-IDX)(1:3) NOT = "cc-"
                       AND CCHG-FIELD-COUNT < 5
                   ADD 1 TO CCHG-FIELD-COUNT
                   MOVE OP-FIELD-NAME(WS-FIELD-IDX)
                        TO CCHG-FIELD-NAME(CCHG-FIELD-COUNT)
                   MOVE OP-FIELD-VALUE(WS-FIELD-IDX)
                        TO CCHG-FIELD-VALUE(CCHG-FIELD-COUNT)
               END-IF
           END-PERFORM
           SET CCHG-PENDING TO TRUE
           MOVE LK-USER-ID TO CCHG-RAISED-BY
           MOVE 0 TO CCHG-APPLY-RET
           PERFORM COMPUTE-EXPIRY-DATE
           MOVE WS-EXPIRY-DATE TO CCHG-EXPIRES-ON
           PERFORM GENERATE-CCHG-ID
           MOVE WS-NEW-CCHG-ID TO CCHG-ID
           PERFORM STAMP-CCHG-TIME
           MOVE WS-TIMESTAMP TO CCHG-RAISED-AT
           WRITE CFGCHG-RECORD
           IF WS-FILE-STATUS = "00"
               DISPLAY "Change " CCHG-ID " raised for " CCHG-TARGET
                       " " CCHG-KEY
               DISPLAY "  was: " CCHG-OLD-VALUE
               DISPLAY "  new: " CCHG-NEW-VALUE
               DISPLAY "Held until a second admin approves it; "
                       "lapses after " CCHG-EXPIRES-ON "."
               IF OP-FIELD-COUNT < 10
                   ADD 1 TO OP-FIELD-COUNT
                   MOVE "cc-id" TO OP-FIELD-NAME(OP-FIELD-COUNT)
                   MOVE CCHG-ID TO OP-FIELD-VALUE(OP-FIELD-COUNT)
               END-IF
               MOVE 0 TO LK-RET-CODE
           ELSE
               DISPLAY "Error raising change, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE CFGCHG-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> FIND-PENDING-FOR-KEY - browses the open-I-O file for a
      *> PENDING change on WS-RAISE-TARGET / WS-RAISE-KEY, lapsing
      *> anything past its window on the way.
      *> ----------------------------------------------------------------
       FIND-PENDING-FOR-KEY.
           MOVE "N" TO WS-PENDING-FOUND
           MOVE SPACES TO WS-PENDING-ID
           MOVE LOW-VALUES TO CCHG-ID
           START CFGCHG-MASTER-FILE KEY IS NOT LESS THAN CCHG-ID
           IF WS-FILE-STATUS = "00"
               READ CFGCHG-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   PERFORM LAPSE-IF-EXPIRED
                   IF CCHG-PENDING
                           AND CCHG-TARGET = WS-RAISE-TARGET
                           AND CCHG-KEY = WS-RAISE-KEY
                       MOVE "Y" TO WS-PENDING-FOUND
                       MOVE CCHG-ID TO WS-PENDING-ID
                   END-IF
                   READ CFGCHG-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF.
           EXIT.

       LIST-PENDING-CHANGES.
           OPEN I-O CFGCHG-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No configuration changes on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CCHG-ID
           START CFGCHG-MASTER-FILE KEY IS NOT LESS THAN CCHG-ID
           IF WS-FILE-STATUS = "00"
               READ CFGCHG-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   PERFORM LAPSE-IF-EXPIRED
                   IF CCHG-PENDING
                       DISPLAY CCHG-ID ": " CCHG-TARGET " " CCHG-KEY
                               " raised by " CCHG-RAISED-BY
                               " lapses after " CCHG-EXPIRES-ON
                       DISPLAY "  was: " CCHG-OLD-VALUE
                       DISPLAY "  new: " CCHG-NEW-VALUE
                   END-IF
                   READ CFGCHG-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CFGCHG-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOAD-CHANGE-FOR-DECISION - positions the change named by
      *> --id, leaving the file open I-O when it is still PENDING. A
      *> change past its window lapses here and comes back 8.
      *> ----------------------------------------------------------------
       LOAD-CHANGE-FOR-DECISION.
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           OPEN I-O CFGCHG-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Change not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-VALUE(1:10) TO CCHG-ID
           READ CFGCHG-MASTER-FILE KEY IS CCHG-ID
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Change not found."
               MOVE 4 TO LK-RET-CODE
               CLOSE CFGCHG-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM LAPSE-IF-EXPIRED
           EVALUATE TRUE
               WHEN CCHG-EXPIRED
                   DISPLAY "Change " CCHG-ID " lapsed unapproved on "
                           CCHG-EXPIRES-ON "; raise it again."
                   MOVE 8 TO LK-RET-CODE
                   CLOSE CFGCHG-MASTER-FILE
               WHEN NOT CCHG-PENDING
                   DISPLAY "Change " CCHG-ID " has already been "
                           "decided."
                   MOVE 8 TO LK-RET-CODE
                   CLOSE CFGCHG-MASTER-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPROVE-CHANGE - a second admin (never the one who raised it)
      *> approves; the held fields are replayed through the owning
      *> controller's "apply" in the raiser's name, so the row's
      *> updated-by still shows who asked for it. A replay the owning
      *> controller refuses leaves the change FAILED with its code.
      *> ----------------------------------------------------------------
       APPROVE-CHANGE.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-ADMIN TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: admin role required to "
                       "approve a configuration change."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CHANGE-FOR-DECISION
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CCHG-RAISED-BY = LK-USER-ID
               DISPLAY "Change " CCHG-ID " was raised by you; a "
                       "second admin must approve it."
               MOVE 13 TO LK-RET-CODE
               CLOSE CFGCHG-MASTER-FILE
               MOVE "CFGCHG-APPROVE" TO WS-AUDIT-ACTION
               PERFORM LOG-CHANGE-EVENT
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-HELD-CHANGE
           IF WS-AP-RET-CODE = 0
               SET CCHG-APPLIED TO TRUE
               MOVE 0 TO CCHG-APPLY-RET
           ELSE
               SET CCHG-FAILED TO TRUE
               MOVE WS-AP-RET-CODE TO CCHG-APPLY-RET
               MOVE 12 TO LK-RET-CODE
           END-IF
           MOVE LK-USER-ID TO CCHG-DECIDED-BY
           PERFORM STAMP-CCHG-TIME
           MOVE WS-TIMESTAMP TO CCHG-DECIDED-AT
           REWRITE CFGCHG-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: change " CCHG-ID " was replayed "
                       "but its status could not be saved, status "
                       WS-FILE-STATUS "; check " CCHG-TARGET " "
                       CCHG-KEY " before approving it again."
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE CFGCHG-MASTER-FILE
           IF CCHG-APPLIED
               DISPLAY "Change " CCHG-ID " approved and applied."
           ELSE
               DISPLAY "Change " CCHG-ID " approved but could not "
                       "be applied, code " CCHG-APPLY-RET "."
           END-IF
           MOVE "CFGCHG-APPROVE" TO WS-AUDIT-ACTION
           PERFORM LOG-CHANGE-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPLY-HELD-CHANGE - rebuilds the held fields and CALLs the
      *> owning controller; its return code lands in WS-AP-RET-CODE.
      *> ----------------------------------------------------------------
       APPLY-HELD-CHANGE.
           MOVE 0 TO WS-AP-FIELD-COUNT
           MOVE SPACES TO WS-AP-DATE WS-AP-VALUE
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > CCHG-FIELD-COUNT
               ADD 1 TO WS-AP-FIELD-COUNT
               MOVE CCHG-FIELD-NAME(WS-FIELD-IDX)
                    TO WS-AP-FIELD-NAME(WS-AP-FIELD-COUNT)
               MOVE CCHG-FIELD-VALUE(WS-FIELD-IDX)
                    TO WS-AP-FIELD-VALUE(WS-AP-FIELD-COUNT)
               IF CCHG-FIELD-NAME(WS-FIELD-IDX) = "date"
                   MOVE CCHG-FIELD-VALUE(WS-FIELD-IDX)(1:8)
                        TO WS-AP-DATE
               END-IF
               IF CCHG-FIELD-NAME(WS-FIELD-IDX) = "value"
                   MOVE CCHG-FIELD-VALUE(WS-FIELD-IDX)(1:2)
                        TO WS-AP-VALUE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-AP-RET-CODE
           EVALUATE CCHG-TARGET
               WHEN "FEE"
                   CALL "BLM-FEE-CONTROLLER" USING "apply",
                        WS-AP-FIELDS, WS-AP-FIELD-COUNT,
                        CCHG-RAISED-BY, WS-AP-RET-CODE
               WHEN "GLMAP"
                   CALL "BLM-GLMAP-CONTROLLER" USING "apply",
                        WS-AP-FIELDS, WS-AP-FIELD-COUNT,
                        CCHG-RAISED-BY, WS-AP-RET-CODE
               WHEN "LIMITS"
                   CALL "BLM-LIMIT-CONTROLLER" USING "apply",
                        WS-AP-FIELDS, WS-AP-FIELD-COUNT,
                        CCHG-RAISED-BY, WS-AP-RET-CODE
               WHEN "MCC"
                   CALL "BLM-CATEGORY-CONTROLLER" USING "apply",
                        WS-AP-FIELDS, WS-AP-FIELD-COUNT,
                        CCHG-RAISED-BY, WS-AP-RET-CODE
               WHEN "CALENDAR"
                   CALL "BLM-CALENDAR-CONTROLLER" USING "APPLY",
                        WS-AP-DATE, WS-AP-VALUE, CCHG-RAISED-BY,
                        WS-AP-RET-CODE
               WHEN OTHER
                   DISPLAY "Unknown change target " CCHG-TARGET "."
                   MOVE 8 TO WS-AP-RET-CODE
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> REJECT-CHANGE - an admin turns the change down with an
      *> optional --reason; the raiser may also withdraw their own.
      *> Nothing is written to the owning table.
      *> ----------------------------------------------------------------
       REJECT-CHANGE.
           PERFORM LOAD-CHANGE-FOR-DECISION
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CCHG-RAISED-BY NOT = LK-USER-ID
               MOVE SPACES TO USER-CTL-DATA
               SET UCD-ROLE-MIN-ADMIN TO TRUE
               CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                    USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
               IF WS-CTL-RET-CODE NOT = 0
                   DISPLAY "Access denied: admin role required to "
                           "reject a configuration change."
                   MOVE 13 TO LK-RET-CODE
                   CLOSE CFGCHG-MASTER-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:40) TO CCHG-NOTE
           SET CCHG-REJECTED TO TRUE
           MOVE LK-USER-ID TO CCHG-DECIDED-BY
           PERFORM STAMP-CCHG-TIME
           MOVE WS-TIMESTAMP TO CCHG-DECIDED-AT
           REWRITE CFGCHG-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating change " CCHG-ID ", status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE CFGCHG-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE CFGCHG-MASTER-FILE
           DISPLAY "Change " CCHG-ID " rejected; " CCHG-TARGET " "
                   CCHG-KEY " left as it was."
           MOVE "CFGCHG-REJECT" TO WS-AUDIT-ACTION
           PERFORM LOG-CHANGE-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> LAPSE-IF-EXPIRED - a PENDING change past its expiry date
      *> flips to EXPIRED in place and is audited; called wherever a
      *> change is listed or acted on. Assumes the file is open I-O
      *> with the record loaded.
      *> ----------------------------------------------------------------
       LAPSE-IF-EXPIRED.
           IF CCHG-PENDING AND CCHG-EXPIRES-ON NOT = SPACES
                   AND CCHG-EXPIRES-ON < WS-TODAY-DATE
               SET CCHG-EXPIRED TO TRUE
               PERFORM STAMP-CCHG-TIME
               MOVE WS-TIMESTAMP TO CCHG-DECIDED-AT
               REWRITE CFGCHG-RECORD
      *>       the change still counts as lapsed for this call; the
      *>       next one to find it tries the update again.
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error lapsing change " CCHG-ID
                           ", status " WS-FILE-STATUS
               END-IF
               MOVE "CFGCHG-EXPIRE" TO WS-AUDIT-ACTION
               PERFORM LOG-CHANGE-EVENT
           END-IF.
           EXIT.

       COMPUTE-EXPIRY-DATE.
           MOVE "CFGCHG-EXPIRY-DAYS" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-EXPIRY-DAYS
           END-IF
           COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   + WS-EXPIRY-DAYS
           COMPUTE WS-EXPIRY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT).
           EXIT.

       LOG-CHANGE-EVENT.
           MOVE SPACES TO WS-AUDIT-ENTRY
           PERFORM STAMP-CCHG-TIME
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           STRING "change " CCHG-ID " " CCHG-TARGET " " CCHG-KEY
                  " raised by " CCHG-RAISED-BY DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-CCHG-ID - assigns the next id off the sequence-
      *> control file in constant time; an entity the sequence file
      *> hasn't been seeded for falls back to the legacy browse once
      *> and seeds it from the result.
      *> ----------------------------------------------------------------
       GENERATE-CCHG-ID.
           MOVE "CFGCHG" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE = 0
               MOVE WS-SEQ-VALUE TO WS-NEXT-SEQ
               MOVE SPACES TO WS-NEW-CCHG-ID
               STRING "K" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-NEW-CCHG-ID
           ELSE
               PERFORM BROWSE-NEXT-CCHG-SEQ
               MOVE WS-NEXT-SEQ TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF.
           EXIT.

      *> legacy full-file browse, kept only as the one-time fallback
      *> that seeds the sequence row.
       BROWSE-NEXT-CCHG-SEQ.
           MOVE CFGCHG-RECORD TO WS-RECORD-HOLD
           MOVE 0 TO WS-NEXT-SEQ
           MOVE LOW-VALUES TO CCHG-ID
           START CFGCHG-MASTER-FILE KEY IS NOT LESS THAN CCHG-ID
           IF WS-FILE-STATUS = "00"
               READ CFGCHG-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF FUNCTION NUMVAL(CCHG-ID(2:9)) > WS-NEXT-SEQ
                       MOVE FUNCTION NUMVAL(CCHG-ID(2:9))
                            TO WS-NEXT-SEQ
                   END-IF
                   READ CFGCHG-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-NEW-CCHG-ID
           STRING "K" WS-NEXT-SEQ DELIMITED BY SIZE
               INTO WS-NEW-CCHG-ID
           MOVE WS-RECORD-HOLD TO CFGCHG-RECORD.
           EXIT.

       STAMP-CCHG-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-CFGCHG-FOR-WRITE.
           OPEN I-O CFGCHG-MASTER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT CFGCHG-MASTER-FILE
               CLOSE CFGCHG-MASTER-FILE
               OPEN I-O CFGCHG-MASTER-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-CFGCHG-CONTROLLER.
