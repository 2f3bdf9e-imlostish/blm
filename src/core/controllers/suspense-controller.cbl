      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Inbound-credit suspense queue - the nightly inbound
      *>          posting job raises every credit it could not put on
      *>          a customer here (no match, CLOSED account, LEGALHOLD
      *>          memo flag); a teller works the OPEN items from the
      *>          admin menu, either assigning one to the customer it
      *>          really belongs to or returning it to the originator.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: raise/list-open/assign/return
      *>                     against a real indexed SUSPENSE-MASTER-
      *>                     FILE, ids off the sequence control file
      *>                     with the usual self-seeding fallback. An
      *>                     assignment posts through BALANCE-DELTA
      *>                     under the INCREDIT source type, the same
      *>                     as a clean match would have.
      *>   15/10/2026 - jm - An assignment is also refused (20) to a
      *>                     customer under watch-list review.
      *>   15/10/2026 - jm - assign and return are refused (18) while
      *>                     the nightly batch window is CLOSED, like
      *>                     the other posting ops. A raise with a
      *>                     reason outside the known codes is kept as
      *>                     UNMATCHED. An assignment journals the
      *>                     item's original reference (UCD-UPD-EXT-
      *>                     REF).
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-SUSPENSE-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SUSP-ID
                 FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "suspense-item.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-NEW-SUSP-ID       PIC X(10).
       77 WS-NEXT-SEQ          PIC 9(9) VALUE 0.
      *> holds whatever record the caller staged while the id
      *> browse runs its READs through the same record area
       77 WS-RECORD-HOLD        PIC X(256) VALUE SPACES.

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

      *> Working the queue - the customer chosen for an assignment,
      *> the posting edit, and the item's age for the list.
       77 WS-TARGET-USER-ID    PIC X(10) VALUE SPACES.
       77 WS-BAL-EDIT          PIC -(9)9.99.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-ITEM-DATE         PIC 9(8).
       77 WS-AGE-DAYS          PIC 9(5) VALUE 0.
       77 WS-OPEN-COUNT        PIC 9(5) VALUE 0.
       77 WS-OPEN-TOTAL        PIC 9(11)V99 VALUE 0.
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.

      *> Batch-window gate - assignment and return touch the balance
      *> and the queue the nightly suite is holding.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-CTL-GATE-RET      PIC S9(4) COMP.
       77 WS-WINDOW-CLOSED     PIC X VALUE "N".
           88 WINDOW-CLOSED      VALUE "Y".

      *> Audit trail - every assignment and return.
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
               WHEN "raise"
                   PERFORM RAISE-SUSPENSE-ITEM
               WHEN "list-open"
                   PERFORM LIST-OPEN-ITEMS
               WHEN "assign"
                   PERFORM CHECK-BATCH-WINDOW
                   IF NOT WINDOW-CLOSED
                       PERFORM ASSIGN-SUSPENSE-ITEM
                   END-IF
               WHEN "return"
                   PERFORM CHECK-BATCH-WINDOW
                   IF NOT WINDOW-CLOSED
                       PERFORM RETURN-SUSPENSE-ITEM
                   END-IF
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
           END-EVALUATE

           GOBACK.

      *> ----------------------------------------------------------------
      *> CHECK-BATCH-WINDOW - sets WINDOW-CLOSED (and return code 18
      *> with a clean message) while the nightly suite holds the
      *> masters, so the teller sees "try again shortly" instead of
      *> a raw file-status failure.
      *> ----------------------------------------------------------------
       CHECK-BATCH-WINDOW.
           MOVE "N" TO WS-WINDOW-CLOSED
           MOVE "BATCH-WINDOW" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-GATE-RET
           IF WS-CTL-VALUE(1:6) = "CLOSED"
               DISPLAY "System is in nightly processing; please "
                       "try again shortly."
               MOVE "Y" TO WS-WINDOW-CLOSED
               MOVE 18 TO LK-RET-CODE
           END-IF.
           EXIT.

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
      *> RAISE-SUSPENSE-ITEM - files a new OPEN item from --ref,
      *> --originator, --target, --amount and --reason (normally
      *> called by the nightly BLM-INBOUND-CREDIT job). The new id
      *> comes back in LK-USER-ID.
      *> ----------------------------------------------------------------
       RAISE-SUSPENSE-ITEM.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE "ref" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:16) TO SUSP-ORIG-REF
           MOVE "originator" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:30) TO SUSP-ORIG-NAME
           MOVE "target" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:30) TO SUSP-TARGET
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO SUSP-AMOUNT
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO SUSP-REASON
           IF NOT (SUSP-UNMATCHED OR SUSP-ACCT-CLOSED
                   OR SUSP-LEGAL-HOLD OR SUSP-REASON-SANCTION)
      *>       a reason the tellers' worklist does not know - keep the
      *>       item, but as plain unmatched so it is still worked.
               DISPLAY "Unknown suspense reason '"
                       FUNCTION TRIM(SUSP-REASON) "', raised as "
                       "UNMATCHED."
               SET SUSP-UNMATCHED TO TRUE
           END-IF
           SET SUSP-OPEN TO TRUE

           PERFORM OPEN-SUSPENSE-FOR-WRITE
           PERFORM GENERATE-SUSP-ID
           MOVE WS-NEW-SUSP-ID TO SUSP-ID
           PERFORM STAMP-SUSP-TIME
           MOVE WS-TIMESTAMP TO SUSP-CREATED-AT

           WRITE SUSPENSE-RECORD
           IF WS-FILE-STATUS = "00"
               MOVE SUSP-ID TO LK-USER-ID
               MOVE 0 TO LK-RET-CODE
           ELSE
               DISPLAY "Error writing suspense item, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE SUSPENSE-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-OPEN-ITEMS - the teller's worklist: every OPEN item with
      *> its age in days, oldest first by id, and the queue total.
      *> ----------------------------------------------------------------
       LIST-OPEN-ITEMS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-OPEN-COUNT WS-OPEN-TOTAL
           OPEN INPUT SUSPENSE-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No suspense items on file."
           ELSE
               MOVE LOW-VALUES TO SUSP-ID
               START SUSPENSE-MASTER-FILE
                   KEY IS NOT LESS THAN SUSP-ID
               IF WS-FILE-STATUS = "00"
                   READ SUSPENSE-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       IF SUSP-OPEN
                           PERFORM SHOW-OPEN-ITEM
                       END-IF
                       READ SUSPENSE-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE SUSPENSE-MASTER-FILE
               DISPLAY WS-OPEN-COUNT " open item(s), total "
                       WS-OPEN-TOTAL
           END-IF.
           EXIT.

       SHOW-OPEN-ITEM.
           MOVE SUSP-CREATED-AT(1:8) TO WS-ITEM-DATE
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
           DISPLAY SUSP-ID ": " SUSP-AMOUNT " " SUSP-REASON
                   " to '" FUNCTION TRIM(SUSP-TARGET) "' from "
                   FUNCTION TRIM(SUSP-ORIG-NAME) " ref "
                   SUSP-ORIG-REF " age " WS-AGE-DAYS "d"
           ADD 1 TO WS-OPEN-COUNT
           ADD SUSP-AMOUNT TO WS-OPEN-TOTAL.
           EXIT.

      *> ----------------------------------------------------------------
      *> ASSIGN-SUSPENSE-ITEM - a teller posts the OPEN item --id to
      *> the customer named by --user (username). The same gates the
      *> nightly match applies hold here: a CLOSED account (11) or one
      *> under LEGALHOLD or SANCTION (20) cannot take it. The balance
      *> posts first; the item only moves to ASSIGNED once the money
      *> is on.
      *> ----------------------------------------------------------------
       ASSIGN-SUSPENSE-ITEM.
           PERFORM REQUIRE-TELLER
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-BY-USERNAME TO TRUE
           MOVE WS-LOOKUP-VALUE TO UCD-LOOKUP-VALUE
           MOVE SPACES TO WS-TARGET-USER-ID
           CALL "BLM-USER-CONTROLLER" USING "VALIDATE-USER",
                USER-CTL-DATA, WS-TARGET-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "No such user."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "CHECK-LOCKOUT",
                USER-CTL-DATA, WS-TARGET-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE = 11
               DISPLAY "That account is closed."
               MOVE 11 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "LEGALHOLD" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-TARGET-USER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "That account is under legal hold."
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "SANCTION" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-TARGET-USER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               DISPLAY "That account is under compliance review."
               MOVE 20 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-OPEN-ITEM
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           CLOSE SUSPENSE-MASTER-FILE

           MOVE SUSP-AMOUNT TO WS-BAL-EDIT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE "INCREDIT" TO UCD-UPD-SOURCE-TYPE
           MOVE SUSP-ID TO UCD-UPD-SOURCE-ID
           MOVE SUSP-ORIG-REF TO UCD-UPD-EXT-REF
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, WS-TARGET-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Posting failed, code " WS-CTL-RET-CODE
                       "; item left open."
               MOVE WS-CTL-RET-CODE TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-OPEN-ITEM
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET SUSP-ASSIGNED TO TRUE
           MOVE WS-TARGET-USER-ID TO SUSP-ASSIGNED-USER
           PERFORM MARK-ITEM-WORKED
           MOVE "SUSP-ASSIGN" TO WS-AUDIT-ACTION
           PERFORM LOG-SUSPENSE-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> RETURN-SUSPENSE-ITEM - a teller sends the OPEN item --id back
      *> to its originator. Nothing posts; the nightly inbound job
      *> carries it out on the returns file.
      *> ----------------------------------------------------------------
       RETURN-SUSPENSE-ITEM.
           PERFORM REQUIRE-TELLER
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-OPEN-ITEM
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET SUSP-RETURNED TO TRUE
           PERFORM MARK-ITEM-WORKED
           MOVE "SUSP-RETURN" TO WS-AUDIT-ACTION
           PERFORM LOG-SUSPENSE-EVENT.
           EXIT.

       REQUIRE-TELLER.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required to work the suspense queue."
               MOVE 13 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> opens the master I-O and reads the item named by --id,
      *> leaving the file open on success. Not on file is 4; an item
      *> somebody already worked is 6.
       READ-OPEN-ITEM.
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           OPEN I-O SUSPENSE-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-VALUE(1:10) TO SUSP-ID
           READ SUSPENSE-MASTER-FILE KEY IS SUSP-ID
           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT = "00"
                   MOVE 4 TO LK-RET-CODE
                   CLOSE SUSPENSE-MASTER-FILE
               WHEN NOT SUSP-OPEN
                   DISPLAY "Item " SUSP-ID " was already worked."
                   MOVE 6 TO LK-RET-CODE
                   CLOSE SUSPENSE-MASTER-FILE
           END-EVALUATE.
           EXIT.

       MARK-ITEM-WORKED.
           PERFORM STAMP-SUSP-TIME
           MOVE LK-USER-ID TO SUSP-WORKED-BY
           MOVE WS-TIMESTAMP TO SUSP-WORKED-AT
           REWRITE SUSPENSE-RECORD
           IF WS-FILE-STATUS = "00"
               MOVE 0 TO LK-RET-CODE
           ELSE
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE SUSPENSE-MASTER-FILE.
           EXIT.

       LOG-SUSPENSE-EVENT.
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           STRING "item " SUSP-ID " amt " SUSP-AMOUNT " to "
                  SUSP-ASSIGNED-USER " ref " SUSP-ORIG-REF
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-SUSP-ID - next id off the sequence control file,
      *> seeded on first use by browsing the master.
      *> ----------------------------------------------------------------
       GENERATE-SUSP-ID.
           MOVE "SUSPENSE" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE = 0
               MOVE WS-SEQ-VALUE TO WS-NEXT-SEQ
               MOVE SPACES TO WS-NEW-SUSP-ID
               STRING "S" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-NEW-SUSP-ID
           ELSE
               PERFORM BROWSE-NEXT-SUSP-SEQ
               MOVE WS-NEXT-SEQ TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF.
           EXIT.

      *> legacy full-file browse, kept only as the one-time fallback
      *> that seeds the sequence row.
       BROWSE-NEXT-SUSP-SEQ.
           MOVE SUSPENSE-RECORD TO WS-RECORD-HOLD
           MOVE 0 TO WS-NEXT-SEQ
           MOVE LOW-VALUES TO SUSP-ID
           START SUSPENSE-MASTER-FILE KEY IS NOT LESS THAN SUSP-ID
           IF WS-FILE-STATUS = "00"
               READ SUSPENSE-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF FUNCTION NUMVAL(SUSP-ID(2:9)) > WS-NEXT-SEQ
                       MOVE FUNCTION NUMVAL(SUSP-ID(2:9))
                            TO WS-NEXT-SEQ
                   END-IF
                   READ SUSPENSE-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-NEW-SUSP-ID
           STRING "S" WS-NEXT-SEQ DELIMITED BY SIZE
               INTO WS-NEW-SUSP-ID
           MOVE WS-RECORD-HOLD TO SUSPENSE-RECORD.
           EXIT.

       STAMP-SUSP-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-SUSPENSE-FOR-WRITE.
           OPEN I-O SUSPENSE-MASTER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-MASTER-FILE
               CLOSE SUSPENSE-MASTER-FILE
               OPEN I-O SUSPENSE-MASTER-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-SUSPENSE-CONTROLLER.
