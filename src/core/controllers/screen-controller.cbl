      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Sanctions and watch-list name screening - scores a
      *>          customer, payee or transfer-beneficiary name against
      *>          every entry on the loaded watch list and, at or over
      *>          the match threshold, files a screening hit and puts
      *>          the customer under the SANCTION flag, which every
      *>          money path refuses. Compliance works the hits from
      *>          the admin menu: clearing a false positive lifts the
      *>          flag, confirming a true match keeps it.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: screen/list-open/clear/
      *>                     confirm against a real indexed
      *>                     SCREEN-HIT-FILE. The match score is the
      *>                     character-pair (Dice) similarity of the two
      *>                     names reduced to letters and digits, 0 to
      *>                     100, so spelling slips, spacing and a
      *>                     swapped first and last name still score
      *>                     high; the threshold is SCREEN-THRESHOLD
      *>                     (default 85). A name that hit the same
      *>                     entry before is not filed twice - a
      *>                     cleared one stays cleared.
      *>   15/10/2026 - jm - Hit ids come off the SCRNHIT sequence row,
      *>                     the file browse kept as the one-time
      *>                     seeding fallback.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-SCREEN-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WL-ENTRY-ID
                 FILE STATUS IS WS-WL-STATUS.
             SELECT SCREEN-HIT-FILE ASSIGN TO "SCRNHIT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIT-ID
                 ALTERNATE RECORD KEY IS HIT-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE
           LABEL RECORD STANDARD.
           COPY "watch-list.cpy".
       FD  SCREEN-HIT-FILE
           LABEL RECORD STANDARD.
           COPY "screening-hit.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-WL-STATUS         PIC XX VALUE SPACES.
       77 WS-NEW-HIT-ID        PIC X(10).
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

      *> The match threshold comes off the SCREEN-THRESHOLD switch.
       77 WS-THRESHOLD         PIC 9(3) VALUE 85.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.

      *> The name being screened and its best match so far.
       77 WS-SCREEN-USER       PIC X(10) VALUE SPACES.
       77 WS-SCREEN-NAME       PIC X(50) VALUE SPACES.
       77 WS-SCREEN-CONTEXT    PIC X(8) VALUE SPACES.
       77 WS-BEST-SCORE        PIC 9(3) VALUE 0.
       77 WS-BEST-WL-ID        PIC X(10) VALUE SPACES.
       77 WS-BEST-WL-NAME      PIC X(50) VALUE SPACES.
       77 WS-BEST-VERSION      PIC X(10) VALUE SPACES.
       77 WS-PRIOR-HIT         PIC X VALUE "N".
           88 PRIOR-HIT-FOUND    VALUE "Y".
       77 WS-PRIOR-STATUS      PIC X VALUE SPACE.

      *> Name matching - both names reduced to upper-case letters and
      *> digits, then compared character pair by character pair.
       77 WS-NORM-IN           PIC X(50) VALUE SPACES.
       77 WS-NORM-OUT          PIC X(50) VALUE SPACES.
       77 WS-NORM-LEN          PIC 9(3) COMP VALUE 0.
       77 WS-NORM-IDX          PIC 9(3) COMP VALUE 0.
       77 WS-NORM-CHAR         PIC X VALUE SPACE.
       77 WS-NAME-A            PIC X(50) VALUE SPACES.
       77 WS-LEN-A             PIC 9(3) COMP VALUE 0.
       77 WS-NAME-B            PIC X(50) VALUE SPACES.
       77 WS-LEN-B             PIC 9(3) COMP VALUE 0.
       77 WS-PAIR-A            PIC 9(3) COMP VALUE 0.
       77 WS-PAIR-B            PIC 9(3) COMP VALUE 0.
       77 WS-PAIR-MATCHES      PIC 9(3) COMP VALUE 0.
       77 WS-PAIR-MAX          PIC 9(3) COMP VALUE 0.
       77 WS-PAIR-IDX          PIC 9(3) COMP VALUE 0.
       77 WS-SCORE             PIC 9(3) VALUE 0.
       01 WS-PAIR-USED-TABLE.
           05 WS-PAIR-USED     PIC X OCCURS 50 TIMES.
       77 WS-PAIR-MATCHED      PIC X VALUE "N".
           88 PAIR-MATCHED       VALUE "Y".

      *> Review working fields
       77 WS-OTHER-HOLDS       PIC 9(4) COMP VALUE 0.
       77 WS-REVIEW-HIT-ID     PIC X(10) VALUE SPACES.
       77 WS-SCORE-EDIT        PIC ZZ9.

      *> The account block rides on the memo-flag file.
       77 WS-FLAG-TYPE         PIC X(10) VALUE "SANCTION".
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.

      *> Audit trail - every hit and every review decision.
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
               WHEN "screen"
                   PERFORM SCREEN-NAME
               WHEN "list-open"
                   PERFORM LIST-OPEN-HITS
               WHEN "clear"
                   PERFORM CLEAR-HIT
               WHEN "confirm"
                   PERFORM CONFIRM-HIT
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
      *> SCREEN-NAME - scores --name against the watch list on behalf
      *> of --user (LK-USER-ID when not given) in --context CUSTOMER,
      *> PAYEE or BENEF. 0 when the name is clear (or no list is
      *> loaded), 20 when it hits and the account is now blocked.
      *> Called from inside the user controller, so this path must
      *> never call back into BLM-USER-CONTROLLER.
      *> ----------------------------------------------------------------
       SCREEN-NAME.
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-SCREEN-USER
           IF WS-SCREEN-USER = SPACES
               MOVE LK-USER-ID TO WS-SCREEN-USER
           END-IF
           MOVE "name" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:50) TO WS-SCREEN-NAME
           MOVE "context" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:8) TO WS-SCREEN-CONTEXT
           IF WS-SCREEN-CONTEXT = SPACES
               MOVE "CUSTOMER" TO WS-SCREEN-CONTEXT
           END-IF

           MOVE WS-SCREEN-NAME TO WS-NORM-IN
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-NAME-A
           MOVE WS-NORM-LEN TO WS-LEN-A
           IF WS-LEN-A < 3
               EXIT PARAGRAPH
           END-IF

           MOVE "SCREEN-THRESHOLD" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-THRESHOLD
           END-IF
           IF WS-THRESHOLD < 50 OR WS-THRESHOLD > 100
               MOVE 85 TO WS-THRESHOLD
           END-IF

           MOVE 0 TO WS-BEST-SCORE
           MOVE SPACES TO WS-BEST-WL-ID WS-BEST-WL-NAME
                          WS-BEST-VERSION
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WL-ENTRY-ID
           START WATCH-LIST-FILE KEY IS NOT LESS THAN WL-ENTRY-ID
           IF WS-WL-STATUS = "00"
               READ WATCH-LIST-FILE NEXT RECORD
               PERFORM UNTIL WS-WL-STATUS NOT = "00"
                   PERFORM SCORE-WATCH-ENTRY
                   READ WATCH-LIST-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE WATCH-LIST-FILE

           IF WS-BEST-SCORE >= WS-THRESHOLD
               PERFORM RECORD-SCREEN-HIT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SCORE-WATCH-ENTRY - scores the current watch-list name against
      *> WS-NAME-A and keeps it when it beats the best so far. Two
      *> names whose lengths alone cap the score under the threshold
      *> are passed over without the pair comparison.
      *> ----------------------------------------------------------------
       SCORE-WATCH-ENTRY.
           MOVE WL-NAME TO WS-NORM-IN
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-NAME-B
           MOVE WS-NORM-LEN TO WS-LEN-B
           IF WS-LEN-B < 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAIR-A = WS-LEN-A - 1
           COMPUTE WS-PAIR-B = WS-LEN-B - 1
           IF WS-PAIR-A < WS-PAIR-B
               MOVE WS-PAIR-A TO WS-PAIR-MAX
           ELSE
               MOVE WS-PAIR-B TO WS-PAIR-MAX
           END-IF
           COMPUTE WS-SCORE =
                   (200 * WS-PAIR-MAX) / (WS-PAIR-A + WS-PAIR-B)
           IF WS-SCORE < WS-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           PERFORM SCORE-NAME-PAIRS
           IF WS-SCORE > WS-BEST-SCORE
               MOVE WS-SCORE TO WS-BEST-SCORE
               MOVE WL-ENTRY-ID TO WS-BEST-WL-ID
               MOVE WL-NAME TO WS-BEST-WL-NAME
               MOVE WL-LIST-VERSION TO WS-BEST-VERSION
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SCORE-NAME-PAIRS - Dice similarity: twice the character pairs
      *> the two names share (each pair of B used once) over the pairs
      *> in both, as a percentage.
      *> ----------------------------------------------------------------
       SCORE-NAME-PAIRS.
           MOVE 0 TO WS-PAIR-MATCHES
           MOVE ALL "N" TO WS-PAIR-USED-TABLE
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > WS-PAIR-A
               MOVE "N" TO WS-PAIR-MATCHED
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-B
                          OR PAIR-MATCHED
                   IF WS-PAIR-USED(WS-PAIR-IDX) = "N"
                           AND WS-NAME-B(WS-PAIR-IDX:2)
                             = WS-NAME-A(WS-NORM-IDX:2)
                       MOVE "Y" TO WS-PAIR-USED(WS-PAIR-IDX)
                       MOVE "Y" TO WS-PAIR-MATCHED
                       ADD 1 TO WS-PAIR-MATCHES
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE WS-SCORE =
                   (200 * WS-PAIR-MATCHES) / (WS-PAIR-A + WS-PAIR-B).
           EXIT.

      *> ----------------------------------------------------------------
      *> NORMALIZE-NAME - WS-NORM-IN upper-cased with everything but
      *> letters and digits dropped, into WS-NORM-OUT/WS-NORM-LEN.
      *> ----------------------------------------------------------------
       NORMALIZE-NAME.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 50
               MOVE WS-NORM-IN(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                       OR (WS-NORM-CHAR >= "0" AND WS-NORM-CHAR <= "9")
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> RECORD-SCREEN-HIT - files the best match as an OPEN hit and
      *> sets the SANCTION flag, unless this same name already hit
      *> this same entry: an open or confirmed one still blocks, a
      *> cleared one stays cleared.
      *> ----------------------------------------------------------------
       RECORD-SCREEN-HIT.
           PERFORM OPEN-HIT-FOR-WRITE
           PERFORM FIND-PRIOR-HIT
           IF PRIOR-HIT-FOUND
               CLOSE SCREEN-HIT-FILE
               IF WS-PRIOR-STATUS NOT = "C"
                   PERFORM SHOW-REVIEW-MESSAGE
                   MOVE 20 TO LK-RET-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SCREEN-HIT-RECORD
           MOVE WS-SCREEN-USER TO HIT-USER-ID
           MOVE WS-SCREEN-CONTEXT TO HIT-CONTEXT
           MOVE WS-SCREEN-NAME TO HIT-SCREENED-NAME
           MOVE WS-BEST-WL-ID TO HIT-WL-ID
           MOVE WS-BEST-WL-NAME TO HIT-WL-NAME
           MOVE WS-BEST-SCORE TO HIT-SCORE
           MOVE WS-BEST-VERSION TO HIT-LIST-VERSION
           SET HIT-OPEN TO TRUE
           PERFORM GENERATE-HIT-ID
           MOVE WS-NEW-HIT-ID TO HIT-ID
           PERFORM STAMP-HIT-TIME
           MOVE WS-TIMESTAMP TO HIT-CREATED-AT
           WRITE SCREEN-HIT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing screening hit, status "
                       WS-FILE-STATUS
               CLOSE SCREEN-HIT-FILE
               MOVE 12 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE SCREEN-HIT-FILE

           MOVE "SCREENING" TO WS-FLAG-ACTING
           MOVE WS-BEST-SCORE TO WS-SCORE-EDIT
           MOVE SPACES TO WS-FLAG-NOTE
           STRING "watch-list hit " WS-NEW-HIT-ID " score "
                  WS-SCORE-EDIT DELIMITED BY SIZE INTO WS-FLAG-NOTE
           CALL "BLM-FLAG-CONTROLLER" USING "SET-SYSTEM",
                WS-SCREEN-USER, WS-FLAG-TYPE, WS-FLAG-ACTING,
                WS-FLAG-NOTE, WS-FLAG-RET-CODE

           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-SCREEN-USER TO AUDIT-USER-ID
           MOVE "SCREEN-HIT" TO WS-AUDIT-ACTION
           STRING WS-NEW-HIT-ID " " WS-SCREEN-CONTEXT " "
                  WS-BEST-WL-ID " score " WS-SCORE-EDIT " on "
                  WS-SCREEN-NAME DELIMITED BY SIZE INTO AUDIT-DETAIL
           MOVE 20 TO LK-RET-CODE
           PERFORM LOG-SCREEN-EVENT
           PERFORM SHOW-REVIEW-MESSAGE.
           EXIT.

      *> the customer is told only that a review is needed; what the
      *> review is about stays with compliance.
       SHOW-REVIEW-MESSAGE.
           DISPLAY "This request needs a compliance review; money "
                   "movement on the account is suspended until it "
                   "is complete.".
           EXIT.

      *> ----------------------------------------------------------------
      *> FIND-PRIOR-HIT - looks through WS-SCREEN-USER's hits for one
      *> on the same watch-list entry for the same name.
      *> ----------------------------------------------------------------
       FIND-PRIOR-HIT.
           MOVE "N" TO WS-PRIOR-HIT
           MOVE WS-SCREEN-USER TO HIT-USER-ID
           START SCREEN-HIT-FILE KEY IS EQUAL TO HIT-USER-ID
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SCREEN-HIT-FILE NEXT RECORD
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   OR HIT-USER-ID NOT = WS-SCREEN-USER
                   OR PRIOR-HIT-FOUND
               IF HIT-WL-ID = WS-BEST-WL-ID
                       AND HIT-SCREENED-NAME = WS-SCREEN-NAME
                   MOVE "Y" TO WS-PRIOR-HIT
                   MOVE HIT-STATUS TO WS-PRIOR-STATUS
               END-IF
               READ SCREEN-HIT-FILE NEXT RECORD
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-OPEN-HITS - the compliance review list.
      *> ----------------------------------------------------------------
       LIST-OPEN-HITS.
           PERFORM REQUIRE-COMPLIANCE-ROLE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SCREEN-HIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No screening hits on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO HIT-ID
           START SCREEN-HIT-FILE KEY IS NOT LESS THAN HIT-ID
           IF WS-FILE-STATUS = "00"
               READ SCREEN-HIT-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF HIT-OPEN
                       DISPLAY HIT-ID ": user " HIT-USER-ID " "
                               HIT-CONTEXT " score " HIT-SCORE
                               " at " HIT-CREATED-AT
                       DISPLAY "    name:  "
                               FUNCTION TRIM(HIT-SCREENED-NAME)
                       DISPLAY "    entry: " HIT-WL-ID " "
                               FUNCTION TRIM(HIT-WL-NAME)
                               " (list " FUNCTION TRIM(HIT-LIST-VERSION)
                               ")"
                   END-IF
                   READ SCREEN-HIT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE SCREEN-HIT-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CLEAR-HIT - compliance marks --id a false positive. The
      *> SANCTION flag lifts once no other open or confirmed hit on
      *> the same customer still holds it.
      *> ----------------------------------------------------------------
       CLEAR-HIT.
           PERFORM READ-HIT-FOR-REVIEW
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET HIT-CLEARED TO TRUE
           PERFORM REWRITE-REVIEWED-HIT
           IF LK-RET-CODE NOT = 0
               CLOSE SCREEN-HIT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE HIT-USER-ID TO WS-SCREEN-USER
           MOVE 0 TO WS-OTHER-HOLDS
           START SCREEN-HIT-FILE KEY IS EQUAL TO HIT-USER-ID
           IF WS-FILE-STATUS = "00"
               READ SCREEN-HIT-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR HIT-USER-ID NOT = WS-SCREEN-USER
                   IF HIT-OPEN OR HIT-CONFIRMED
                       ADD 1 TO WS-OTHER-HOLDS
                   END-IF
                   READ SCREEN-HIT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE SCREEN-HIT-FILE
           IF WS-OTHER-HOLDS = 0
               MOVE LK-USER-ID TO WS-FLAG-ACTING
               MOVE "screening hit cleared" TO WS-FLAG-NOTE
               CALL "BLM-FLAG-CONTROLLER" USING "CLEAR-SYSTEM",
                    WS-SCREEN-USER, WS-FLAG-TYPE, WS-FLAG-ACTING,
                    WS-FLAG-NOTE, WS-FLAG-RET-CODE
               DISPLAY "Hit " WS-REVIEW-HIT-ID " cleared; "
                       WS-SCREEN-USER " may move money again."
           ELSE
               DISPLAY "Hit " WS-REVIEW-HIT-ID " cleared; "
                       WS-SCREEN-USER " stays blocked by "
                       WS-OTHER-HOLDS " other hit(s)."
           END-IF
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE "SCREEN-CLEAR" TO WS-AUDIT-ACTION
           STRING WS-REVIEW-HIT-ID " on " WS-SCREEN-USER
                  " cleared as a false positive"
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           PERFORM LOG-SCREEN-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> CONFIRM-HIT - compliance marks --id a true match; the block
      *> stays until the account is dealt with outside the system.
      *> ----------------------------------------------------------------
       CONFIRM-HIT.
           PERFORM READ-HIT-FOR-REVIEW
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET HIT-CONFIRMED TO TRUE
           PERFORM REWRITE-REVIEWED-HIT
           CLOSE SCREEN-HIT-FILE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hit " WS-REVIEW-HIT-ID " confirmed; "
                   HIT-USER-ID " stays blocked."
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE "SCREEN-CONFIRM" TO WS-AUDIT-ACTION
           STRING WS-REVIEW-HIT-ID " on " HIT-USER-ID
                  " confirmed as a true match"
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           PERFORM LOG-SCREEN-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> READ-HIT-FOR-REVIEW - role check, then reads the OPEN hit
      *> named by --id with the file left open I-O; 4 when there is
      *> no such open hit.
      *> ----------------------------------------------------------------
       READ-HIT-FOR-REVIEW.
           PERFORM REQUIRE-COMPLIANCE-ROLE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-REVIEW-HIT-ID
           OPEN I-O SCREEN-HIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No screening hits on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REVIEW-HIT-ID TO HIT-ID
           READ SCREEN-HIT-FILE KEY IS HIT-ID
           IF WS-FILE-STATUS NOT = "00" OR NOT HIT-OPEN
               DISPLAY "No open screening hit " WS-REVIEW-HIT-ID "."
               CLOSE SCREEN-HIT-FILE
               MOVE 4 TO LK-RET-CODE
           END-IF.
           EXIT.

       REWRITE-REVIEWED-HIT.
           MOVE LK-USER-ID TO HIT-REVIEWED-BY
           PERFORM STAMP-HIT-TIME
           MOVE WS-TIMESTAMP TO HIT-REVIEWED-AT
           REWRITE SCREEN-HIT-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating screening hit, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> sanctions decisions are an admin (compliance) action, not a
      *> counter one.
       REQUIRE-COMPLIANCE-ROLE.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-ADMIN TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: admin role required to work "
                       "screening hits."
               MOVE 13 TO LK-RET-CODE
           END-IF.
           EXIT.

       LOG-SCREEN-EVENT.
           PERFORM STAMP-HIT-TIME
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-HIT-ID - next hit id off the SCRNHIT row of the
      *> sequence control file in constant time; an entity the
      *> sequence file hasn't been seeded for falls back to the
      *> legacy browse once and seeds it from the result.
      *> ----------------------------------------------------------------
       GENERATE-HIT-ID.
           MOVE "SCRNHIT" TO WS-SEQ-ENTITY
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE = 0
               MOVE WS-SEQ-VALUE TO WS-NEXT-SEQ
               MOVE SPACES TO WS-NEW-HIT-ID
               STRING "S" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-NEW-HIT-ID
           ELSE
               PERFORM BROWSE-NEXT-HIT-SEQ
               MOVE WS-NEXT-SEQ TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF.
           EXIT.

      *> legacy full-file browse, kept only as the one-time fallback
      *> that seeds the sequence row.
       BROWSE-NEXT-HIT-SEQ.
           MOVE SCREEN-HIT-RECORD TO WS-RECORD-HOLD
           MOVE 0 TO WS-NEXT-SEQ
           MOVE LOW-VALUES TO HIT-ID
           START SCREEN-HIT-FILE KEY IS NOT LESS THAN HIT-ID
           IF WS-FILE-STATUS = "00"
               READ SCREEN-HIT-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF FUNCTION NUMVAL(HIT-ID(2:9)) > WS-NEXT-SEQ
                       MOVE FUNCTION NUMVAL(HIT-ID(2:9))
                            TO WS-NEXT-SEQ
                   END-IF
                   READ SCREEN-HIT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-NEW-HIT-ID
           STRING "S" WS-NEXT-SEQ DELIMITED BY SIZE
               INTO WS-NEW-HIT-ID
           MOVE WS-RECORD-HOLD TO SCREEN-HIT-RECORD.
           EXIT.

       STAMP-HIT-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-HIT-FOR-WRITE.
           OPEN I-O SCREEN-HIT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT SCREEN-HIT-FILE
               CLOSE SCREEN-HIT-FILE
               OPEN I-O SCREEN-HIT-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-SCREEN-CONTROLLER.
