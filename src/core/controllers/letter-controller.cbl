      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Decision-letter templates and the mailing register -
      *>          the admin-kept wording (one body per letter type,
      *>          one row per decline reason code) the nightly
      *>          BLM-DECISION-LETTERS job prints, the reason-code
      *>          lookup the decline paths make so a teller's decline
      *>          carries a code the letter can word, and the teller
      *>          view of the letters that went out.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: set-template/list-templates/
      *>                     reason/log against real indexed
      *>                     LETTER-TEMPLATE-FILE and LETTER-LOG-FILE.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-LETTER-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LTRTMPL"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LTPL-KEY
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT LETTER-LOG-FILE ASSIGN TO "LTRLOG"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LLOG-KEY
                 ALTERNATE RECORD KEY IS LLOG-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-TEMPLATE-FILE
           LABEL RECORD STANDARD.
           COPY "letter-template.cpy".
       FD  LETTER-LOG-FILE
           LABEL RECORD STANDARD.
           COPY "letter-log.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-LOG-STATUS        PIC XX VALUE SPACES.
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

      *> Template maintenance - the row keyed, what the admin gave,
      *> and the line number a text goes on.
       77 WS-TPL-KEY           PIC X(5) VALUE SPACES.
       77 WS-NEW-TITLE         PIC X(50) VALUE SPACES.
       77 WS-TITLE-GIVEN       PIC X VALUE "N".
           88 TITLE-GIVEN        VALUE "Y".
       77 WS-NEW-TEXT          PIC X(70) VALUE SPACES.
       77 WS-LINE-NO           PIC 9(2) VALUE 0.
       77 WS-LINE-IDX          PIC 9(2) VALUE 0.
       77 WS-ROW-EXISTS        PIC X VALUE "N".
           88 ROW-EXISTS         VALUE "Y".

      *> Mailing register listing
       77 WS-FILTER-USER       PIC X(10) VALUE SPACES.
       77 WS-LOG-SHOWN         PIC 9(5) COMP VALUE 0.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
       01 LK-USER-ID   PIC X(10).
       01 LK-RET-CODE  PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-OP OP-FIELDS OP-FIELD-COUNT
                                 LK-USER-ID LK-RET-CODE.

           MOVE 0 TO LK-RET-CODE
           EVALUATE LK-OP
               WHEN "set-template"
                   PERFORM SET-TEMPLATE
               WHEN "list-templates"
                   PERFORM LIST-TEMPLATES
               WHEN "reason"
                   PERFORM QUOTE-REASON
               WHEN "log"
                   PERFORM LIST-LETTER-LOG
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
      *> LOAD-TEMPLATE-KEY - --type and --reason (blank for the
      *> letter body) into WS-TPL-KEY, upper-cased.
      *> ----------------------------------------------------------------
       LOAD-TEMPLATE-KEY.
           MOVE SPACES TO WS-TPL-KEY
           MOVE "type" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:2))
                TO WS-TPL-KEY(1:2)
           MOVE "reason" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:3))
                TO WS-TPL-KEY(3:3).
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-TEMPLATE - an admin keys the wording for --type (LA, LD,
      *> CA, CD, CB or AC) and --reason (blank for the letter body):
      *> the --title, and/or body --line 1-6 as --text (a blank text
      *> clears the line). A reason code only makes sense under the
      *> two decline letters.
      *> ----------------------------------------------------------------
       SET-TEMPLATE.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-ADMIN TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: admin role required to "
                       "maintain the letter templates."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TEMPLATE-KEY
           MOVE "title" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-FOUND TO WS-TITLE-GIVEN
           MOVE WS-LOOKUP-VALUE(1:50) TO WS-NEW-TITLE
           MOVE 0 TO WS-LINE-NO
           MOVE "line" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-LINE-NO
           END-IF
           MOVE "text" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:70) TO WS-NEW-TEXT
           EVALUATE TRUE
               WHEN WS-TPL-KEY(1:2) NOT = "LA" AND NOT = "LD"
                       AND NOT = "CA" AND NOT = "CD"
                       AND NOT = "CB" AND NOT = "AC"
                   DISPLAY "Letter type must be LA, LD, CA, CD, CB "
                           "or AC."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-TPL-KEY(3:3) NOT = SPACES
                       AND WS-TPL-KEY(1:2) NOT = "LD"
                       AND WS-TPL-KEY(1:2) NOT = "CD"
                   DISPLAY "Reason codes belong to the LD and CD "
                           "decline letters only."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-LINE-NO > 6
                   DISPLAY "A template has body lines 1 to 6."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-LINE-NO = 0 AND NOT TITLE-GIVEN
                   DISPLAY "Give a title, or a line number and text."
                   MOVE 8 TO LK-RET-CODE
           END-EVALUATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-LETTER-TIME
           OPEN I-O LETTER-TEMPLATE-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT LETTER-TEMPLATE-FILE
               CLOSE LETTER-TEMPLATE-FILE
               OPEN I-O LETTER-TEMPLATE-FILE
           END-IF
           MOVE WS-TPL-KEY TO LTPL-KEY
           READ LETTER-TEMPLATE-FILE KEY IS LTPL-KEY
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-ROW-EXISTS
           ELSE
               MOVE "N" TO WS-ROW-EXISTS
               MOVE SPACES TO LETTER-TEMPLATE-RECORD
               MOVE WS-TPL-KEY TO LTPL-KEY
           END-IF
           IF TITLE-GIVEN
               MOVE WS-NEW-TITLE TO LTPL-TITLE
           END-IF
           IF WS-LINE-NO > 0
               MOVE WS-NEW-TEXT TO LTPL-LINE(WS-LINE-NO)
           END-IF
           MOVE LK-USER-ID TO LTPL-UPDATED-BY
           MOVE WS-TIMESTAMP TO LTPL-UPDATED-AT
           IF ROW-EXISTS
               REWRITE LETTER-TEMPLATE-RECORD
           ELSE
               WRITE LETTER-TEMPLATE-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing letter template, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           ELSE
               DISPLAY "Template " LTPL-TYPE " " LTPL-REASON
                       " saved."
           END-IF
           CLOSE LETTER-TEMPLATE-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-TEMPLATES - every template in type/reason order, title
      *> first and then its non-blank body lines.
      *> ----------------------------------------------------------------
       LIST-TEMPLATES.
           OPEN INPUT LETTER-TEMPLATE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No letter templates on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "=== Letter templates ==="
           MOVE LOW-VALUES TO LTPL-KEY
           START LETTER-TEMPLATE-FILE KEY IS NOT LESS THAN LTPL-KEY
           IF WS-FILE-STATUS = "00"
               READ LETTER-TEMPLATE-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF LTPL-REASON = SPACES
                       DISPLAY LTPL-TYPE " body   : "
                               FUNCTION TRIM(LTPL-TITLE)
                   ELSE
                       DISPLAY LTPL-TYPE " reason " LTPL-REASON ": "
                               FUNCTION TRIM(LTPL-TITLE)
                   END-IF
                   PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > 6
                       IF LTPL-LINE(WS-LINE-IDX) NOT = SPACES
                           DISPLAY "    " WS-LINE-IDX " "
                                   FUNCTION TRIM(LTPL-LINE(WS-LINE-IDX)
                                   TRAILING)
                       END-IF
                   END-PERFORM
                   READ LETTER-TEMPLATE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE LETTER-TEMPLATE-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> QUOTE-REASON - the wording of decline --reason under letter
      *> --type, handed back as an extra "reason-text" op-field; 4
      *> when no such reason code is kept.
      *> ----------------------------------------------------------------
       QUOTE-REASON.
           PERFORM LOAD-TEMPLATE-KEY
           IF WS-TPL-KEY(3:3) = SPACES
               DISPLAY "A reason code is required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LETTER-TEMPLATE-FILE
           IF WS-FILE-STATUS = "00"
               MOVE WS-TPL-KEY TO LTPL-KEY
               READ LETTER-TEMPLATE-FILE KEY IS LTPL-KEY
               CLOSE LETTER-TEMPLATE-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Reason code " WS-TPL-KEY(3:3) " is not kept "
                       "for " WS-TPL-KEY(1:2) " letters."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "reason-text" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE LTPL-TITLE TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-LETTER-LOG - the mailing register, for a teller: every
      *> letter sent to --user, or with no user every letter on file,
      *> with the date decided, the run that printed it and the
      *> address it went to.
      *> ----------------------------------------------------------------
       LIST-LETTER-LOG.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required to view the letter register."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-FILTER-USER
           OPEN INPUT LETTER-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "No letters on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "=== Letters sent ==="
           MOVE 0 TO WS-LOG-SHOWN
           IF WS-FILTER-USER NOT = SPACES
               MOVE WS-FILTER-USER TO LLOG-USER-ID
               START LETTER-LOG-FILE KEY IS = LLOG-USER-ID
               IF WS-LOG-STATUS = "00"
                   READ LETTER-LOG-FILE NEXT RECORD
                   PERFORM UNTIL WS-LOG-STATUS NOT = "00"
                           OR LLOG-USER-ID NOT = WS-FILTER-USER
                       PERFORM SHOW-LOG-ROW
                       READ LETTER-LOG-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           ELSE
               MOVE LOW-VALUES TO LLOG-KEY
               START LETTER-LOG-FILE KEY IS NOT LESS THAN LLOG-KEY
               IF WS-LOG-STATUS = "00"
                   READ LETTER-LOG-FILE NEXT RECORD
                   PERFORM UNTIL WS-LOG-STATUS NOT = "00"
                       PERFORM SHOW-LOG-ROW
                       READ LETTER-LOG-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           END-IF
           CLOSE LETTER-LOG-FILE
           IF WS-LOG-SHOWN = 0
               DISPLAY "No letters on file."
           END-IF.
           EXIT.

       SHOW-LOG-ROW.
           ADD 1 TO WS-LOG-SHOWN
           DISPLAY LLOG-TYPE " " LLOG-REF " decided " LLOG-DECIDED
                   " user " LLOG-USER-ID " reason " LLOG-REASON
                   " printed " LLOG-PRINTED-AT " #" LLOG-SEQUENCE
           DISPLAY "   to " FUNCTION TRIM(LLOG-NAME) ", "
                   FUNCTION TRIM(LLOG-ADDR-LINE1) " "
                   FUNCTION TRIM(LLOG-POSTAL).
           EXIT.

       STAMP-LETTER-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       END PROGRAM BLM-LETTER-CONTROLLER.
