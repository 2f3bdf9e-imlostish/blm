      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Reference rate indexes - the admin-kept, effective-
      *>          dated index values (prime, base and the like) that
      *>          variable-rate loans, cards and deposit tiers are
      *>          priced off, the lookup the pricing paths make for
      *>          the value in force on a date, and the admin link
      *>          that ties an existing loan or card to an index plus
      *>          its own margin. The move itself is carried to the
      *>          linked items by the nightly BLM-RATE-REPRICE job on
      *>          the change's effective date.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: set/list/value/link against a
      *>                     real indexed RATE-INDEX-FILE keyed by
      *>                     index code and effective date.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-RATEIDX-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT RATE-INDEX-FILE ASSIGN TO "RATEIDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RIDX-KEY
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-INDEX-FILE
           LABEL RECORD STANDARD.
           COPY "rate-index.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-CARD-STATUS       PIC XX VALUE SPACES.
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

      *> The value in force for an index on a date - the last row
      *> for the code effective on or before WS-AS-OF.
       77 WS-IDX-CODE          PIC X(4) VALUE SPACES.
       77 WS-AS-OF             PIC X(8) VALUE SPACES.
       77 WS-IDX-FOUND         PIC X VALUE "N".
           88 IDX-FOUND          VALUE "Y".
       77 WS-IDX-RATE          PIC 9(3)V9(4) VALUE 0.
       77 WS-IDX-HOLD          PIC X(128) VALUE SPACES.
       77 WS-ROW-HOLD          PIC X(128) VALUE SPACES.
       77 WS-HELD-CODE         PIC X(4) VALUE SPACES.
       77 WS-RATE-GIVEN        PIC X VALUE "N".
           88 RATE-GIVEN         VALUE "Y".
       77 WS-RATE-EDIT         PIC ZZ9.9999.
       77 WS-MARGIN-EDIT       PIC -Z9.9999.

      *> Linking a loan or card - the item, its margin and the rate
      *> it prices at from here.
       77 WS-LINK-KIND         PIC X(4) VALUE SPACES.
       77 WS-LINK-ID           PIC X(10) VALUE SPACES.
       77 WS-LINK-MARGIN       PIC S9(2)V9(4) VALUE 0.
       77 WS-LINK-RATE         PIC S9(3)V9(4) VALUE 0.
       77 WS-LOAN-RET-CODE     PIC S9(4) COMP.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-LN-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-LN-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-LN-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-LN-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-LN-FIELD-COUNT==.
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
           EVALUATE LK-OP
               WHEN "set"
                   PERFORM SET-INDEX-VALUE
               WHEN "list"
                   PERFORM LIST-INDEXES
               WHEN "value"
                   PERFORM QUOTE-INDEX-VALUE
               WHEN "link"
                   PERFORM LINK-TO-INDEX
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

       REQUIRE-ADMIN.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-ADMIN TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: admin role required to "
                       "maintain the rate indexes."
               MOVE 13 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-INDEX-VALUE - an admin keys the value --rate the index
      *> named by --code takes from --effective (YYYYMMDD, default
      *> today), with an optional --description. A change can't be
      *> keyed into the past, and one the repricing job has already
      *> carried to the linked items can't be rekeyed - key the next
      *> move as a new row instead.
      *> ----------------------------------------------------------------
       SET-INDEX-VALUE.
           PERFORM REQUIRE-ADMIN
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-INDEX-TIME
           MOVE SPACES TO RATE-INDEX-RECORD
           MOVE "code" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:4)) TO RIDX-CODE
           MOVE "effective" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE WS-LOOKUP-VALUE(1:8) TO RIDX-EFFECTIVE
           ELSE
               MOVE WS-CDT-DATE TO RIDX-EFFECTIVE
           END-IF
           MOVE 0 TO RIDX-RATE
           MOVE "rate" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE "N" TO WS-RATE-GIVEN
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO RIDX-RATE
               MOVE "Y" TO WS-RATE-GIVEN
           END-IF
           MOVE "description" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:30) TO RIDX-DESCRIPTION
           EVALUATE TRUE
               WHEN RIDX-CODE = SPACES
                   DISPLAY "An index code is required."
                   MOVE 8 TO LK-RET-CODE
               WHEN RIDX-EFFECTIVE IS NOT NUMERIC
                   DISPLAY "Effective date must be YYYYMMDD."
                   MOVE 8 TO LK-RET-CODE
               WHEN RIDX-EFFECTIVE < WS-CDT-DATE
                   DISPLAY "A rate change can't take effect in the "
                           "past."
                   MOVE 8 TO LK-RET-CODE
               WHEN NOT RATE-GIVEN
                   DISPLAY "A rate is required."
                   MOVE 8 TO LK-RET-CODE
           END-EVALUATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE RATE-INDEX-RECORD TO WS-ROW-HOLD
           PERFORM OPEN-INDEX-FOR-WRITE
           READ RATE-INDEX-FILE KEY IS RIDX-KEY
           IF WS-FILE-STATUS = "00" AND RIDX-APPLIED-AT NOT = SPACES
               DISPLAY "Index " RIDX-CODE " change of "
                       RIDX-EFFECTIVE " has already been applied."
               MOVE 8 TO LK-RET-CODE
               CLOSE RATE-INDEX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-HOLD TO RATE-INDEX-RECORD
           MOVE LK-USER-ID TO RIDX-UPDATED-BY
           MOVE WS-TIMESTAMP TO RIDX-UPDATED-AT
           WRITE RATE-INDEX-RECORD
           IF WS-FILE-STATUS = "22"
               REWRITE RATE-INDEX-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing rate index, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           ELSE
               MOVE RIDX-RATE TO WS-RATE-EDIT
               DISPLAY "Index " RIDX-CODE " set to "
                       FUNCTION TRIM(WS-RATE-EDIT) "% from "
                       RIDX-EFFECTIVE "."
           END-IF
           CLOSE RATE-INDEX-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> FIND-INDEX-VALUE - with the file open, walks the rows for
      *> WS-IDX-CODE and keeps the last one effective on or before
      *> WS-AS-OF in WS-IDX-HOLD and WS-IDX-RATE (IDX-FOUND set).
      *> ----------------------------------------------------------------
       FIND-INDEX-VALUE.
           MOVE "N" TO WS-IDX-FOUND
           MOVE 0 TO WS-IDX-RATE
           MOVE WS-IDX-CODE TO RIDX-CODE
           MOVE LOW-VALUES TO RIDX-EFFECTIVE
           START RATE-INDEX-FILE KEY IS NOT LESS THAN RIDX-KEY
           IF WS-FILE-STATUS = "00"
               READ RATE-INDEX-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR RIDX-CODE NOT = WS-IDX-CODE
                       OR RIDX-EFFECTIVE > WS-AS-OF
                   MOVE RATE-INDEX-RECORD TO WS-IDX-HOLD
                   MOVE RIDX-RATE TO WS-IDX-RATE
                   MOVE "Y" TO WS-IDX-FOUND
                   READ RATE-INDEX-FILE NEXT RECORD
               END-PERFORM
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-INDEXES - each index's value in force today, then any
      *> change keyed to take effect later, with how far the
      *> repricing job has got with it.
      *> ----------------------------------------------------------------
       LIST-INDEXES.
           OPEN INPUT RATE-INDEX-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No rate indexes on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Rate indexes ==="
           MOVE SPACES TO WS-HELD-CODE
           MOVE LOW-VALUES TO RIDX-KEY
           START RATE-INDEX-FILE KEY IS NOT LESS THAN RIDX-KEY
           IF WS-FILE-STATUS = "00"
               READ RATE-INDEX-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF RIDX-CODE NOT = WS-HELD-CODE
                       PERFORM FLUSH-HELD-INDEX
                   END-IF
                   IF RIDX-EFFECTIVE > WS-CDT-DATE
                       PERFORM SHOW-INDEX-ROW
                   ELSE
                       MOVE RATE-INDEX-RECORD TO WS-IDX-HOLD
                       MOVE RIDX-CODE TO WS-HELD-CODE
                   END-IF
                   READ RATE-INDEX-FILE NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM FLUSH-HELD-INDEX
           CLOSE RATE-INDEX-FILE.
           EXIT.

      *> shows the in-force value held for the previous code, around
      *> whatever row is in the record area now.
       FLUSH-HELD-INDEX.
           IF WS-HELD-CODE NOT = SPACES
               MOVE RATE-INDEX-RECORD TO WS-ROW-HOLD
               MOVE WS-IDX-HOLD TO RATE-INDEX-RECORD
               PERFORM SHOW-INDEX-ROW
               MOVE WS-ROW-HOLD TO RATE-INDEX-RECORD
               MOVE SPACES TO WS-HELD-CODE
           END-IF.
           EXIT.

       SHOW-INDEX-ROW.
           MOVE RIDX-RATE TO WS-RATE-EDIT
           EVALUATE TRUE
               WHEN RIDX-EFFECTIVE > WS-CDT-DATE
                       AND RIDX-NOTICED-AT NOT = SPACES
                   DISPLAY RIDX-CODE " from " RIDX-EFFECTIVE ": "
                           WS-RATE-EDIT "%  (scheduled, notices "
                           "sent " RIDX-NOTICED-AT ")"
               WHEN RIDX-EFFECTIVE > WS-CDT-DATE
                   DISPLAY RIDX-CODE " from " RIDX-EFFECTIVE ": "
                           WS-RATE-EDIT "%  (scheduled)"
               WHEN RIDX-APPLIED-AT = SPACES
                   DISPLAY RIDX-CODE " since " RIDX-EFFECTIVE ": "
                           WS-RATE-EDIT "%  (repricing pending)"
               WHEN OTHER
                   DISPLAY RIDX-CODE " since " RIDX-EFFECTIVE ": "
                           WS-RATE-EDIT "%  "
                           FUNCTION TRIM(RIDX-DESCRIPTION)
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> QUOTE-INDEX-VALUE - the value of --code in force on --date
      *> (default today), handed back as an extra "index-rate"
      *> op-field the way the fee quote hands back its amount; 4 when
      *> the index has no value yet.
      *> ----------------------------------------------------------------
       QUOTE-INDEX-VALUE.
           MOVE "code" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:4))
                TO WS-IDX-CODE
           MOVE "date" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE WS-LOOKUP-VALUE(1:8) TO WS-AS-OF
           ELSE
               ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
               MOVE WS-CDT-DATE TO WS-AS-OF
           END-IF
           MOVE "N" TO WS-IDX-FOUND
           OPEN INPUT RATE-INDEX-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM FIND-INDEX-VALUE
               CLOSE RATE-INDEX-FILE
           END-IF
           IF NOT IDX-FOUND
               DISPLAY "Rate index " WS-IDX-CODE " has no value on "
                       WS-AS-OF "."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "index-rate" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-IDX-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LINK-TO-INDEX - an admin ties the loan or card (--kind loan
      *> or card, --id) to --index plus --margin, and it reprices at
      *> once to the index value in force today plus that margin; a
      *> loan re-amortizes its remaining installments through the
      *> loan controller. A blank --index unlinks the item, which
      *> keeps the rate it has as a fixed rate from then on.
      *> ----------------------------------------------------------------
       LINK-TO-INDEX.
           PERFORM REQUIRE-ADMIN
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "kind" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION LOWER-CASE(WS-LOOKUP-VALUE(1:4))
                TO WS-LINK-KIND
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:10))
                TO WS-LINK-ID
           MOVE "index" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:4))
                TO WS-IDX-CODE
           MOVE 0 TO WS-LINK-MARGIN
           MOVE "margin" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-LINK-MARGIN
           END-IF
           IF (WS-LINK-KIND NOT = "loan" AND WS-LINK-KIND NOT = "card")
                   OR WS-LINK-ID = SPACES
               DISPLAY "Link needs --kind loan or card and an --id."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-IDX-CODE NOT = SPACES
               ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
               MOVE WS-CDT-DATE TO WS-AS-OF
               MOVE "N" TO WS-IDX-FOUND
               OPEN INPUT RATE-INDEX-FILE
               IF WS-FILE-STATUS = "00"
                   PERFORM FIND-INDEX-VALUE
                   CLOSE RATE-INDEX-FILE
               END-IF
               IF NOT IDX-FOUND
                   DISPLAY "Rate index " WS-IDX-CODE " has no value "
                           "in force."
                   MOVE 4 TO LK-RET-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-LINK-RATE = WS-IDX-RATE + WS-LINK-MARGIN
               IF WS-LINK-RATE < 0
                   MOVE 0 TO WS-LINK-RATE
               END-IF
           END-IF
           IF WS-LINK-KIND = "loan"
               PERFORM LINK-LOAN
           ELSE
               PERFORM LINK-CARD
           END-IF
           IF LK-RET-CODE = 0
               PERFORM LOG-LINK-EVENT
           END-IF.
           EXIT.

      *> the loan controller owns the loan and its schedule; it sets
      *> the link and re-amortizes at the new rate.
       LINK-LOAN.
           MOVE "id" TO WS-LN-FIELD-NAME(1)
           MOVE WS-LINK-ID TO WS-LN-FIELD-VALUE(1)
           MOVE "rate-index" TO WS-LN-FIELD-NAME(2)
           MOVE "rate-margin" TO WS-LN-FIELD-NAME(3)
           IF WS-IDX-CODE = SPACES
               MOVE "NONE" TO WS-LN-FIELD-VALUE(2)
               MOVE SPACES TO WS-LN-FIELD-VALUE(3)
               MOVE 3 TO WS-LN-FIELD-COUNT
           ELSE
               MOVE WS-IDX-CODE TO WS-LN-FIELD-VALUE(2)
               MOVE WS-LINK-MARGIN TO WS-MARGIN-EDIT
               MOVE WS-MARGIN-EDIT TO WS-LN-FIELD-VALUE(3)
               MOVE "rate" TO WS-LN-FIELD-NAME(4)
               MOVE WS-LINK-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-LN-FIELD-VALUE(4)
               MOVE 4 TO WS-LN-FIELD-COUNT
           END-IF
           CALL "BLM-LOAN-CONTROLLER" USING "REPRICE", WS-LN-FIELDS,
                WS-LN-FIELD-COUNT, LK-USER-ID, WS-LOAN-RET-CODE
           MOVE WS-LOAN-RET-CODE TO LK-RET-CODE.
           EXIT.

       LINK-CARD.
           OPEN I-O CARD-MASTER-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "Card not found."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINK-ID TO CARD-ID
           READ CARD-MASTER-FILE KEY IS CARD-ID
           EVALUATE TRUE
               WHEN WS-CARD-STATUS NOT = "00"
                   DISPLAY "Card not found."
                   MOVE 4 TO LK-RET-CODE
               WHEN CARD-CLOSED
                   DISPLAY "Card " CARD-ID " is closed."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-IDX-CODE = SPACES
                   MOVE SPACES TO CARD-RATE-INDEX
                   MOVE 0 TO CARD-RATE-MARGIN
                   PERFORM STAMP-INDEX-TIME
                   MOVE WS-TIMESTAMP TO CARD-UPDATED-AT
                   REWRITE CREDIT-CARD-RECORD
                   DISPLAY "Card " CARD-ID " now fixed at "
                           CARD-INTEREST-RATE "%."
               WHEN OTHER
                   MOVE WS-IDX-CODE TO CARD-RATE-INDEX
                   MOVE WS-LINK-MARGIN TO CARD-RATE-MARGIN
                   COMPUTE CARD-INTEREST-RATE ROUNDED = WS-LINK-RATE
                   PERFORM STAMP-INDEX-TIME
                   MOVE WS-TIMESTAMP TO CARD-UPDATED-AT
                   REWRITE CREDIT-CARD-RECORD
                   DISPLAY "Card " CARD-ID " linked to " WS-IDX-CODE
                           ", now " CARD-INTEREST-RATE "%."
           END-EVALUATE
           IF LK-RET-CODE = 0 AND WS-CARD-STATUS NOT = "00"
               DISPLAY "Error rewriting card, status " WS-CARD-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE CARD-MASTER-FILE.
           EXIT.

       LOG-LINK-EVENT.
           MOVE SPACES TO WS-AUDIT-ENTRY
           PERFORM STAMP-INDEX-TIME
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE "RATE-INDEX-LINK" TO AUDIT-ACTION
           MOVE 0 TO AUDIT-RET-CODE
           MOVE WS-LINK-MARGIN TO WS-MARGIN-EDIT
           IF WS-IDX-CODE = SPACES
               STRING WS-LINK-KIND " " WS-LINK-ID " unlinked, rate "
                      "now fixed" DELIMITED BY SIZE INTO AUDIT-DETAIL
           ELSE
               STRING WS-LINK-KIND " " WS-LINK-ID " linked to "
                      WS-IDX-CODE " margin " WS-MARGIN-EDIT
                      DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-IF
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

       STAMP-INDEX-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-INDEX-FOR-WRITE.
           OPEN I-O RATE-INDEX-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT RATE-INDEX-FILE
               CLOSE RATE-INDEX-FILE
               OPEN I-O RATE-INDEX-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-RATEIDX-CONTROLLER.
