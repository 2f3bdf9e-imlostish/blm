      *>   10/09/2025 - jm - First cut: set/get against a real indexed
      *>                     PROFILE-MASTER-FILE plus the line-
      *>                     sequential address history.
      *>   15/10/2026 - jm - A new or changed legal name is screened
      *>                     against the watch list once saved.
      *>   15/10/2026 - jm - Taxpayer ID capture: --tin (nine digits),
      *>                     --tin-type (S/E) and --tin-cert (Y/N, the
      *>                     customer's certification). A new TIN is
      *>                     uncertified until certified; "get" shows
      *>                     it masked with its status.
      *>   15/10/2026 - jm - --stmt-delivery (P paper, E electronic,
      *>                     B both) on "set"; new "mail-returned" op
      *>                     marks the address when the print vendor
      *>                     reports a statement came back, and any
      *>                     address change clears the mark.
      *>   15/10/2026 - jm - --income, the customer's stated annual
      *>                     income (whole units, 0 to clear), on
      *>                     "set" for the credit exposure maximum;
      *>                     "get" shows it.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-PROFILE-CONTROLLER.
           88 PROFILE-EXISTS     VALUE "Y".
       77 WS-ADDR-CHANGED      PIC X VALUE "N".
           88 ADDR-CHANGED       VALUE "Y".
       77 WS-NAME-CHANGED      PIC X VALUE "N".
           88 NAME-CHANGED       VALUE "Y".

      *> watch-list screening of a new or changed legal name
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-SC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-SC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-SC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-SC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-SC-FIELD-COUNT==.
       77 WS-SC-RET-CODE       PIC S9(4) COMP.

      *> taxpayer ID as supplied, checked before anything is written
       77 WS-NEW-TIN           PIC X(9) VALUE SPACES.
       77 WS-TIN-SUPPLIED      PIC X VALUE "N".
           88 TIN-SUPPLIED       VALUE "Y".

      *> statement delivery preference as supplied
       77 WS-NEW-DELIVERY      PIC X(1) VALUE SPACE.
           88 DELIVERY-VALID     VALUE "P" "E" "B".

      *> stated annual income as supplied
       77 WS-NEW-INCOME-X      PIC X(12) VALUE SPACES.
       77 WS-NEW-INCOME        PIC 9(9) VALUE 0.

      *> the address being superseded, held for the history append
       77 WS-OLD-ADDR1         PIC X(40).
                   PERFORM SET-PROFILE
               WHEN "get"
                   PERFORM GET-PROFILE
               WHEN "mail-returned"
                   PERFORM MARK-MAIL-RETURNED
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE

      *> ----------------------------------------------------------------
      *> SET-PROFILE - creates or updates LK-USER-ID's profile from
      *> --name/--addr1/--addr2/--city/--postal/--phone/--dob and the
      *> --tin/--tin-type/--tin-cert tax fields, and --income. A field
      *> not supplied keeps its stored value; an address change
      *> effective-dates the new one and appends the superseded
      *> address to the history file. A malformed TIN or income
      *> refuses the whole update (8).
      *> ----------------------------------------------------------------
       SET-PROFILE.
           PERFORM VALIDATE-TIN-FIELD
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "stmt-delivery" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1))
                TO WS-NEW-DELIVERY
           IF WS-NEW-DELIVERY NOT = SPACE AND NOT DELIVERY-VALID
               DISPLAY "Statement delivery must be P, E or B."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "income" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION TRIM(WS-LOOKUP-VALUE) TO WS-NEW-INCOME-X
           IF WS-NEW-INCOME-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NEW-INCOME-X) NOT = 0
                       OR FUNCTION NUMVAL(WS-NEW-INCOME-X) < 0
                   DISPLAY "Income must be a whole amount."
                   MOVE 8 TO LK-RET-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-NEW-INCOME-X) TO WS-NEW-INCOME
           END-IF
           PERFORM OPEN-PROFILE-FOR-WRITE
           MOVE "N" TO WS-PROFILE-EXISTS
           MOVE "N" TO WS-ADDR-CHANGED
           MOVE "N" TO WS-NAME-CHANGED
           MOVE LK-USER-ID TO PROF-USER-ID
           READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
           IF WS-FILE-STATUS = "00"
           MOVE "name" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND
               IF WS-LOOKUP-VALUE(1:50) NOT = SPACES
                       AND WS-LOOKUP-VALUE(1:50) NOT = PROF-LEGAL-NAME
                   MOVE "Y" TO WS-NAME-CHANGED
               END-IF
               MOVE WS-LOOKUP-VALUE(1:50) TO PROF-LEGAL-NAME
           END-IF
           MOVE "addr1" TO WS-LOOKUP-NAME
               MOVE WS-LOOKUP-VALUE(1:8) TO PROF-DOB
           END-IF

           PERFORM APPLY-TIN-FIELDS
           IF WS-NEW-DELIVERY NOT = SPACE
               MOVE WS-NEW-DELIVERY TO PROF-STMT-DELIVERY
           END-IF
           IF WS-NEW-INCOME-X NOT = SPACES
               MOVE WS-NEW-INCOME TO PROF-ANNUAL-INCOME
           END-IF
           IF PROF-ANNUAL-INCOME IS NOT NUMERIC
               MOVE 0 TO PROF-ANNUAL-INCOME
           END-IF

      *>   a new address is presumed good until the vendor says
      *>   otherwise, which releases any paper held for it
           IF ADDR-CHANGED
               MOVE SPACES TO PROF-ADDR-STATUS PROF-ADDR-RETURNED-ON
               MOVE WS-CDT-DATE TO PROF-EFF-DATE
               IF PROFILE-EXISTS
                   PERFORM APPEND-ADDRESS-HISTORY
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE PROFILE-MASTER-FILE
      *>   the change stands; a watch-list hit flags the customer for
      *>   compliance review rather than undoing the update
           IF LK-RET-CODE = 0 AND NAME-CHANGED
               MOVE "user" TO WS-SC-FIELD-NAME(1)
               MOVE LK-USER-ID TO WS-SC-FIELD-VALUE(1)
               MOVE "name" TO WS-SC-FIELD-NAME(2)
               MOVE PROF-LEGAL-NAME TO WS-SC-FIELD-VALUE(2)
               MOVE "context" TO WS-SC-FIELD-NAME(3)
               MOVE "CUSTOMER" TO WS-SC-FIELD-VALUE(3)
               MOVE 3 TO WS-SC-FIELD-COUNT
               CALL "BLM-SCREEN-CONTROLLER" USING "screen",
                    WS-SC-FIELDS, WS-SC-FIELD-COUNT, LK-USER-ID,
                    WS-SC-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
           CLOSE PROFILE-HISTORY-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> VALIDATE-TIN-FIELD - a supplied --tin must be nine digits
      *> (dashes are dropped first); anything else is refused with 8.
      *> ----------------------------------------------------------------
       VALIDATE-TIN-FIELD.
           MOVE "N" TO WS-TIN-SUPPLIED
           MOVE SPACES TO WS-NEW-TIN
           MOVE "tin" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF NOT LOOKUP-FOUND OR WS-LOOKUP-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LOOKUP-VALUE) TO WS-LOOKUP-VALUE
           INSPECT WS-LOOKUP-VALUE REPLACING ALL "-" BY SPACE
           MOVE FUNCTION TRIM(WS-LOOKUP-VALUE) TO WS-LOOKUP-VALUE
           STRING WS-LOOKUP-VALUE DELIMITED BY SPACE INTO WS-NEW-TIN
           IF WS-NEW-TIN IS NOT NUMERIC
                   OR WS-LOOKUP-VALUE(10:1) NOT = SPACE
               DISPLAY "Taxpayer ID must be nine digits."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TIN-SUPPLIED.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPLY-TIN-FIELDS - a changed TIN goes on file uncertified; the
      *> certification, when supplied, is stamped with today's date.
      *> A certification with no TIN on file stays uncertified.
      *> ----------------------------------------------------------------
       APPLY-TIN-FIELDS.
           IF TIN-SUPPLIED AND WS-NEW-TIN NOT = PROF-TAX-ID
               MOVE WS-NEW-TIN TO PROF-TAX-ID
               SET PROF-TIN-UNCERTIFIED TO TRUE
               MOVE SPACES TO PROF-TIN-CERT-DATE
           END-IF
           MOVE "tin-type" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND AND WS-LOOKUP-VALUE(1:1) = "E"
               SET PROF-TIN-EIN TO TRUE
           ELSE
               IF PROF-TAX-ID NOT = SPACES AND PROF-TIN-TYPE = SPACES
                   SET PROF-TIN-SSN TO TRUE
               END-IF
               IF LOOKUP-FOUND AND WS-LOOKUP-VALUE(1:1) = "S"
                   SET PROF-TIN-SSN TO TRUE
               END-IF
           END-IF
           MOVE "tin-cert" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND
               IF WS-LOOKUP-VALUE(1:1) = "Y"
                       AND PROF-TAX-ID NOT = SPACES
                   SET PROF-TIN-CERTIFIED TO TRUE
                   MOVE WS-CDT-DATE TO PROF-TIN-CERT-DATE
               ELSE
                   SET PROF-TIN-UNCERTIFIED TO TRUE
                   MOVE SPACES TO PROF-TIN-CERT-DATE
               END-IF
           END-IF
           IF PROF-TAX-ID = SPACES
               MOVE SPACES TO PROF-TIN-STATUS PROF-TIN-CERT-DATE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> GET-PROFILE - displays LK-USER-ID's profile; 4 when none is
      *> on file.
                   DISPLAY "Phone:   " PROF-PHONE
                   DISPLAY "DOB:     " PROF-DOB
                   DISPLAY "Address effective since " PROF-EFF-DATE
                   IF PROF-ADDR-RETURNED
                       DISPLAY "         ** mail returned "
                               PROF-ADDR-RETURNED-ON " - paper "
                               "statements held until the address "
                               "is updated **"
                   END-IF
                   EVALUATE TRUE
                       WHEN PROF-STMT-ELECTRONIC
                           DISPLAY "Statements: electronic"
                       WHEN PROF-STMT-BOTH
                           DISPLAY "Statements: paper and electronic"
                       WHEN OTHER
                           DISPLAY "Statements: paper"
                   END-EVALUATE
                   IF PROF-ANNUAL-INCOME IS NUMERIC
                           AND PROF-ANNUAL-INCOME > 0
                       DISPLAY "Income:  " PROF-ANNUAL-INCOME
                               " a year (stated)"
                   END-IF
                   EVALUATE TRUE
                       WHEN PROF-TAX-ID = SPACES
                           DISPLAY "Tax ID:  none on file (interest "
                                   "is subject to backup withholding)"
                       WHEN PROF-TIN-CERTIFIED
                           DISPLAY "Tax ID:  *****" PROF-TAX-ID(6:4)
                                   " certified " PROF-TIN-CERT-DATE
                       WHEN OTHER
                           DISPLAY "Tax ID:  *****" PROF-TAX-ID(6:4)
                                   " not certified (interest is "
                                   "subject to backup withholding)"
                   END-EVALUATE
                   MOVE 0 TO LK-RET-CODE
               END-IF
               CLOSE PROFILE-MASTER-FILE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> MARK-MAIL-RETURNED - the print vendor reports LK-USER-ID's
      *> statement came back from --addr1/--postal on --on. The mark
      *> only lands while that is still the address on file; one
      *> since changed (or already marked) is left alone, so reading
      *> the same returned-mail file twice is harmless. 4 when no
      *> profile is on file.
      *> ----------------------------------------------------------------
       MARK-MAIL-RETURNED.
           OPEN I-O PROFILE-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LK-USER-ID TO PROF-USER-ID
           READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
           IF WS-FILE-STATUS NOT = "00"
               MOVE 4 TO LK-RET-CODE
               CLOSE PROFILE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "addr1" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE(1:40) NOT = PROF-ADDR-LINE1
               CLOSE PROFILE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "postal" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE(1:10) NOT = PROF-POSTAL
                   OR PROF-ADDR-RETURNED
               CLOSE PROFILE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "on" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           SET PROF-ADDR-RETURNED TO TRUE
           MOVE WS-LOOKUP-VALUE(1:8) TO PROF-ADDR-RETURNED-ON
           PERFORM STAMP-PROFILE-TIME
           MOVE WS-TIMESTAMP TO PROF-UPDATED-AT
           REWRITE PROFILE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE PROFILE-MASTER-FILE.
           EXIT.

       STAMP-PROFILE-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
