      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Loan product catalog - the admin-kept products a
      *>          customer applies against (purpose, amount bounds,
      *>          allowed terms, and a base rate plus a margin for
      *>          each risk grade), effective-dated so a repricing
      *>          can be set up ahead of the day it goes live, and the
      *>          pricing call the application queue makes at entry:
      *>          bounds checked, rate worked out from the applicant's
      *>          current grade on RISK-MASTER-FILE.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: set/withdraw/list/price against
      *>                     a real indexed LOANPROD-MASTER-FILE keyed
      *>                     by product and effective date. An
      *>                     applicant the scoring job has not graded
      *>                     yet prices at grade 5.
      *>   15/10/2026 - jm - Variable-rate products: "set" takes --base
      *>                     as CODE+spread to tie the product to a
      *>                     rate index, and "price" adds the value in
      *>                     force and hands back the index and margin
      *>                     for the loan to stay linked to.
      *>   15/10/2026 - jm - The priced margin is held as wide as the
      *>                     product's base rate it is worked out from,
      *>                     so a base rate of 100 or more is no longer
      *>                     truncated.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-LOANPROD-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT LOANPROD-MASTER-FILE ASSIGN TO "LOANPROD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LPRD-KEY
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT RISK-MASTER-FILE ASSIGN TO "RISKMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RISK-USER-ID
                 FILE STATUS IS WS-RISK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANPROD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan-product.cpy".
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

      *> The product row in force for a code - found by walking the
      *> code's effective-dated rows and keeping the last one not
      *> after today.
       77 WS-PROD-CODE         PIC X(6) VALUE SPACES.
       77 WS-PROD-FOUND        PIC X VALUE "N".
           88 PROD-FOUND         VALUE "Y".
       77 WS-PROD-HOLD         PIC X(256) VALUE SPACES.
       77 WS-ROW-HOLD          PIC X(256) VALUE SPACES.
       77 WS-HELD-CODE         PIC X(6) VALUE SPACES.

      *> "set" parsing - the terms and the five grade margins come in
      *> as comma lists.
       01 WS-LIST-PARTS.
           05 WS-LIST-PART         PIC X(12) OCCURS 8 TIMES.
       77 WS-PART-IDX          PIC 9(2) COMP VALUE 0.
       77 WS-TERM-COUNT        PIC 9(2) COMP VALUE 0.
       77 WS-MARGIN-COUNT      PIC 9(2) COMP VALUE 0.
       77 WS-PLUS-COUNT        PIC 9(2) COMP VALUE 0.

      *> Pricing
       77 WS-REQ-AMOUNT        PIC 9(9)V99 VALUE 0.
       77 WS-REQ-TERM          PIC 9(3) VALUE 0.
       77 WS-TERM-OK           PIC X VALUE "N".
           88 TERM-OK            VALUE "Y".
       77 WS-APPL-GRADE        PIC 9(1) VALUE 0.
       77 WS-PRICE-GRADE       PIC 9(1) VALUE 0.
       77 WS-PRICE-RATE        PIC 9(3)V9(4) VALUE 0.
       77 WS-RATE-EDIT         PIC 9(3).9(4).
       77 WS-MIN-EDIT          PIC Z(8)9.99.
       77 WS-MAX-EDIT          PIC Z(8)9.99.
       77 WS-TERMS-TEXT        PIC X(40) VALUE SPACES.
       77 WS-TERMS-PTR         PIC 9(3) COMP VALUE 1.
       77 WS-TERM-EDIT         PIC ZZ9.
       77 WS-MARGIN-EDIT       PIC Z9.9999.
       77 WS-MARGINS-TEXT      PIC X(50) VALUE SPACES.

      *> Variable-rate pricing - the index value in force today, off
      *> the rate-index controller, and the loan's margin over it.
       77 WS-INDEX-RATE        PIC 9(3)V9(4) VALUE 0.
       77 WS-PRICE-MARGIN      PIC 9(3)V9(4) VALUE 0.
       77 WS-RI-IDX            PIC 9(2) COMP VALUE 0.
       77 WS-RI-RET-CODE       PIC S9(4) COMP.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-RI-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-RI-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-RI-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-RI-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-RI-FIELD-COUNT==.

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
                   PERFORM SET-PRODUCT
               WHEN "withdraw"
                   PERFORM WITHDRAW-PRODUCT
               WHEN "list"
                   PERFORM LIST-PRODUCTS
               WHEN "price"
                   PERFORM PRICE-APPLICATION
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
                       "maintain the loan product catalog."
               MOVE 13 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-PRODUCT - an admin creates or rewrites the version of the
      *> product named by --code that takes effect on --effective
      *> (YYYYMMDD, default today): --purpose, --currency (default
      *> USD), --min and --max amount, --terms (comma list of months),
      *> --base rate, --margins (comma list, grades 1 to 5) and
      *> --max-grade (default 5). A --base of CODE+spread (e.g.
      *> PRIM+2.5) makes the product variable-rate, priced at that
      *> spread over the index.
      *> ----------------------------------------------------------------
       SET-PRODUCT.
           PERFORM REQUIRE-ADMIN
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-PROD-TIME
           MOVE SPACES TO LOAN-PRODUCT-RECORD
           MOVE "code" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:6)) TO LPRD-CODE
           MOVE "effective" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE WS-LOOKUP-VALUE(1:8) TO LPRD-EFFECTIVE
           ELSE
               MOVE WS-CDT-DATE TO LPRD-EFFECTIVE
           END-IF
           SET LPRD-OFFERED TO TRUE
           MOVE "purpose" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:30) TO LPRD-PURPOSE
           MOVE "currency" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:3))
                    TO LPRD-CURRENCY
           ELSE
               MOVE "USD" TO LPRD-CURRENCY
           END-IF
           MOVE 0 TO LPRD-MIN-AMOUNT LPRD-MAX-AMOUNT LPRD-BASE-RATE
           MOVE "min" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO LPRD-MIN-AMOUNT
           END-IF
           MOVE "max" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO LPRD-MAX-AMOUNT
           END-IF
           MOVE "base" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE 0 TO WS-PLUS-COUNT
           INSPECT WS-LOOKUP-VALUE TALLYING WS-PLUS-COUNT FOR ALL "+"
           IF WS-PLUS-COUNT > 0
               MOVE SPACES TO WS-LIST-PARTS
               UNSTRING WS-LOOKUP-VALUE DELIMITED BY "+"
                   INTO WS-LIST-PART(1) WS-LIST-PART(2)
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-LIST-PART(1)(1:4))
                    TO LPRD-RATE-INDEX
               MOVE WS-LIST-PART(2) TO WS-LOOKUP-VALUE
           END-IF
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO LPRD-BASE-RATE
           END-IF
           MOVE "terms" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           PERFORM SPLIT-LIST
           MOVE 0 TO WS-TERM-COUNT
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 8
               MOVE 0 TO LPRD-TERM(WS-PART-IDX)
               IF WS-LIST-PART(WS-PART-IDX) NOT = SPACES
                   ADD 1 TO WS-TERM-COUNT
                   MOVE FUNCTION NUMVAL(WS-LIST-PART(WS-PART-IDX))
                        TO LPRD-TERM(WS-TERM-COUNT)
               END-IF
           END-PERFORM
           MOVE "margins" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           PERFORM SPLIT-LIST
           MOVE 0 TO WS-MARGIN-COUNT
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 5
               MOVE 0 TO LPRD-GRADE-MARGIN(WS-PART-IDX)
               IF WS-LIST-PART(WS-PART-IDX) NOT = SPACES
                   ADD 1 TO WS-MARGIN-COUNT
                   MOVE FUNCTION NUMVAL(WS-LIST-PART(WS-PART-IDX))
                        TO LPRD-GRADE-MARGIN(WS-PART-IDX)
               END-IF
           END-PERFORM
           MOVE "max-grade" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO LPRD-MAX-GRADE
           ELSE
               MOVE 5 TO LPRD-MAX-GRADE
           END-IF
           EVALUATE TRUE
               WHEN LPRD-CODE = SPACES
                   DISPLAY "A product code is required."
                   MOVE 8 TO LK-RET-CODE
               WHEN LPRD-EFFECTIVE IS NOT NUMERIC
                   DISPLAY "Effective date must be YYYYMMDD."
                   MOVE 8 TO LK-RET-CODE
               WHEN LPRD-MAX-AMOUNT = 0
                       OR LPRD-MIN-AMOUNT > LPRD-MAX-AMOUNT
                   DISPLAY "Amount bounds must run from a minimum "
                           "up to a maximum above zero."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-TERM-COUNT = 0
                   DISPLAY "At least one term in months is required."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-MARGIN-COUNT NOT = 5
                   DISPLAY "A margin is required for each of the five "
                           "risk grades."
                   MOVE 8 TO LK-RET-CODE
               WHEN LPRD-MAX-GRADE < 1 OR LPRD-MAX-GRADE > 5
                   DISPLAY "Worst grade offered must be 1 to 5."
                   MOVE 8 TO LK-RET-CODE
           END-EVALUATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-PRODUCT-ROW
           IF LK-RET-CODE = 0
               DISPLAY "Product " LPRD-CODE " set effective "
                       LPRD-EFFECTIVE ": " LPRD-PURPOSE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> WITHDRAW-PRODUCT - an admin takes the product named by --code
      *> off offer from --effective (default today): a withdrawn
      *> version carries the terms it replaces, so the history reads
      *> straight, but prices nothing.
      *> ----------------------------------------------------------------
       WITHDRAW-PRODUCT.
           PERFORM REQUIRE-ADMIN
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-PROD-TIME
           MOVE "code" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:6))
                TO WS-PROD-CODE
           OPEN INPUT LOANPROD-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No such loan product."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PRODUCT-IN-FORCE
           CLOSE LOANPROD-MASTER-FILE
           IF NOT PROD-FOUND
               DISPLAY "No such loan product."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROD-HOLD TO LOAN-PRODUCT-RECORD
           MOVE "effective" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE WS-LOOKUP-VALUE(1:8) TO LPRD-EFFECTIVE
           ELSE
               MOVE WS-CDT-DATE TO LPRD-EFFECTIVE
           END-IF
           SET LPRD-WITHDRAWN TO TRUE
           PERFORM WRITE-PRODUCT-ROW
           IF LK-RET-CODE = 0
               DISPLAY "Product " LPRD-CODE " withdrawn from "
                       LPRD-EFFECTIVE "."
           END-IF.
           EXIT.

       WRITE-PRODUCT-ROW.
           MOVE LK-USER-ID TO LPRD-UPDATED-BY
           MOVE WS-TIMESTAMP TO LPRD-UPDATED-AT
           PERFORM OPEN-PROD-FOR-WRITE
           WRITE LOAN-PRODUCT-RECORD
           IF WS-FILE-STATUS = "22"
               REWRITE LOAN-PRODUCT-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing loan product, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE LOANPROD-MASTER-FILE.
           EXIT.

      *> comma list in WS-LOOKUP-VALUE into WS-LIST-PART(1..8)
       SPLIT-LIST.
           MOVE SPACES TO WS-LIST-PARTS
           UNSTRING WS-LOOKUP-VALUE DELIMITED BY ","
               INTO WS-LIST-PART(1) WS-LIST-PART(2) WS-LIST-PART(3)
                    WS-LIST-PART(4) WS-LIST-PART(5) WS-LIST-PART(6)
                    WS-LIST-PART(7) WS-LIST-PART(8)
           END-UNSTRING.
           EXIT.

      *> ----------------------------------------------------------------
      *> FIND-PRODUCT-IN-FORCE - with the file open, walks the rows
      *> for WS-PROD-CODE and keeps the latest one effective on or
      *> before today in WS-PROD-HOLD (PROD-FOUND set). A withdrawn
      *> row is found like any other; the caller decides.
      *> ----------------------------------------------------------------
       FIND-PRODUCT-IN-FORCE.
           MOVE "N" TO WS-PROD-FOUND
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           MOVE WS-PROD-CODE TO LPRD-CODE
           MOVE LOW-VALUES TO LPRD-EFFECTIVE
           START LOANPROD-MASTER-FILE KEY IS NOT LESS THAN LPRD-KEY
           IF WS-FILE-STATUS = "00"
               READ LOANPROD-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR LPRD-CODE NOT = WS-PROD-CODE
                       OR LPRD-EFFECTIVE > WS-CDT-DATE
                   MOVE LOAN-PRODUCT-RECORD TO WS-PROD-HOLD
                   MOVE "Y" TO WS-PROD-FOUND
                   READ LOANPROD-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-PRODUCTS - the catalog: each product's version in force
      *> today (withdrawn ones flagged), then any version keyed to
      *> take effect later.
      *> ----------------------------------------------------------------
       LIST-PRODUCTS.
           OPEN INPUT LOANPROD-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No loan products on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Loan products ==="
           MOVE SPACES TO WS-HELD-CODE
           MOVE LOW-VALUES TO LPRD-KEY
           START LOANPROD-MASTER-FILE KEY IS NOT LESS THAN LPRD-KEY
           IF WS-FILE-STATUS = "00"
               READ LOANPROD-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF LPRD-CODE NOT = WS-HELD-CODE
                       PERFORM FLUSH-HELD-PRODUCT
                   END-IF
                   IF LPRD-EFFECTIVE > WS-CDT-DATE
                       PERFORM SHOW-PRODUCT-ROW
                   ELSE
                       MOVE LOAN-PRODUCT-RECORD TO WS-PROD-HOLD
                       MOVE LPRD-CODE TO WS-HELD-CODE
                   END-IF
                   READ LOANPROD-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           PERFORM FLUSH-HELD-PRODUCT
           CLOSE LOANPROD-MASTER-FILE.
           EXIT.

      *> shows the in-force version held for the previous code, around
      *> whatever row is in the record area now.
       FLUSH-HELD-PRODUCT.
           IF WS-HELD-CODE NOT = SPACES
               MOVE LOAN-PRODUCT-RECORD TO WS-ROW-HOLD
               MOVE WS-PROD-HOLD TO LOAN-PRODUCT-RECORD
               PERFORM SHOW-PRODUCT-ROW
               MOVE WS-ROW-HOLD TO LOAN-PRODUCT-RECORD
               MOVE SPACES TO WS-HELD-CODE
           END-IF.
           EXIT.

       SHOW-PRODUCT-ROW.
           MOVE SPACES TO WS-TERMS-TEXT
           MOVE 1 TO WS-TERMS-PTR
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 8
               IF LPRD-TERM(WS-PART-IDX) > 0
                   MOVE LPRD-TERM(WS-PART-IDX) TO WS-TERM-EDIT
                   STRING FUNCTION TRIM(WS-TERM-EDIT) " "
                       DELIMITED BY SIZE INTO WS-TERMS-TEXT
                       WITH POINTER WS-TERMS-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-MARGINS-TEXT
           MOVE 1 TO WS-TERMS-PTR
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 5
               MOVE LPRD-GRADE-MARGIN(WS-PART-IDX) TO WS-MARGIN-EDIT
               STRING FUNCTION TRIM(WS-MARGIN-EDIT) " "
                   DELIMITED BY SIZE INTO WS-MARGINS-TEXT
                   WITH POINTER WS-TERMS-PTR
           END-PERFORM
           MOVE LPRD-MIN-AMOUNT TO WS-MIN-EDIT
           MOVE LPRD-MAX-AMOUNT TO WS-MAX-EDIT
           MOVE LPRD-BASE-RATE TO WS-RATE-EDIT
           EVALUATE TRUE
               WHEN LPRD-EFFECTIVE > WS-CDT-DATE AND LPRD-WITHDRAWN
                   DISPLAY LPRD-CODE " from " LPRD-EFFECTIVE ": "
                           "WITHDRAWN (scheduled)"
               WHEN LPRD-EFFECTIVE > WS-CDT-DATE
                   DISPLAY LPRD-CODE " from " LPRD-EFFECTIVE ": "
                           FUNCTION TRIM(LPRD-PURPOSE) " (scheduled)"
               WHEN LPRD-WITHDRAWN
                   DISPLAY LPRD-CODE " since " LPRD-EFFECTIVE ": "
                           "WITHDRAWN"
               WHEN OTHER
                   DISPLAY LPRD-CODE " since " LPRD-EFFECTIVE ": "
                           FUNCTION TRIM(LPRD-PURPOSE)
           END-EVALUATE
           IF NOT LPRD-WITHDRAWN
               DISPLAY "    " LPRD-CURRENCY " "
                       FUNCTION TRIM(WS-MIN-EDIT) " to "
                       FUNCTION TRIM(WS-MAX-EDIT) ", months "
                       FUNCTION TRIM(WS-TERMS-TEXT)
               IF LPRD-RATE-INDEX NOT = SPACES
                   DISPLAY "    index " LPRD-RATE-INDEX " + "
                           WS-RATE-EDIT "% plus by grade "
                           FUNCTION TRIM(WS-MARGINS-TEXT)
                           ", grades 1-" LPRD-MAX-GRADE
               ELSE
                   DISPLAY "    base " WS-RATE-EDIT "% plus by grade "
                           FUNCTION TRIM(WS-MARGINS-TEXT)
                           ", grades 1-" LPRD-MAX-GRADE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> PRICE-APPLICATION - LK-USER-ID asks for --amount over --term
      *> months on --product. Refused (8) outside the product's
      *> bounds, terms or grades, or 4 when it isn't on offer;
      *> otherwise hands back "rate", "grade", "purpose" and
      *> "currency" as extra op-fields, the way the fee quote does.
      *> A variable-rate product prices at the index value in force
      *> plus its spread and grade margin, and also hands back
      *> "rate-index" and "rate-margin" for the loan to carry.
      *> ----------------------------------------------------------------
       PRICE-APPLICATION.
           MOVE "product" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:6))
                TO WS-PROD-CODE
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE 0 TO WS-REQ-AMOUNT WS-REQ-TERM
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-REQ-AMOUNT
           END-IF
           MOVE "term" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-REQ-TERM
           END-IF
           MOVE "N" TO WS-PROD-FOUND
           OPEN INPUT LOANPROD-MASTER-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM FIND-PRODUCT-IN-FORCE
               CLOSE LOANPROD-MASTER-FILE
           END-IF
           IF PROD-FOUND
               MOVE WS-PROD-HOLD TO LOAN-PRODUCT-RECORD
           END-IF
           IF NOT PROD-FOUND OR LPRD-WITHDRAWN
               DISPLAY "No loan product " WS-PROD-CODE " on offer."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TERM-OK
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 8
               IF LPRD-TERM(WS-PART-IDX) > 0
                       AND LPRD-TERM(WS-PART-IDX) = WS-REQ-TERM
                   MOVE "Y" TO WS-TERM-OK
               END-IF
           END-PERFORM
           PERFORM LOAD-APPLICANT-GRADE
           MOVE LPRD-MIN-AMOUNT TO WS-MIN-EDIT
           MOVE LPRD-MAX-AMOUNT TO WS-MAX-EDIT
           EVALUATE TRUE
               WHEN WS-REQ-AMOUNT < LPRD-MIN-AMOUNT
                       OR WS-REQ-AMOUNT > LPRD-MAX-AMOUNT
                   DISPLAY "Refused: " LPRD-CODE " lends "
                           FUNCTION TRIM(WS-MIN-EDIT) " to "
                           FUNCTION TRIM(WS-MAX-EDIT) " "
                           LPRD-CURRENCY "."
                   MOVE 8 TO LK-RET-CODE
               WHEN NOT TERM-OK
                   PERFORM SHOW-PRODUCT-ROW
                   DISPLAY "Refused: " LPRD-CODE " is not offered "
                           "over " WS-REQ-TERM " months."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-PRICE-GRADE > LPRD-MAX-GRADE
                   DISPLAY "Refused: " LPRD-CODE " is not offered "
                           "at your current credit grade."
                   MOVE 8 TO LK-RET-CODE
           END-EVALUATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRICE-MARGIN = LPRD-BASE-RATE
                   + LPRD-GRADE-MARGIN(WS-PRICE-GRADE)
           MOVE 0 TO WS-INDEX-RATE
           IF LPRD-RATE-INDEX NOT = SPACES
               PERFORM LOAD-INDEX-RATE
               IF LK-RET-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-PRICE-RATE = WS-INDEX-RATE + WS-PRICE-MARGIN
           IF OP-FIELD-COUNT < 7
               ADD 1 TO OP-FIELD-COUNT
               MOVE "rate" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-PRICE-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
               ADD 1 TO OP-FIELD-COUNT
               MOVE "grade" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-APPL-GRADE TO OP-FIELD-VALUE(OP-FIELD-COUNT)
               ADD 1 TO OP-FIELD-COUNT
               MOVE "purpose" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE LPRD-PURPOSE TO OP-FIELD-VALUE(OP-FIELD-COUNT)
               ADD 1 TO OP-FIELD-COUNT
               MOVE "currency" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE LPRD-CURRENCY TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           IF LPRD-RATE-INDEX NOT = SPACES AND OP-FIELD-COUNT < 9
               ADD 1 TO OP-FIELD-COUNT
               MOVE "rate-index" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE LPRD-RATE-INDEX TO OP-FIELD-VALUE(OP-FIELD-COUNT)
               ADD 1 TO OP-FIELD-COUNT
               MOVE "rate-margin" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-PRICE-MARGIN TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF.
           EXIT.

      *> the value the product's index has today; a product whose
      *> index has no value yet can't be priced.
       LOAD-INDEX-RATE.
           MOVE "code" TO WS-RI-FIELD-NAME(1)
           MOVE LPRD-RATE-INDEX TO WS-RI-FIELD-VALUE(1)
           MOVE 1 TO WS-RI-FIELD-COUNT
           CALL "BLM-RATEIDX-CONTROLLER" USING "value", WS-RI-FIELDS,
                WS-RI-FIELD-COUNT, LK-USER-ID, WS-RI-RET-CODE
           IF WS-RI-RET-CODE NOT = 0
               DISPLAY "Refused: " LPRD-CODE " can't be priced "
                       "until its rate index has a value."
               MOVE WS-RI-RET-CODE TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RI-IDX FROM 2 BY 1
                   UNTIL WS-RI-IDX > WS-RI-FIELD-COUNT
               IF WS-RI-FIELD-NAME(WS-RI-IDX) = "index-rate"
                   COMPUTE WS-INDEX-RATE = FUNCTION NUMVAL(
                           WS-RI-FIELD-VALUE(WS-RI-IDX))
               END-IF
           END-PERFORM.
           EXIT.

      *> the applicant's grade off the scoring job's master; not yet
      *> graded (WS-APPL-GRADE 0) prices as grade 5.
       LOAD-APPLICANT-GRADE.
           MOVE 0 TO WS-APPL-GRADE
           OPEN INPUT RISK-MASTER-FILE
           IF WS-RISK-STATUS = "00"
               MOVE LK-USER-ID TO RISK-USER-ID
               READ RISK-MASTER-FILE KEY IS RISK-USER-ID
               IF WS-RISK-STATUS = "00"
                   MOVE RISK-GRADE TO WS-APPL-GRADE
               END-IF
               CLOSE RISK-MASTER-FILE
           END-IF
           MOVE WS-APPL-GRADE TO WS-PRICE-GRADE
           IF WS-PRICE-GRADE < 1 OR WS-PRICE-GRADE > 5
               MOVE 5 TO WS-PRICE-GRADE
           END-IF.
           EXIT.

       STAMP-PROD-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       OPEN-PROD-FOR-WRITE.
           OPEN I-O LOANPROD-MASTER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT LOANPROD-MASTER-FILE
               CLOSE LOANPROD-MASTER-FILE
               OPEN I-O LOANPROD-MASTER-FILE
           END-IF.
           EXIT.

       END PROGRAM BLM-LOANPROD-CONTROLLER.
