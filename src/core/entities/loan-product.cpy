      *> ----------------------------------------------------------------
      *> Copybook: loan-product.cpy
      *> Purpose: Record layout for LOANPROD-MASTER-FILE, the loan
      *>          product catalog. One row per product per effective
      *>          date: the row in force for a code is the latest one
      *>          effective on or before today, so a repricing can be
      *>          keyed ahead of time without touching what is being
      *>          offered now. A product prices as its base rate plus
      *>          the margin for the applicant's risk grade (1 best to
      *>          5), and only within its amount bounds and terms.
      *> ----------------------------------------------------------------
       01 LOAN-PRODUCT-RECORD.
           05 LPRD-KEY.
               10 LPRD-CODE           PIC X(6).
               10 LPRD-EFFECTIVE      PIC X(8).
           05 LPRD-STATUS         PIC X(1).
               88 LPRD-OFFERED        VALUE "A".
               88 LPRD-WITHDRAWN      VALUE "W".
           05 LPRD-PURPOSE        PIC X(30).
           05 LPRD-CURRENCY       PIC X(3).
           05 LPRD-MIN-AMOUNT     PIC 9(9)V99.
           05 LPRD-MAX-AMOUNT     PIC 9(9)V99.
      *> the terms (months) the product may be taken over; unused
      *> slots are zero.
           05 LPRD-TERMS.
               10 LPRD-TERM           PIC 9(3) OCCURS 8 TIMES.
           05 LPRD-BASE-RATE      PIC 9(3)V9(4).
      *> added to the base rate by the applicant's grade, 1 to 5.
           05 LPRD-MARGINS.
               10 LPRD-GRADE-MARGIN   PIC 9(2)V9(4) OCCURS 5 TIMES.
      *> the worst grade the product is offered to; an applicant
      *> graded beyond it is refused at entry.
           05 LPRD-MAX-GRADE      PIC 9(1).
           05 LPRD-UPDATED-BY     PIC X(10).
           05 LPRD-UPDATED-AT     PIC X(14).
      *> a variable-rate product's reference index (rate-index.cpy);
      *> LPRD-BASE-RATE is then its spread over the index, and loans
      *> originated from it stay linked. Spaces = fixed-rate product.
           05 LPRD-RATE-INDEX     PIC X(4).
           05 FILLER              PIC X(16).
