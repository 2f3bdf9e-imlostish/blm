      *> Purpose: Record layout for MCAT-MASTER-FILE, the small teller-
      *>          maintained merchant category table charges are coded
      *>          against (GROC, FUEL, DINE, ...), so the statement can
      *>          finally answer "where did my money go", and the
      *>          rewards points rate each category earns at.
      *> ----------------------------------------------------------------
       01 MCAT-RECORD.
           05 MCAT-CODE           PIC X(4).
           05 MCAT-DESC           PIC X(30).
           05 MCAT-UPDATED-BY     PIC X(10).
           05 MCAT-UPDATED-AT     PIC X(14).
      *> rewards points earned per USD of captured spend in this
      *> category. Spaces (rows written before the rewards program,
      *> or set without a rate) earn at the RWD-BASE-RATE switch.
           05 MCAT-POINTS-RATE    PIC X(4).
           05 MCAT-POINTS-RATE-N REDEFINES MCAT-POINTS-RATE
                                  PIC 9(2)V99.
           05 FILLER              PIC X(6).
