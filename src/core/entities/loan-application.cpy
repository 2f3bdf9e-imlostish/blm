      *>          here PENDING and only a teller underwriting decision
      *>          originates the real loan (or declines with a
      *>          reason). An approved row carries the id of the loan
      *>          it became. Each application is for a catalog
      *>          product (loan-product.cpy) and is priced at entry.
      *> ----------------------------------------------------------------
       01 LOAN-APP-RECORD.
           05 APP-ID              PIC X(10).
           05 APP-DECIDED-AT      PIC X(14).
           05 APP-DECLINE-REASON  PIC X(50).
           05 APP-LOAN-ID         PIC X(10).
      *> the catalog product applied for, and the applicant's risk
      *> grade it was priced at (0 = not yet graded, priced as 5);
      *> APP-RATE is that price.
           05 APP-PRODUCT-CODE    PIC X(6).
           05 APP-RISK-GRADE      PIC 9(1).
      *> the template reason code (letter-template.cpy) a decline was
      *> given under, spaces for a free-text reason. Was FILLER.
           05 APP-DECLINE-CODE    PIC X(3).
      *> LAYOUT NOTE: the record grew past its original FILLER when
      *> variable-rate products were added. Rows written before then
      *> must be rebuilt; they read as a fixed rate.
      *> the index a variable-rate product priced APP-RATE off and the
      *> margin over it (product spread plus grade margin), carried
      *> onto the loan at approval. Spaces = fixed rate.
           05 APP-RATE-INDEX      PIC X(4).
           05 APP-RATE-MARGIN     PIC S9(2)V9(4).
