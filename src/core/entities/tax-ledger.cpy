      *> ----------------------------------------------------------------
      *> Copybook: tax-ledger.cpy
      *> Purpose: Record layout for TAX-LEDGER-FILE, the append-only
      *>          tax reporting ledger: one row per interest credit
      *>          paid to a customer (deposit interest, term-deposit
      *>          interest), with the backup withholding taken from
      *>          it, if any. Written only by BLM-WITHHOLD-CONTROLLER;
      *>          the year-end BLM-TAX-INFO job folds it into the
      *>          filing agent's file.
      *> ----------------------------------------------------------------
       01 TAX-LEDGER-RECORD.
           05 TAXL-TIMESTAMP      PIC X(14).
           05 TAXL-TAX-YEAR       PIC X(4).
           05 TAXL-USER-ID        PIC X(10).
      *> the journal source type of the interest credit (DEP-INT,
      *> TD-INT) and the document behind it.
           05 TAXL-INCOME-TYPE    PIC X(10).
           05 TAXL-SOURCE-ID      PIC X(10).
           05 TAXL-GROSS-AMT      PIC 9(9)V99.
           05 TAXL-WITHHELD-AMT   PIC 9(9)V99.
           05 TAXL-WH-RATE        PIC 9(3)V99.
      *> the customer's TIN certification when the credit was paid.
           05 TAXL-TIN-STATUS     PIC X(1).
               88 TAXL-TIN-CERTIFIED VALUE "C".
               88 TAXL-TIN-UNCERTIFIED VALUE "N".
           05 TAXL-WH-RESULT      PIC X(1).
               88 TAXL-WH-NOT-DUE    VALUE "N".
               88 TAXL-WH-POSTED     VALUE "P".
               88 TAXL-WH-FAILED     VALUE "F".
      *> the deposit account the interest was paid to, when it was
      *> not the customer's primary (cash-balance) account; the
      *> withholding comes back off the same account.
           05 TAXL-ACCT-NO        PIC X(10).
