      *> ----------------------------------------------------------------
      *> Copybook: bureau-correction.cpy
      *> Purpose: Record layout for BUREAU-CORRECTION-FILE (BURCORR),
      *>          a correction to what was reported to the credit
      *>          bureaus for one card or loan in one month, entered
      *>          by staff when a customer's dispute is upheld. It
      *>          carries the month's values as they should have been
      *>          reported; the next CREDIT-BUREAU run sends it as an
      *>          update record and writes it back over the history.
      *> ----------------------------------------------------------------
       01 BUREAU-CORRECTION-RECORD.
           05 BCOR-ID             PIC X(10).
           05 BCOR-ACCOUNT-ID     PIC X(10).
           05 BCOR-PERIOD         PIC X(6).
           05 BCOR-ACCT-TYPE      PIC X(1).
           05 BCOR-USER-ID        PIC X(10).
           05 BCOR-BALANCE        PIC S9(9)V99.
           05 BCOR-LIMIT-OR-ORIG  PIC 9(9)V99.
           05 BCOR-SCHED-PAYMENT  PIC 9(9)V99.
           05 BCOR-PAST-DUE       PIC 9(9)V99.
           05 BCOR-DELINQ-STATUS  PIC X(3).
           05 BCOR-ACCT-STATUS    PIC X(2).
           05 BCOR-REASON         PIC X(60).
      *> the complaint case the dispute was logged under, if any.
           05 BCOR-CASE-ID        PIC X(10).
           05 BCOR-STATUS         PIC X(1).
               88 BCOR-PENDING      VALUE "P".
               88 BCOR-REPORTED     VALUE "R".
           05 BCOR-ENTERED-BY     PIC X(10).
           05 BCOR-ENTERED-AT     PIC X(14).
      *> the reporting month whose file carried the update.
           05 BCOR-REPORTED-IN    PIC X(6).
           05 FILLER              PIC X(20).
