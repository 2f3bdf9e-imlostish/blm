      *> ----------------------------------------------------------------
      *> Copybook: payroll-batch.cpy
      *> Purpose: Record layout for PAYROLL-BATCH-FILE, one row per
      *>          payroll file a business customer (or a teller on
      *>          their behalf) has submitted. The file is validated
      *>          as a whole at submission - control total, recipients,
      *>          amounts and funds - and its good lines are released
      *>          together on the value date by the nightly
      *>          PAYROLL-RELEASE job: one summary debit off the
      *>          business, one credit per line. The per-line results
      *>          live on PAYROLL-LINE-FILE under the same batch id.
      *> ----------------------------------------------------------------
       01 PAYROLL-BATCH-RECORD.
           05 PRB-ID               PIC X(10).
           05 PRB-USER-ID          PIC X(10).
           05 PRB-SUBMITTED-BY     PIC X(10).
           05 PRB-SUBMITTED-AT     PIC X(14).
           05 PRB-FILE-NAME        PIC X(40).
           05 PRB-VALUE-DATE       PIC X(8).
      *> the total the submitter declared, and what the file held
           05 PRB-CONTROL-TOTAL    PIC 9(9)V99.
           05 PRB-LINE-COUNT       PIC 9(5).
           05 PRB-VALID-COUNT      PIC 9(5).
           05 PRB-VALID-TOTAL      PIC 9(9)V99.
           05 PRB-REJECT-COUNT     PIC 9(5).
           05 PRB-STATUS           PIC X(1).
               88 PRB-SCHEDULED        VALUE "S".
      *>       the summary debit is taken and the lines are being
      *>       paid; a release cut short resumes from here
               88 PRB-IN-RELEASE       VALUE "I".
               88 PRB-RELEASED         VALUE "R".
               88 PRB-FAILED           VALUE "F".
               88 PRB-CANCELLED        VALUE "X".
      *> filled in by the release
           05 PRB-RELEASED-AT      PIC X(14).
           05 PRB-POSTED-COUNT     PIC 9(5).
           05 PRB-POSTED-TOTAL     PIC 9(9)V99.
           05 PRB-FAILED-COUNT     PIC 9(5).
           05 PRB-NOTE             PIC X(40).
           05 FILLER               PIC X(20).
