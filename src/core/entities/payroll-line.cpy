      *> ----------------------------------------------------------------
      *> Copybook: payroll-line.cpy
      *> Purpose: Record layout for PAYROLL-LINE-FILE, one row per
      *>          line of a submitted payroll file, keyed by the batch
      *>          id and the line's position in the file. A line
      *>          rejected at submission stays on file with its reason
      *>          and never holds up the valid ones; the release marks
      *>          each valid line posted (with the transfer that
      *>          carried it) or failed.
      *> ----------------------------------------------------------------
       01 PAYROLL-LINE-RECORD.
           05 PRL-KEY.
               10 PRL-BATCH-ID     PIC X(10).
               10 PRL-LINE-NO      PIC 9(5).
      *> the recipient as the file gave it, and who it resolved to
           05 PRL-RECIPIENT        PIC X(30).
           05 PRL-TO-USER          PIC X(10).
           05 PRL-AMOUNT           PIC 9(9)V99.
           05 PRL-REFERENCE        PIC X(20).
           05 PRL-STATUS           PIC X(1).
               88 PRL-VALID            VALUE "V".
               88 PRL-REJECTED         VALUE "R".
               88 PRL-POSTED           VALUE "P".
               88 PRL-FAILED           VALUE "F".
           05 PRL-REASON           PIC X(30).
           05 PRL-TRANSFER-ID      PIC X(10).
           05 FILLER               PIC X(20).
