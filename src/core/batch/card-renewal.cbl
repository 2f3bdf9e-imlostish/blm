      *>                     browse. Already-renewed cards (a
      *>                     CARD-REPLACED-BY on file) are skipped, so
      *>                     the nightly rerun is harmless.
      *>   15/10/2026 - jm - The successor card starts current on the
      *>                     delinquency aging.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CARD-RENEWAL.
           MOVE SPACES TO CARD-DUE-DATE
           MOVE SPACES TO CARD-CYCLE-DATE
           MOVE "N" TO CARD-LATE-FLAG
           MOVE 0 TO CARD-DELINQ-BUCKET
           MOVE "N" TO CARD-DELINQ-BLOCK
           WRITE CREDIT-CARD-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error issuing successor for "
