      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly rewards-points expiry - thin driver around
      *>          BLM-REWARDS-CONTROLLER's expire pass, which takes
      *>          the points left on every earn lot past its
      *>          RWD-EXPIRY-DAYS life off the card.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-REWARDS-EXPIRY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-USER-ID           PIC X(10) VALUE SPACES.
       77 WS-RET-CODE          PIC S9(4) COMP.
       COPY "op-fields.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Nightly Rewards-Points Expiry ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-REWARDS-CONTROLLER" USING "expire",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           STOP RUN.

       END PROGRAM BLM-REWARDS-EXPIRY.
