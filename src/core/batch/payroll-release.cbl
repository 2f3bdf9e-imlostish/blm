      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly payroll release - thin driver around
      *>          BLM-PAYROLL-CONTROLLER's release-due pass, which pays
      *>          every scheduled payroll batch whose value date has
      *>          arrived: one summary debit off the business, one
      *>          credit per good line through the transfer path, and
      *>          the per-line result on the job log.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-PAYROLL-RELEASE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-USER-ID           PIC X(10) VALUE "PAYROLL".
       77 WS-RET-CODE          PIC S9(4) COMP.
       77 WS-CAL-DATE          PIC X(8) VALUE SPACES.
       77 WS-CAL-VALUE         PIC X(2) VALUE SPACES.
       77 WS-CAL-ACTING        PIC X(10) VALUE SPACES.
       77 WS-CAL-RET-CODE      PIC S9(4) COMP.
       COPY "op-fields.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Nightly Payroll Release ==="
           DISPLAY "Run date: " WS-TODAY-DATE
      *>   payroll moves on business days only, like any value-dated
      *>   transfer: a value date on a weekend or holiday is paid on
      *>   the next business night's run.
           MOVE WS-TODAY-DATE TO WS-CAL-DATE
           MOVE SPACES TO WS-CAL-VALUE
           CALL "BLM-CALENDAR-CONTROLLER" USING "CHECK",
                WS-CAL-DATE, WS-CAL-VALUE, WS-CAL-ACTING,
                WS-CAL-RET-CODE
           IF WS-CAL-VALUE(1:1) NOT = "B"
               DISPLAY "Not a business day (" WS-CAL-VALUE(1:1)
                       "); due payroll batches wait for the next "
                       "business night."
               STOP RUN
           END-IF
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-PAYROLL-CONTROLLER" USING "release-due",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           STOP RUN.

       END PROGRAM BLM-PAYROLL-RELEASE.
