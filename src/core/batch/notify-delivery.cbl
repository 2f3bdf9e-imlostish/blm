      *> Author: imlostish
      *> Date:   11/09/2025
      *> Purpose: Nightly notification delivery - thin driver around
      *>          BLM-NOTIFY-CONTROLLER's deliver pass, which renders
      *>          every NEW outbox message onto the email spool (or
      *>          leaves it to the inbox) and marks it DELIVERED.
      *>          First it reads back the mail gateway's bounce file
      *>          so a bad address is known before tonight's messages.
      *> License: MIT
      *> Modification History:
      *>   11/09/2025 - jm - First cut.
      *>   15/10/2026 - jm - Reads the gateway's MAILBNC bounce file
      *>                     into the controller's bounce op ahead of
      *>                     the deliver pass. Reading the same file
      *>                     twice is harmless: an address already
      *>                     marked, or since changed, is left alone.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-NOTIFY-DELIVERY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT MAIL-BOUNCE-FILE ASSIGN TO "MAILBNC"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BOUNCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAIL-BOUNCE-FILE
           LABEL RECORD STANDARD.
           COPY "mail-bounce.cpy".

       WORKING-STORAGE SECTION.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-USER-ID           PIC X(10) VALUE SPACES.
       77 WS-RET-CODE          PIC S9(4) COMP.
       77 WS-BOUNCE-STATUS     PIC XX VALUE SPACES.
       77 WS-BOUNCES-READ      PIC 9(5) COMP VALUE 0.
       77 WS-BOUNCES-UNKNOWN   PIC 9(5) COMP VALUE 0.
       COPY "op-fields.cpy".

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Nightly Notification Delivery ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           PERFORM 1000-READ-BOUNCES
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "deliver", OP-FIELDS,
                OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-READ-BOUNCES - one bounce op per line of the gateway's
      *> bounce file; no file means nothing came back.
      *> ----------------------------------------------------------------
       1000-READ-BOUNCES.
           OPEN INPUT MAIL-BOUNCE-FILE
           IF WS-BOUNCE-STATUS NOT = "00"
               DISPLAY "No bounce file from the mail gateway."
               EXIT PARAGRAPH
           END-IF
           READ MAIL-BOUNCE-FILE
           PERFORM UNTIL WS-BOUNCE-STATUS NOT = "00"
               IF MBNC-MSG-ID NOT = SPACES
                   ADD 1 TO WS-BOUNCES-READ
                   MOVE 3 TO OP-FIELD-COUNT
                   MOVE "id" TO OP-FIELD-NAME(1)
                   MOVE MBNC-MSG-ID TO OP-FIELD-VALUE(1)
                   MOVE "to" TO OP-FIELD-NAME(2)
                   MOVE MBNC-TO TO OP-FIELD-VALUE(2)
                   MOVE "kind" TO OP-FIELD-NAME(3)
                   MOVE MBNC-KIND TO OP-FIELD-VALUE(3)
                   CALL "BLM-NOTIFY-CONTROLLER" USING "bounce",
                        OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID,
                        WS-RET-CODE
                   IF WS-RET-CODE = 4
                       ADD 1 TO WS-BOUNCES-UNKNOWN
                   END-IF
               END-IF
               READ MAIL-BOUNCE-FILE
           END-PERFORM
           CLOSE MAIL-BOUNCE-FILE
           DISPLAY "Bounces read back: " WS-BOUNCES-READ
                   ", for unknown messages: " WS-BOUNCES-UNKNOWN.
           EXIT.

       END PROGRAM BLM-NOTIFY-DELIVERY.
