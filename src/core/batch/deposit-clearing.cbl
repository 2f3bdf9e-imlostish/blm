      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly deposited-check clearing - works the clearing
      *>          bank's returned-items file against the check holds,
      *>          charging each returned item back off the customer
      *>          (with the RETITEM fee and a notice) through
      *>          BLM-DEPCHK-CONTROLLER's return-item path. An item
      *>          that is not on file, was already charged back or
      *>          comes back for a different amount is an exception
      *>          for operations and charges nothing. Then every hold
      *>          whose release date has come is released, so the
      *>          money counts as available before the night's
      *>          payments, sweeps and releases run.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: CHKRET.DAT carries one
      *>                     "item-id,amount,reason" line per item
      *>                     returned unpaid.
      *>   15/10/2026 - jm - The charged-back total takes the amount the
      *>                     controller reports as charged, not the
      *>                     return file's amount, and counts a charge-
      *>                     back whose later steps failed.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-DEPOSIT-CLEARING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT RETURN-INPUT-FILE ASSIGN TO "CHKRET.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-INPUT-FILE
           LABEL RECORD STANDARD.
       01 RETURN-INPUT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-USER-ID           PIC X(10) VALUE "DEPCLEAR".
       77 WS-RET-CODE          PIC S9(4) COMP.
       COPY "op-fields.cpy".

      *> One returned item at a time.
       77 WS-RT-ITEM-ID        PIC X(10) VALUE SPACES.
       77 WS-RT-AMOUNT-TXT     PIC X(20) VALUE SPACES.
       77 WS-RT-REASON         PIC X(30) VALUE SPACES.
       77 WS-RT-REST           PIC X(20) VALUE SPACES.
       77 WS-RT-AMOUNT         PIC 9(9)V99 VALUE 0.
       77 WS-RT-CHARGED        PIC 9(9)V99 VALUE 0.

      *> Run counters, run-history and control-totals rows
       77 WS-ITEMS-READ        PIC 9(7) COMP VALUE 0.
       77 WS-ITEMS-CHARGED     PIC 9(7) COMP VALUE 0.
       77 WS-RETURN-EXCEPTIONS PIC 9(5) COMP VALUE 0.
       77 WS-CHARGED-TOTAL     PIC 9(11)V99 VALUE 0.
       77 WS-HOLDS-RELEASED    PIC 9(7) COMP VALUE 0.
       77 WS-RELEASED-TOTAL    PIC 9(11)V99 VALUE 0.
       77 WS-FIELD-IDX         PIC 9(4) COMP.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.
       COPY "control-totals.cpy"
           REPLACING ==CONTROL-TOTALS-RECORD== BY ==WS-CTOT-ENTRY==.
       77 WS-CTOT-RET-CODE     PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURNED-ITEMS
           PERFORM 3000-RELEASE-DUE-HOLDS
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Deposited Check Clearing ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "DEPOSIT-CLEARING" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-PROCESS-RETURNED-ITEMS - one "item-id,amount,reason" line
      *> per deposited check the paying bank sent back unpaid.
      *> ----------------------------------------------------------------
       2000-PROCESS-RETURNED-ITEMS.
           OPEN INPUT RETURN-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "No returned-items file (CHKRET.DAT) today."
               EXIT PARAGRAPH
           END-IF
           READ RETURN-INPUT-FILE
           PERFORM UNTIL WS-INPUT-STATUS NOT = "00"
               IF RETURN-INPUT-LINE NOT = SPACES
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 2100-PROCESS-ONE-ITEM
               END-IF
               READ RETURN-INPUT-FILE
           END-PERFORM
           CLOSE RETURN-INPUT-FILE.
           EXIT.

       2100-PROCESS-ONE-ITEM.
           MOVE SPACES TO WS-RT-ITEM-ID WS-RT-AMOUNT-TXT WS-RT-REASON
                          WS-RT-REST
           UNSTRING RETURN-INPUT-LINE DELIMITED BY ","
               INTO WS-RT-ITEM-ID WS-RT-AMOUNT-TXT WS-RT-REASON
                    WS-RT-REST
           MOVE 0 TO WS-RT-AMOUNT
           IF WS-RT-AMOUNT-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RT-AMOUNT-TXT) TO WS-RT-AMOUNT
           END-IF
           MOVE "id" TO OP-FIELD-NAME(1)
           MOVE WS-RT-ITEM-ID TO OP-FIELD-VALUE(1)
           MOVE "amount" TO OP-FIELD-NAME(2)
           MOVE WS-RT-AMOUNT-TXT TO OP-FIELD-VALUE(2)
           MOVE "reason" TO OP-FIELD-NAME(3)
           MOVE WS-RT-REASON TO OP-FIELD-VALUE(3)
           MOVE 3 TO OP-FIELD-COUNT
           CALL "BLM-DEPCHK-CONTROLLER" USING "return-item",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
      *>   the total is what the controller actually charged back -
      *>   the return file's amount may be blank - and counts even
      *>   when a later step of the return failed after the money
      *>   moved.
           MOVE 0 TO WS-RT-CHARGED
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > OP-FIELD-COUNT
               IF OP-FIELD-NAME(WS-FIELD-IDX) = "charged-amount"
                   MOVE FUNCTION NUMVAL(OP-FIELD-VALUE(WS-FIELD-IDX))
                        TO WS-RT-CHARGED
               END-IF
           END-PERFORM
           IF WS-RT-CHARGED > 0
               ADD 1 TO WS-ITEMS-CHARGED
               ADD WS-RT-CHARGED TO WS-CHARGED-TOTAL
           END-IF
           IF WS-RET-CODE NOT = 0
               IF WS-RT-CHARGED > 0
                   DISPLAY "EXCEPTION: returned item " WS-RT-ITEM-ID
                           " charged back " WS-RT-CHARGED
                           " but not completed (" WS-RET-CODE ")."
               ELSE
                   DISPLAY "EXCEPTION: returned item " WS-RT-ITEM-ID
                           " amount " WS-RT-AMOUNT " not charged "
                           "back (" WS-RET-CODE ")."
               END-IF
               ADD 1 TO WS-RETURN-EXCEPTIONS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-RELEASE-DUE-HOLDS - every hold whose release date has
      *> come goes RELEASED; the count and total come back for the
      *> job log.
      *> ----------------------------------------------------------------
       3000-RELEASE-DUE-HOLDS.
           MOVE 0 TO OP-FIELD-COUNT
           CALL "BLM-DEPCHK-CONTROLLER" USING "release-due",
                OP-FIELDS, OP-FIELD-COUNT, WS-USER-ID, WS-RET-CODE
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > OP-FIELD-COUNT
               EVALUATE OP-FIELD-NAME(WS-FIELD-IDX)
                   WHEN "released"
                       MOVE FUNCTION NUMVAL(
                            OP-FIELD-VALUE(WS-FIELD-IDX))
                            TO WS-HOLDS-RELEASED
                   WHEN "released-amt"
                       MOVE FUNCTION NUMVAL(
                            OP-FIELD-VALUE(WS-FIELD-IDX))
                            TO WS-RELEASED-TOTAL
               END-EVALUATE
           END-PERFORM.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Returned items read: " WS-ITEMS-READ
           DISPLAY "Items charged back: " WS-ITEMS-CHARGED
                   " total " WS-CHARGED-TOTAL
           DISPLAY "Returned-item exceptions: " WS-RETURN-EXCEPTIONS
           DISPLAY "Holds released: " WS-HOLDS-RELEASED
                   " total " WS-RELEASED-TOTAL
      *>   a charge-back takes money off customer balances; a release
      *>   moves none, so only the charge-backs are posted amounts.
           MOVE SPACES TO WS-CTOT-ENTRY
           MOVE "DEPOSIT-CLEARING" TO CTOT-JOB-NAME OF WS-CTOT-ENTRY
           MOVE WS-ITEMS-READ TO CTOT-RECORDS-IN OF WS-CTOT-ENTRY
           MOVE WS-ITEMS-CHARGED
                TO CTOT-RECORDS-POSTED OF WS-CTOT-ENTRY
           COMPUTE CTOT-AMOUNT-POSTED OF WS-CTOT-ENTRY =
                   0 - WS-CHARGED-TOTAL
           CALL "BLM-CTLTOT-CONTROLLER" USING "LOG", WS-CTOT-ENTRY,
                WS-CTOT-RET-CODE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "DEPOSIT-CLEARING" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-ITEMS-READ TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-RETURN-EXCEPTIONS TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-DEPOSIT-CLEARING.
