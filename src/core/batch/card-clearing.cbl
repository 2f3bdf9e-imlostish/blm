      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly card-network clearing import - reads the
      *>          merchant presentments the network settled today and
      *>          hands each one to BLM-CARD-CONTROLLER, which matches
      *>          it to an open authorization hold on card, merchant
      *>          and currency and captures the hold at the presented
      *>          amount, or force-posts it when no hold matches.
      *>          Anything that did not clear as an exact match is
      *>          written to the clearing exception report for the
      *>          card operations desk.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: CARDCLEAR.DAT carries one
      *>                     "ref,card,merchant,amount,currency,mcc"
      *>                     line per presentment; the exception
      *>                     report is CLEAREXC, replaced each night.
      *>                     Runs ahead of AUTH-EXPIRY so a hold
      *>                     settled tonight is captured, not expired.
      *>   15/10/2026 - jm - Each presentment passes its network
      *>                     reference to the card controller, which
      *>                     keeps it on the CHARGE journal row; a rerun
      *>                     skips any reference already cleared on the
      *>                     card, and an item with no reference goes to
      *>                     the exception report.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CARD-CLEARING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CLEARING-INPUT-FILE ASSIGN TO "CARDCLEAR.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INPUT-STATUS.
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.
             SELECT EXCEPTION-REPORT-FILE ASSIGN TO "CLEAREXC"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-INPUT-FILE
           LABEL RECORD STANDARD.
       01 CLEARING-INPUT-LINE    PIC X(120).
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".
       FD  EXCEPTION-REPORT-FILE
           LABEL RECORD STANDARD.
       01 EXCEPTION-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       77 WS-REPORT-STATUS     PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS       PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).

      *> One presentment at a time.
       77 WS-PRES-REF          PIC X(16) VALUE SPACES.
       77 WS-PRES-CARD         PIC X(10) VALUE SPACES.
       77 WS-PRES-MERCHANT     PIC X(40) VALUE SPACES.
       77 WS-PRES-AMOUNT-TXT   PIC X(20) VALUE SPACES.
       77 WS-PRES-CURRENCY     PIC X(3) VALUE SPACES.
       77 WS-PRES-MCC          PIC X(4) VALUE SPACES.
       77 WS-PRES-AMOUNT       PIC 9(9)V99 VALUE 0.
       77 WS-AMOUNT-EDIT       PIC Z(8)9.99.
       77 WS-DISPOSITION       PIC X(14) VALUE SPACES.
      *> Set when the presentment's reference is already on a CHARGE
      *> row for the card - cleared by an earlier run of the file.
       77 WS-ALREADY-CLEARED   PIC X VALUE "N".
           88 ALREADY-CLEARED    VALUE "Y".

      *> Card controller call - the authorization id the item landed
      *> on comes back in the user-id slot, the disposition in the
      *> return code.
       COPY "op-fields.cpy".
       77 WS-CLEAR-AUTH-ID     PIC X(10) VALUE SPACES.
       77 WS-CLEAR-RET-CODE    PIC S9(4) COMP.

      *> Exception report - heading and one detail per unclean item.
       01 WS-RPT-HEADING.
           05 FILLER           PIC X(33)
               VALUE "CARD CLEARING EXCEPTIONS - RUN ".
           05 WS-RPT-HDR-DATE  PIC 9(8).
           05 FILLER           PIC X(91) VALUE SPACES.
       01 WS-RPT-COLUMNS.
           05 FILLER           PIC X(28)
               VALUE "REFERENCE        CARD       ".
           05 FILLER           PIC X(41) VALUE "MERCHANT".
           05 FILLER           PIC X(32)
               VALUE "      AMOUNT CCY DISPOSITION    ".
           05 FILLER           PIC X(31) VALUE "AUTH".
       01 WS-RPT-DETAIL.
           05 WS-RPT-REF       PIC X(16).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-CARD      PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-MERCHANT  PIC X(40).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-AMOUNT    PIC Z(8)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-CCY       PIC X(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-DISP      PIC X(14).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-AUTH      PIC X(10).
           05 FILLER           PIC X(21) VALUE SPACES.
       01 WS-RPT-TOTALS.
           05 FILLER           PIC X(20) VALUE "EXCEPTION ITEMS: ".
           05 WS-RPT-TOT-COUNT PIC Z(5)9.
           05 FILLER           PIC X(106) VALUE SPACES.

      *> Run counters, run-history and control-totals rows
       77 WS-ITEMS-READ        PIC 9(7) COMP VALUE 0.
       77 WS-ITEMS-CAPTURED    PIC 9(7) COMP VALUE 0.
       77 WS-ITEMS-EXACT       PIC 9(7) COMP VALUE 0.
       77 WS-ITEMS-PARTIAL     PIC 9(5) COMP VALUE 0.
       77 WS-ITEMS-OVER        PIC 9(5) COMP VALUE 0.
       77 WS-ITEMS-FORCED      PIC 9(5) COMP VALUE 0.
       77 WS-ITEMS-REJECTED    PIC 9(5) COMP VALUE 0.
       77 WS-ITEMS-EXCEPTION   PIC 9(5) COMP VALUE 0.
       77 WS-ITEMS-DUPLICATE   PIC 9(5) COMP VALUE 0.
       77 WS-CAPTURED-TOTAL    PIC 9(11)V99 VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.
       COPY "control-totals.cpy"
           REPLACING ==CONTROL-TOTALS-RECORD== BY ==WS-CTOT-ENTRY==.
       77 WS-CTOT-RET-CODE     PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PRESENTMENTS
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Card Network Clearing Import ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE
           WRITE EXCEPTION-REPORT-LINE FROM WS-RPT-HEADING
           WRITE EXCEPTION-REPORT-LINE FROM WS-RPT-COLUMNS
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CARD-CLEARING" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-PROCESS-PRESENTMENTS - one presentment per line.
      *> ----------------------------------------------------------------
       2000-PROCESS-PRESENTMENTS.
           OPEN INPUT CLEARING-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "No clearing file (CARDCLEAR.DAT) today."
               EXIT PARAGRAPH
           END-IF
           READ CLEARING-INPUT-FILE
           PERFORM UNTIL WS-INPUT-STATUS NOT = "00"
               IF CLEARING-INPUT-LINE NOT = SPACES
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 2100-CLEAR-ONE-ITEM
               END-IF
               READ CLEARING-INPUT-FILE
           END-PERFORM
           CLOSE CLEARING-INPUT-FILE.
           EXIT.

       2100-CLEAR-ONE-ITEM.
           MOVE SPACES TO WS-PRES-REF WS-PRES-CARD WS-PRES-MERCHANT
                          WS-PRES-AMOUNT-TXT WS-PRES-CURRENCY
                          WS-PRES-MCC
           UNSTRING CLEARING-INPUT-LINE DELIMITED BY ","
               INTO WS-PRES-REF WS-PRES-CARD WS-PRES-MERCHANT
                    WS-PRES-AMOUNT-TXT WS-PRES-CURRENCY WS-PRES-MCC
           MOVE FUNCTION NUMVAL(WS-PRES-AMOUNT-TXT) TO WS-PRES-AMOUNT
           IF WS-PRES-CURRENCY = SPACES
               MOVE "USD" TO WS-PRES-CURRENCY
           END-IF
           MOVE SPACES TO WS-CLEAR-AUTH-ID
           IF WS-PRES-AMOUNT = 0
               MOVE "BAD-AMOUNT" TO WS-DISPOSITION
               ADD 1 TO WS-ITEMS-REJECTED
               PERFORM 2300-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-PRES-REF = SPACES
               MOVE "NO-REFERENCE" TO WS-DISPOSITION
               ADD 1 TO WS-ITEMS-REJECTED
               PERFORM 2300-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 2150-CHECK-ALREADY-CLEARED
           IF ALREADY-CLEARED
               MOVE WS-PRES-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY "ALREADY-CLEARED " WS-PRES-REF " card "
                       WS-PRES-CARD " " WS-AMOUNT-EDIT " - skipped"
               ADD 1 TO WS-ITEMS-DUPLICATE
               EXIT PARAGRAPH
           END-IF

           MOVE "card" TO OP-FIELD-NAME(1)
           MOVE WS-PRES-CARD TO OP-FIELD-VALUE(1)
           MOVE "merchant" TO OP-FIELD-NAME(2)
           MOVE WS-PRES-MERCHANT TO OP-FIELD-VALUE(2)
           MOVE "amount" TO OP-FIELD-NAME(3)
           MOVE WS-PRES-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO OP-FIELD-VALUE(3)
           MOVE "currency" TO OP-FIELD-NAME(4)
           MOVE WS-PRES-CURRENCY TO OP-FIELD-VALUE(4)
           MOVE "category" TO OP-FIELD-NAME(5)
           MOVE WS-PRES-MCC TO OP-FIELD-VALUE(5)
           MOVE "ref" TO OP-FIELD-NAME(6)
           MOVE WS-PRES-REF TO OP-FIELD-VALUE(6)
           MOVE 6 TO OP-FIELD-COUNT
           MOVE "CLEARING" TO WS-CLEAR-AUTH-ID
           CALL "BLM-CARD-CONTROLLER" USING "clear-presentment",
                OP-FIELDS, OP-FIELD-COUNT, WS-CLEAR-AUTH-ID,
                WS-CLEAR-RET-CODE
           PERFORM 2200-TALLY-DISPOSITION
           DISPLAY WS-DISPOSITION " " WS-PRES-REF " card "
                   WS-PRES-CARD " " WS-AMOUNT-EDIT " "
                   WS-PRES-CURRENCY " auth " WS-CLEAR-AUTH-ID
           IF WS-CLEAR-RET-CODE NOT = 0
               PERFORM 2300-WRITE-EXCEPTION
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2150-CHECK-ALREADY-CLEARED - the network resends a file after
      *> an outage, and an operator may rerun the night. A capture or
      *> force-post carries the presentment's reference on its CHARGE
      *> row, so one already on the card's journal cleared before.
      *> ----------------------------------------------------------------
       2150-CHECK-ALREADY-CLEARED.
           MOVE "N" TO WS-ALREADY-CLEARED
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               READ JOURNAL-FILE
               PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
                       OR ALREADY-CLEARED
                   IF JRNL-SOURCE-TYPE = "PRIOR-ADJ"
                       MOVE JRNL-ADJ-SOURCE TO JRNL-SOURCE-TYPE
                   END-IF
                   IF JRNL-ACCOUNT-ID = WS-PRES-CARD
                           AND JRNL-SOURCE-TYPE = "CHARGE"
                           AND JRNL-EXT-REF = WS-PRES-REF
                       MOVE "Y" TO WS-ALREADY-CLEARED
                   END-IF
                   READ JOURNAL-FILE
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           EXIT.

       2200-TALLY-DISPOSITION.
           EVALUATE WS-CLEAR-RET-CODE
               WHEN 0
                   MOVE "CAPTURED" TO WS-DISPOSITION
                   ADD 1 TO WS-ITEMS-EXACT
               WHEN 1
                   MOVE "PARTIAL" TO WS-DISPOSITION
                   ADD 1 TO WS-ITEMS-PARTIAL
               WHEN 2
                   MOVE "OVER-CAPTURE" TO WS-DISPOSITION
                   ADD 1 TO WS-ITEMS-OVER
               WHEN 3
                   MOVE "FORCE-POST" TO WS-DISPOSITION
                   ADD 1 TO WS-ITEMS-FORCED
               WHEN 8
                   MOVE "OVER-TOLERANCE" TO WS-DISPOSITION
                   ADD 1 TO WS-ITEMS-REJECTED
               WHEN 4
                   MOVE "NO-SUCH-CARD" TO WS-DISPOSITION
                   MOVE SPACES TO WS-CLEAR-AUTH-ID
                   ADD 1 TO WS-ITEMS-REJECTED
               WHEN 24
                   MOVE "CARD-BUSY" TO WS-DISPOSITION
                   MOVE SPACES TO WS-CLEAR-AUTH-ID
                   ADD 1 TO WS-ITEMS-REJECTED
               WHEN OTHER
                   MOVE "NOT-CLEARED" TO WS-DISPOSITION
                   MOVE SPACES TO WS-CLEAR-AUTH-ID
                   ADD 1 TO WS-ITEMS-REJECTED
           END-EVALUATE
           IF WS-CLEAR-RET-CODE >= 0 AND WS-CLEAR-RET-CODE <= 3
               ADD 1 TO WS-ITEMS-CAPTURED
               ADD WS-PRES-AMOUNT TO WS-CAPTURED-TOTAL
           END-IF.
           EXIT.

       2300-WRITE-EXCEPTION.
           MOVE WS-PRES-REF TO WS-RPT-REF
           MOVE WS-PRES-CARD TO WS-RPT-CARD
           MOVE WS-PRES-MERCHANT TO WS-RPT-MERCHANT
           MOVE WS-PRES-AMOUNT TO WS-RPT-AMOUNT
           MOVE WS-PRES-CURRENCY TO WS-RPT-CCY
           MOVE WS-DISPOSITION TO WS-RPT-DISP
           MOVE WS-CLEAR-AUTH-ID TO WS-RPT-AUTH
           WRITE EXCEPTION-REPORT-LINE FROM WS-RPT-DETAIL
           ADD 1 TO WS-ITEMS-EXCEPTION.
           EXIT.

       9000-FINISH.
           MOVE WS-ITEMS-EXCEPTION TO WS-RPT-TOT-COUNT
           WRITE EXCEPTION-REPORT-LINE FROM WS-RPT-TOTALS
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY " "
           DISPLAY "Presentments read: " WS-ITEMS-READ
           DISPLAY "Captured exact: " WS-ITEMS-EXACT
           DISPLAY "Partial captures: " WS-ITEMS-PARTIAL
           DISPLAY "Over-captures in tolerance: " WS-ITEMS-OVER
           DISPLAY "Force-posted, no prior auth: " WS-ITEMS-FORCED
           DISPLAY "Not cleared: " WS-ITEMS-REJECTED
           DISPLAY "Already cleared, skipped: " WS-ITEMS-DUPLICATE
           DISPLAY "Exception report lines: " WS-ITEMS-EXCEPTION
      *>   presented figures, in the presentment currency; the card
      *>   balances themselves move in USD through the journal.
           MOVE SPACES TO WS-CTOT-ENTRY
           MOVE "CARD-CLEARING" TO CTOT-JOB-NAME OF WS-CTOT-ENTRY
           MOVE WS-ITEMS-READ TO CTOT-RECORDS-IN OF WS-CTOT-ENTRY
           MOVE WS-ITEMS-CAPTURED
                TO CTOT-RECORDS-POSTED OF WS-CTOT-ENTRY
           MOVE WS-CAPTURED-TOTAL
                TO CTOT-AMOUNT-POSTED OF WS-CTOT-ENTRY
           CALL "BLM-CTLTOT-CONTROLLER" USING "LOG", WS-CTOT-ENTRY,
                WS-CTOT-RET-CODE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CARD-CLEARING" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-ITEMS-READ TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-ITEMS-EXCEPTION TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-CARD-CLEARING.
