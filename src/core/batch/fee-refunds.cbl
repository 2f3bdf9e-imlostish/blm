      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Monthly fee refund report - the fee refunds tellers
      *>          applied in the month off FEE-REFUND-FILE, totalled by
      *>          reason code, by the teller who raised them and by fee
      *>          code, with the refunds still waiting on a supervisor,
      *>          so goodwill giveaways and disputed charges can be
      *>          watched by teller. "fee-refunds [YYYYMM]" - the
      *>          argument reports a past month; the default is the
      *>          month of the run date.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: applied refunds counted in the
      *>                     month they were decided, rejected ones
      *>                     left out, with START/END rows to the
      *>                     run-history ledger like the other jobs.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-FEE-REFUNDS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT FEE-REFUND-FILE ASSIGN TO "FEEREFND"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FRF-ID
                 FILE STATUS IS WS-FRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-REFUND-FILE
           LABEL RECORD STANDARD.
           COPY "fee-refund.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FRF-STATUS        PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-ARGS-LENGTH       PIC 9(4) COMP.
       77 WS-REPORT-PERIOD     PIC X(6) VALUE SPACES.
       77 WS-IDX               PIC 9(4) COMP VALUE 0.
       77 WS-FOUND-IDX         PIC 9(4) COMP VALUE 0.
       77 WS-COUNT-EDIT        PIC Z(6)9.
       77 WS-AMOUNT-EDIT       PIC Z(10)9.99.

      *> Month totals
       77 WS-REFUND-COUNT      PIC 9(7) COMP VALUE 0.
       77 WS-REFUND-TOTAL      PIC 9(11)V99 VALUE 0.
       77 WS-PENDING-COUNT     PIC 9(7) COMP VALUE 0.
       77 WS-PENDING-TOTAL     PIC 9(11)V99 VALUE 0.
       77 WS-TELLER-OVERFLOW   PIC 9(7) COMP VALUE 0.

      *> By reason code - the five codes the refund takes, then OTHER
      *> for anything keyed in before a code was retired.
       01 WS-REASON-NAMES.
           05 FILLER PIC X(22) VALUE "BERR  Bank error      ".
           05 FILLER PIC X(22) VALUE "GOOD  Goodwill        ".
           05 FILLER PIC X(22) VALUE "DISP  Dispute upheld  ".
           05 FILLER PIC X(22) VALUE "HARD  Hardship        ".
           05 FILLER PIC X(22) VALUE "DUPL  Duplicate charge".
           05 FILLER PIC X(22) VALUE "OTHR  Other           ".
       01 WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
           05 WS-RSN-ENTRY OCCURS 6 TIMES.
               10 WS-RSN-CODE      PIC X(4).
               10 FILLER           PIC X(2).
               10 WS-RSN-LABEL     PIC X(16).
       01 WS-REASON-TOTALS.
           05 WS-RSN-TOTAL OCCURS 6 TIMES.
               10 WS-RSN-COUNT     PIC 9(7) COMP.
               10 WS-RSN-AMOUNT    PIC 9(11)V99.

      *> By fee code
       01 WS-CODE-NAMES.
           05 FILLER PIC X(8) VALUE "LATEFEE".
           05 FILLER PIC X(8) VALUE "PAYFEE".
           05 FILLER PIC X(8) VALUE "XFERFEE".
           05 FILLER PIC X(8) VALUE "MAINTFEE".
       01 WS-CODE-TABLE REDEFINES WS-CODE-NAMES.
           05 WS-CODE-NAME OCCURS 4 TIMES PIC X(8).
       01 WS-CODE-TOTALS.
           05 WS-CODE-TOTAL OCCURS 4 TIMES.
               10 WS-CODE-COUNT    PIC 9(7) COMP.
               10 WS-CODE-AMOUNT   PIC 9(11)V99.

      *> By teller - one slot per teller seen in the month; refunds
      *> past the last slot are counted in WS-TELLER-OVERFLOW.
       77 WS-TELLER-USED       PIC 9(4) COMP VALUE 0.
       01 WS-TELLER-TABLE.
           05 WS-TELLER-ENTRY OCCURS 200 TIMES.
               10 WS-TLR-ID        PIC X(10).
               10 WS-TLR-COUNT     PIC 9(7) COMP.
               10 WS-TLR-AMOUNT    PIC 9(11)V99.

      *> Run-history ledger rows for the operations summary
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-REFUNDS
           PERFORM 3000-PRINT-REPORT
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - captures the run date and the month to
      *> report (the argument, or the month of the run date).
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-PERIOD
           ACCEPT WS-ARGS-LENGTH FROM ARGUMENT-NUMBER
           IF WS-ARGS-LENGTH > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-REPORT-PERIOD FROM ARGUMENT-VALUE
           END-IF
           INITIALIZE WS-REASON-TOTALS
           INITIALIZE WS-CODE-TOTALS
           INITIALIZE WS-TELLER-TABLE
           DISPLAY "=== Fee Refund Report ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           DISPLAY "Period:   " WS-REPORT-PERIOD
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "FEE-REFUNDS" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-READ-REFUNDS - one pass over the refund file: applied
      *> refunds decided in the month go into the totals, and every
      *> refund still pending is counted whatever month it was raised.
      *> ----------------------------------------------------------------
       2000-READ-REFUNDS.
           OPEN INPUT FEE-REFUND-FILE
           IF WS-FRF-STATUS NOT = "00"
               DISPLAY "No fee refunds on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FRF-ID
           START FEE-REFUND-FILE KEY IS NOT LESS THAN FRF-ID
           IF WS-FRF-STATUS = "00"
               READ FEE-REFUND-FILE NEXT RECORD
               PERFORM UNTIL WS-FRF-STATUS NOT = "00"
                   EVALUATE TRUE
                       WHEN FRF-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           ADD FRF-REFUND-AMOUNT TO WS-PENDING-TOTAL
                       WHEN FRF-APPLIED
                               AND FRF-DECIDED-AT(1:6)
                                   = WS-REPORT-PERIOD
                           PERFORM 2100-ADD-REFUND
                   END-EVALUATE
                   READ FEE-REFUND-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE FEE-REFUND-FILE.
           EXIT.

       2100-ADD-REFUND.
           ADD 1 TO WS-REFUND-COUNT
           ADD FRF-REFUND-AMOUNT TO WS-REFUND-TOTAL
           MOVE 6 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               IF WS-RSN-CODE(WS-IDX) = FRF-REASON
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           ADD 1 TO WS-RSN-COUNT(WS-FOUND-IDX)
           ADD FRF-REFUND-AMOUNT TO WS-RSN-AMOUNT(WS-FOUND-IDX)
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-CODE-NAME(WS-IDX) = FRF-FEE-CODE
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
               ADD 1 TO WS-CODE-COUNT(WS-FOUND-IDX)
               ADD FRF-REFUND-AMOUNT TO WS-CODE-AMOUNT(WS-FOUND-IDX)
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TELLER-USED
               IF WS-TLR-ID(WS-IDX) = FRF-REQUESTED-BY
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-TELLER-USED < 200
                   ADD 1 TO WS-TELLER-USED
                   MOVE WS-TELLER-USED TO WS-FOUND-IDX
                   MOVE FRF-REQUESTED-BY TO WS-TLR-ID(WS-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-TELLER-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-TLR-COUNT(WS-FOUND-IDX)
           ADD FRF-REFUND-AMOUNT TO WS-TLR-AMOUNT(WS-FOUND-IDX).
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-PRINT-REPORT - the three breakdowns and the pending line.
      *> ----------------------------------------------------------------
       3000-PRINT-REPORT.
           DISPLAY " "
           DISPLAY "--- Refunds by reason ---"
           DISPLAY "Reason                  Refunds     USD refunded"
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               MOVE WS-RSN-COUNT(WS-IDX) TO WS-COUNT-EDIT
               MOVE WS-RSN-AMOUNT(WS-IDX) TO WS-AMOUNT-EDIT
               DISPLAY WS-RSN-CODE(WS-IDX) "  " WS-RSN-LABEL(WS-IDX)
                       "  " WS-COUNT-EDIT "  " WS-AMOUNT-EDIT
           END-PERFORM
           DISPLAY " "
           DISPLAY "--- Refunds by teller ---"
           DISPLAY "Teller                  Refunds     USD refunded"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TELLER-USED
               MOVE WS-TLR-COUNT(WS-IDX) TO WS-COUNT-EDIT
               MOVE WS-TLR-AMOUNT(WS-IDX) TO WS-AMOUNT-EDIT
               DISPLAY WS-TLR-ID(WS-IDX) "              "
                       WS-COUNT-EDIT "  " WS-AMOUNT-EDIT
           END-PERFORM
           IF WS-TELLER-OVERFLOW > 0
               DISPLAY "EXCEPTION: " WS-TELLER-OVERFLOW
                       " refunds by tellers past the report table "
                       "are in the totals only."
           END-IF
           DISPLAY " "
           DISPLAY "--- Refunds by fee code ---"
           DISPLAY "Fee code                Refunds     USD refunded"
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE WS-CODE-COUNT(WS-IDX) TO WS-COUNT-EDIT
               MOVE WS-CODE-AMOUNT(WS-IDX) TO WS-AMOUNT-EDIT
               DISPLAY WS-CODE-NAME(WS-IDX) "                "
                       WS-COUNT-EDIT "  " WS-AMOUNT-EDIT
           END-PERFORM
           DISPLAY " "
           MOVE WS-REFUND-COUNT TO WS-COUNT-EDIT
           MOVE WS-REFUND-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "TOTAL                   " WS-COUNT-EDIT "  "
                   WS-AMOUNT-EDIT
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
           MOVE WS-PENDING-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "Awaiting approval       " WS-COUNT-EDIT "  "
                   WS-AMOUNT-EDIT.
           EXIT.

       9000-FINISH.
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "FEE-REFUNDS" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-REFUND-COUNT TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-TELLER-OVERFLOW TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-FEE-REFUNDS.
