      *>                     a.m. close shares a date with the whole
      *>                     following business day, and a date-only
      *>                     cutoff dropped that day's postings.
      *>   15/10/2026 - jm - Inbound-credit suspense aging: open
      *>                     items on SUSPMSTR by age band, with the
      *>                     oldest called out, so a queue nobody is
      *>                     working shows up on the morning page.
      *>   15/10/2026 - jm - Teller cash drawers: every drawer opened
      *>                     on the latest business day on CASHDRWR,
      *>                     with its float, movement, count and
      *>                     over/short, the day's totals, and a red
      *>                     letter for any drawer left open.
      *>   12/09/2025 - jm - First cut. A job with a START but no END
      *>                     is called out as not finished.
      *> ----------------------------------------------------------------
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.
             SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SUSP-ID
                 FILE STATUS IS WS-SUSP-STATUS.
             SELECT CASH-DRAWER-FILE ASSIGN TO "CASHDRWR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DRW-KEY
                 FILE STATUS IS WS-DRW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".
       FD  SUSPENSE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "suspense-item.cpy".
       FD  CASH-DRAWER-FILE
           LABEL RECORD STANDARD.
           COPY "cash-drawer.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
           REPLACING ==CONTROL-TOTALS-RECORD== BY ==WS-CTOT-ENTRY==.
       77 WS-CTOT-RET-CODE     PIC S9(4) COMP.

      *> Suspense aging - OPEN inbound-credit items by days on the
      *> queue: 0-2 days is normal turnaround, 3-7 is slipping, over
      *> 7 needs a supervisor.
       77 WS-SUSP-STATUS       PIC XX VALUE SPACES.
       77 WS-SUSP-DATE         PIC 9(8).
       77 WS-SUSP-AGE          PIC 9(5) VALUE 0.
       77 WS-SUSP-OLDEST       PIC 9(5) VALUE 0.
       77 WS-SUSP-OLDEST-ID    PIC X(10) VALUE SPACES.
       01 WS-SUSP-BANDS.
           05 WS-SUSP-BAND OCCURS 3 TIMES.
               10 WS-SUSP-BAND-COUNT  PIC 9(5).
               10 WS-SUSP-BAND-AMOUNT PIC 9(11)V99.
       77 WS-SUSP-BAND-IDX     PIC 9(1) VALUE 0.

      *> Teller drawers - the latest business day's drawers, their
      *> totals, and any drawer (of any day) still open.
       77 WS-DRW-STATUS        PIC XX VALUE SPACES.
       77 WS-DRW-DATE          PIC X(8) VALUE SPACES.
       77 WS-DRW-COUNT         PIC 9(5) VALUE 0.
       77 WS-DRW-OPEN-COUNT    PIC 9(5) VALUE 0.
       77 WS-DRW-TOT-FLOAT     PIC 9(11)V99 VALUE 0.
       77 WS-DRW-TOT-IN        PIC 9(11)V99 VALUE 0.
       77 WS-DRW-TOT-OUT       PIC 9(11)V99 VALUE 0.
       77 WS-DRW-TOT-OVSH      PIC S9(11)V99 VALUE 0.
       77 WS-DRW-OVSH-EDIT     PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-FIND-LATEST-DATE
               PERFORM 3000-PRINT-SUMMARY
           END-IF
           PERFORM 4000-VERIFY-CONTINUITY
           PERFORM 5000-SUSPENSE-AGING
           PERFORM 6000-DRAWER-SUMMARY
           STOP RUN.

      *> ----------------------------------------------------------------
           CLOSE JOURNAL-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5000-SUSPENSE-AGING - every OPEN inbound-credit suspense item
      *> banded by age, with the oldest named; the queue is worked
      *> from the admin menu.
      *> ----------------------------------------------------------------
       5000-SUSPENSE-AGING.
           INITIALIZE WS-SUSP-BANDS
           MOVE 0 TO WS-SUSP-OLDEST
           MOVE SPACES TO WS-SUSP-OLDEST-ID
           DISPLAY " "
           DISPLAY "--- inbound-credit suspense ---"
           OPEN INPUT SUSPENSE-MASTER-FILE
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "No suspense queue on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SUSP-ID
           START SUSPENSE-MASTER-FILE KEY IS NOT LESS THAN SUSP-ID
           IF WS-SUSP-STATUS = "00"
               READ SUSPENSE-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                   IF SUSP-OPEN
                       PERFORM 5100-FOLD-SUSPENSE-ITEM
                   END-IF
                   READ SUSPENSE-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE SUSPENSE-MASTER-FILE
           DISPLAY "0-2 days:  " WS-SUSP-BAND-COUNT(1) " items "
                   WS-SUSP-BAND-AMOUNT(1)
           DISPLAY "3-7 days:  " WS-SUSP-BAND-COUNT(2) " items "
                   WS-SUSP-BAND-AMOUNT(2)
           DISPLAY "over 7:    " WS-SUSP-BAND-COUNT(3) " items "
                   WS-SUSP-BAND-AMOUNT(3)
           IF WS-SUSP-OLDEST-ID NOT = SPACES
               DISPLAY "Oldest open item " WS-SUSP-OLDEST-ID ", "
                       WS-SUSP-OLDEST " days"
           END-IF
           IF WS-SUSP-BAND-COUNT(3) > 0
               DISPLAY "*** SUSPENSE ITEMS OVER 7 DAYS OLD - "
                       "NEEDS A SUPERVISOR ***"
           END-IF.
           EXIT.

       5100-FOLD-SUSPENSE-ITEM.
           MOVE SUSP-CREATED-AT(1:8) TO WS-SUSP-DATE
           COMPUTE WS-SUSP-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-SUSP-DATE)
           EVALUATE TRUE
               WHEN WS-SUSP-AGE < 3
                   MOVE 1 TO WS-SUSP-BAND-IDX
               WHEN WS-SUSP-AGE < 8
                   MOVE 2 TO WS-SUSP-BAND-IDX
               WHEN OTHER
                   MOVE 3 TO WS-SUSP-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-SUSP-BAND-COUNT(WS-SUSP-BAND-IDX)
           ADD SUSP-AMOUNT TO WS-SUSP-BAND-AMOUNT(WS-SUSP-BAND-IDX)
           IF WS-SUSP-AGE >= WS-SUSP-OLDEST
               MOVE WS-SUSP-AGE TO WS-SUSP-OLDEST
               MOVE SUSP-ID TO WS-SUSP-OLDEST-ID
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 6000-DRAWER-SUMMARY - the teller drawers of the latest
      *> business day on file, one line each with the over/short
      *> proved at close, then the day's totals. A drawer still open
      *> from that day or any earlier one is called out: its teller
      *> cannot open another, and its cash is not proved.
      *> ----------------------------------------------------------------
       6000-DRAWER-SUMMARY.
           MOVE SPACES TO WS-DRW-DATE
           MOVE 0 TO WS-DRW-COUNT WS-DRW-OPEN-COUNT WS-DRW-TOT-FLOAT
                     WS-DRW-TOT-IN WS-DRW-TOT-OUT WS-DRW-TOT-OVSH
           DISPLAY " "
           DISPLAY "--- teller cash drawers ---"
           OPEN INPUT CASH-DRAWER-FILE
           IF WS-DRW-STATUS NOT = "00"
               DISPLAY "No cash drawers on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DRW-KEY
           START CASH-DRAWER-FILE KEY IS NOT LESS THAN DRW-KEY
           IF WS-DRW-STATUS = "00"
               READ CASH-DRAWER-FILE NEXT RECORD
               PERFORM UNTIL WS-DRW-STATUS NOT = "00"
                   IF DRW-OPENED-AT(1:8) > WS-DRW-DATE
                       MOVE DRW-OPENED-AT(1:8) TO WS-DRW-DATE
                   END-IF
                   READ CASH-DRAWER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           DISPLAY "Business day " WS-DRW-DATE
           MOVE LOW-VALUES TO DRW-KEY
           START CASH-DRAWER-FILE KEY IS NOT LESS THAN DRW-KEY
           IF WS-DRW-STATUS = "00"
               READ CASH-DRAWER-FILE NEXT RECORD
               PERFORM UNTIL WS-DRW-STATUS NOT = "00"
                   PERFORM 6100-PRINT-ONE-DRAWER
                   READ CASH-DRAWER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CASH-DRAWER-FILE
           MOVE WS-DRW-TOT-OVSH TO WS-DRW-OVSH-EDIT
           DISPLAY "Drawers: " WS-DRW-COUNT "  float " WS-DRW-TOT-FLOAT
                   "  in " WS-DRW-TOT-IN "  out " WS-DRW-TOT-OUT
           DISPLAY "Net over/short: " WS-DRW-OVSH-EDIT
           IF WS-DRW-OPEN-COUNT > 0
               DISPLAY "*** " WS-DRW-OPEN-COUNT " DRAWER(S) NOT "
                       "CLOSED - CASH NOT PROVED ***"
           END-IF.
           EXIT.

       6100-PRINT-ONE-DRAWER.
           IF DRW-OPEN
               ADD 1 TO WS-DRW-OPEN-COUNT
               IF DRW-OPENED-AT(1:8) NOT = WS-DRW-DATE
                   DISPLAY "  " DRW-TELLER-ID " opened "
                           DRW-OPENED-AT(1:8) " STILL OPEN"
               END-IF
           END-IF
           IF DRW-OPENED-AT(1:8) NOT = WS-DRW-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DRW-COUNT
           ADD DRW-OPENING-AMT TO WS-DRW-TOT-FLOAT
           ADD DRW-CASH-IN TO WS-DRW-TOT-IN
           ADD DRW-CASH-OUT TO WS-DRW-TOT-OUT
           IF DRW-OPEN
               DISPLAY "  " DRW-TELLER-ID " float " DRW-OPENING-AMT
                       " in " DRW-CASH-IN " out " DRW-CASH-OUT
                       " STILL OPEN"
           ELSE
               ADD DRW-OVER-SHORT TO WS-DRW-TOT-OVSH
               MOVE DRW-OVER-SHORT TO WS-DRW-OVSH-EDIT
               DISPLAY "  " DRW-TELLER-ID " float " DRW-OPENING-AMT
                       " in " DRW-CASH-IN " out " DRW-CASH-OUT
                       " counted " DRW-COUNTED " over/short "
                       WS-DRW-OVSH-EDIT
           END-IF.
           EXIT.

       END PROGRAM BLM-OPS-SUMMARY.
