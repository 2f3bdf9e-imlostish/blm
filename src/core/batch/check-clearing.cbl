      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly official-check clearing - works the clearing
      *>          bank's paid-items file against the official check
      *>          register, marking each check it paid CLEARED and
      *>          moving the money off the outstanding-checks
      *>          liability onto the clearing settlement account. A
      *>          presented item whose number is not on the register,
      *>          whose amount differs from the amount issued, or
      *>          which is void, stale or already paid is an
      *>          exception for operations and clears nothing. Then
      *>          every check still ISSUED past the stale-dating age
      *>          (OFFCHK-STALE-DAYS switch, default 180) goes STALE.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: CHKPAID.DAT carries one
      *>                     "check-no,amount,paid-date" line per
      *>                     item paid; both legs of a payment
      *>                     journal under OFFCHK-PD.
      *>   15/10/2026 - jm - A check already remitted to the state as
      *>                     unclaimed property is an ESCHEATED
      *>                     exception when presented.
      *>   15/10/2026 - jm - An exception that cannot be recorded on the
      *>                     check register is reported with its status.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CHECK-CLEARING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PAID-INPUT-FILE ASSIGN TO "CHKPAID.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INPUT-STATUS.
             SELECT OFFICIAL-CHECK-FILE ASSIGN TO "CHKMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OCHK-NUMBER
                 ALTERNATE RECORD KEY IS OCHK-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-INPUT-FILE
           LABEL RECORD STANDARD.
       01 PAID-INPUT-LINE        PIC X(80).
       FD  OFFICIAL-CHECK-FILE
           LABEL RECORD STANDARD.
           COPY "official-check.cpy".

       WORKING-STORAGE SECTION.
       77 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       77 WS-CHK-STATUS        PIC XX VALUE SPACES.
       77 WS-CHK-OPEN          PIC X VALUE "N".
           88 CHK-FILE-OPEN      VALUE "Y".
       77 WS-TODAY-DATE        PIC 9(8).

      *> One paid item at a time.
       77 WS-PD-CHECK-NO       PIC X(10) VALUE SPACES.
       77 WS-PD-AMOUNT-TXT     PIC X(20) VALUE SPACES.
       77 WS-PD-DATE           PIC X(8) VALUE SPACES.
       77 WS-PD-REST           PIC X(20) VALUE SPACES.
       77 WS-PD-AMOUNT         PIC 9(9)V99 VALUE 0.
       77 WS-PD-CHECK-NUM      PIC 9(10) VALUE 0.
       77 WS-PD-EXCEPTION      PIC X(10) VALUE SPACES.

      *> Ledger accounts and the stale-dating age, off the system
      *> switches.
       77 WS-LIAB-ACCT         PIC X(10) VALUE "OUTCHECKS".
       77 WS-SETTLE-ACCT       PIC X(10) VALUE "CHKSETTLE".
       77 WS-STALE-DAYS        PIC 9(5) VALUE 180.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
       77 WS-ISSUE-DATE        PIC 9(8).
       77 WS-AGE-DAYS          PIC 9(5) VALUE 0.

      *> Posting journal - both legs of a payment.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Run counters, run-history and control-totals rows
       77 WS-ITEMS-READ        PIC 9(7) COMP VALUE 0.
       77 WS-ITEMS-CLEARED     PIC 9(7) COMP VALUE 0.
       77 WS-PAID-EXCEPTIONS   PIC 9(5) COMP VALUE 0.
       77 WS-CHECKS-STALED     PIC 9(5) COMP VALUE 0.
       77 WS-CLEARED-TOTAL     PIC 9(11)V99 VALUE 0.
       77 WS-STALED-TOTAL      PIC 9(11)V99 VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.
       COPY "control-totals.cpy"
           REPLACING ==CONTROL-TOTALS-RECORD== BY ==WS-CTOT-ENTRY==.
       77 WS-CTOT-RET-CODE     PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF CHK-FILE-OPEN
               PERFORM 2000-PROCESS-PAID-ITEMS
               PERFORM 3000-STALE-DATE-CHECKS
               CLOSE OFFICIAL-CHECK-FILE
           END-IF
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Official Check Clearing ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CHECK-CLEARING" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE

           MOVE "OFFCHK-ACCT" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-LIAB-ACCT
           END-IF
           MOVE "CHKSETTLE-ACCT" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-SETTLE-ACCT
           END-IF
           MOVE "OFFCHK-STALE-DAYS" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-STALE-DAYS
           END-IF
           DISPLAY "Paid items clear " WS-LIAB-ACCT " to "
                   WS-SETTLE-ACCT "; checks go stale after "
                   WS-STALE-DAYS " days."

           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-CHK-STATUS = "00"
               SET CHK-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "No official check register on file."
           END-IF.
           EXIT.

       1100-GET-SWITCH.
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE NOT = 0
               MOVE SPACES TO WS-CTL-VALUE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-PROCESS-PAID-ITEMS - one "check-no,amount,paid-date" line
      *> per item the clearing bank paid. Only an outstanding check
      *> presented for exactly its issued amount clears.
      *> ----------------------------------------------------------------
       2000-PROCESS-PAID-ITEMS.
           OPEN INPUT PAID-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "No paid-items file (CHKPAID.DAT) today."
               EXIT PARAGRAPH
           END-IF
           READ PAID-INPUT-FILE
           PERFORM UNTIL WS-INPUT-STATUS NOT = "00"
               IF PAID-INPUT-LINE NOT = SPACES
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 2100-PROCESS-ONE-ITEM
               END-IF
               READ PAID-INPUT-FILE
           END-PERFORM
           CLOSE PAID-INPUT-FILE.
           EXIT.

       2100-PROCESS-ONE-ITEM.
           MOVE SPACES TO WS-PD-CHECK-NO WS-PD-AMOUNT-TXT WS-PD-DATE
                          WS-PD-REST WS-PD-EXCEPTION
           UNSTRING PAID-INPUT-LINE DELIMITED BY ","
               INTO WS-PD-CHECK-NO WS-PD-AMOUNT-TXT WS-PD-DATE
                    WS-PD-REST
           MOVE FUNCTION NUMVAL(WS-PD-AMOUNT-TXT) TO WS-PD-AMOUNT
           IF WS-PD-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-PD-DATE
           END-IF
      *>   the bank may drop the leading zeros of the printed number.
           MOVE FUNCTION NUMVAL(WS-PD-CHECK-NO) TO WS-PD-CHECK-NUM
           MOVE WS-PD-CHECK-NUM TO OCHK-NUMBER
           READ OFFICIAL-CHECK-FILE KEY IS OCHK-NUMBER
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "EXCEPTION: paid item " WS-PD-CHECK-NO
                       " amount " WS-PD-AMOUNT
                       " matches no official check."
               ADD 1 TO WS-PAID-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN OCHK-CLEARED
                   DISPLAY "EXCEPTION: check " OCHK-NUMBER
                           " presented again; already paid on "
                           OCHK-CLEARED-DATE "."
                   MOVE "REPAID" TO WS-PD-EXCEPTION
               WHEN OCHK-VOIDED
                   DISPLAY "EXCEPTION: check " OCHK-NUMBER
                           " was voided on " OCHK-VOIDED-AT(1:8)
                           " but has been presented."
                   MOVE "VOIDED" TO WS-PD-EXCEPTION
               WHEN OCHK-STALE
                   DISPLAY "EXCEPTION: check " OCHK-NUMBER
                           " is stale-dated (" OCHK-STALE-DATE
                           ") but has been presented."
                   MOVE "STALE" TO WS-PD-EXCEPTION
               WHEN OCHK-ESCHEATED
                   DISPLAY "EXCEPTION: check " OCHK-NUMBER
                           " was remitted as unclaimed property but"
                           " has been presented."
                   MOVE "ESCHEATED" TO WS-PD-EXCEPTION
               WHEN WS-PD-AMOUNT NOT = OCHK-AMOUNT
                   DISPLAY "EXCEPTION: check " OCHK-NUMBER
                           " presented for " WS-PD-AMOUNT
                           ", issued for " OCHK-AMOUNT "."
                   MOVE "AMOUNT" TO WS-PD-EXCEPTION
           END-EVALUATE
           IF WS-PD-EXCEPTION NOT = SPACES
               MOVE WS-PD-EXCEPTION TO OCHK-EXCEPTION
               MOVE WS-PD-AMOUNT TO OCHK-EXCEPTION-AMT
               REWRITE OFFICIAL-CHECK-RECORD
               IF WS-CHK-STATUS NOT = "00"
                   DISPLAY "EXCEPTION: check " OCHK-NUMBER
                           " exception " WS-PD-EXCEPTION
                           " not recorded on the register, status "
                           WS-CHK-STATUS "."
               END-IF
               ADD 1 TO WS-PAID-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF

           SET OCHK-CLEARED TO TRUE
           MOVE WS-PD-DATE TO OCHK-CLEARED-DATE
           MOVE WS-PD-AMOUNT TO OCHK-PAID-AMOUNT
           MOVE SPACES TO OCHK-EXCEPTION
           MOVE 0 TO OCHK-EXCEPTION-AMT
           REWRITE OFFICIAL-CHECK-RECORD
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "EXCEPTION: check " OCHK-NUMBER
                       " could not be marked paid, status "
                       WS-CHK-STATUS "."
               ADD 1 TO WS-PAID-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
      *>   the liability is discharged against the clearing bank's
      *>   settlement; both legs journal so the trial balance sees
      *>   the pair.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-LIAB-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           PERFORM 2200-JOURNAL-PAID-LEG
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-SETTLE-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           PERFORM 2200-JOURNAL-PAID-LEG
           DISPLAY "CLEARED  " OCHK-NUMBER " " OCHK-AMOUNT " to "
                   FUNCTION TRIM(OCHK-PAYEE)
           ADD 1 TO WS-ITEMS-CLEARED
           ADD OCHK-AMOUNT TO WS-CLEARED-TOTAL.
           EXIT.

       2200-JOURNAL-PAID-LEG.
           MOVE OCHK-AMOUNT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "OFFCHK-PD" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE OCHK-NUMBER TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE 0 TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-STALE-DATE-CHECKS - every check still ISSUED once it is
      *> older than the stale-dating age goes STALE. The money stays
      *> on the liability until a teller voids it back to the
      *> remitter; the clearing bank will no longer be paid on it.
      *> ----------------------------------------------------------------
       3000-STALE-DATE-CHECKS.
           MOVE LOW-VALUES TO OCHK-NUMBER
           START OFFICIAL-CHECK-FILE KEY IS NOT LESS THAN OCHK-NUMBER
           IF WS-CHK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ OFFICIAL-CHECK-FILE NEXT RECORD
           PERFORM UNTIL WS-CHK-STATUS NOT = "00"
               IF OCHK-ISSUED
                   PERFORM 3100-AGE-ONE-CHECK
               END-IF
               READ OFFICIAL-CHECK-FILE NEXT RECORD
           END-PERFORM.
           EXIT.

       3100-AGE-ONE-CHECK.
           IF OCHK-ISSUE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE OCHK-ISSUE-DATE TO WS-ISSUE-DATE
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE)
           IF WS-AGE-DAYS <= WS-STALE-DAYS
               EXIT PARAGRAPH
           END-IF
           SET OCHK-STALE TO TRUE
           MOVE WS-TODAY-DATE TO OCHK-STALE-DATE
           REWRITE OFFICIAL-CHECK-RECORD
           IF WS-CHK-STATUS = "00"
               DISPLAY "STALE    " OCHK-NUMBER " " OCHK-AMOUNT
                       " issued " OCHK-ISSUE-DATE " (" WS-AGE-DAYS
                       " days)"
               ADD 1 TO WS-CHECKS-STALED
               ADD OCHK-AMOUNT TO WS-STALED-TOTAL
           END-IF
           MOVE "00" TO WS-CHK-STATUS.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Paid items read: " WS-ITEMS-READ
           DISPLAY "Checks cleared: " WS-ITEMS-CLEARED
                   " total " WS-CLEARED-TOTAL
           DISPLAY "Paid-item exceptions: " WS-PAID-EXCEPTIONS
           DISPLAY "Checks stale-dated: " WS-CHECKS-STALED
                   " total " WS-STALED-TOTAL
           MOVE SPACES TO WS-CTOT-ENTRY
           MOVE "CHECK-CLEARING" TO CTOT-JOB-NAME OF WS-CTOT-ENTRY
           MOVE WS-ITEMS-READ TO CTOT-RECORDS-IN OF WS-CTOT-ENTRY
           MOVE WS-ITEMS-CLEARED
                TO CTOT-RECORDS-POSTED OF WS-CTOT-ENTRY
           MOVE WS-CLEARED-TOTAL
                TO CTOT-AMOUNT-POSTED OF WS-CTOT-ENTRY
           CALL "BLM-CTLTOT-CONTROLLER" USING "LOG", WS-CTOT-ENTRY,
                WS-CTOT-RET-CODE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CHECK-CLEARING" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-ITEMS-READ TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-PAID-EXCEPTIONS TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-CHECK-CLEARING.
