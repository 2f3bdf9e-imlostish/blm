      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly inbound-credit posting - reads the bank's
      *>          inbound credits file, matches each item to a
      *>          customer by user id or username and posts it to the
      *>          running balance under the INCREDIT journal source.
      *>          An item that matches nobody, or lands on a CLOSED
      *>          account or one under LEGALHOLD, is raised on the
      *>          suspense queue for a teller instead. Items the
      *>          tellers returned since the last run go back out on
      *>          the returns file to the originating bank.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: INCREDIT.DAT carries one
      *>                     "ref,account,amount,originator" line per
      *>                     item, the account being a user id or a
      *>                     username; returned items go out on
      *>                     INRETURN, replaced each night.
      *>   15/10/2026 - jm - A customer under watch-list review
      *>                     (SANCTION flag) is routed to suspense the
      *>                     same way as a LEGALHOLD.
      *>   15/10/2026 - jm - A rerun or resent file no longer posts
      *>                     twice: an item whose full 16-character
      *>                     reference is already journalled under
      *>                     INCREDIT (JRNL-EXT-REF) or already on the
      *>                     suspense queue is skipped and counted as a
      *>                     duplicate. Items with no reference are
      *>                     rejected.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-INBOUND-CREDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CREDIT-INPUT-FILE ASSIGN TO "INCREDIT.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INPUT-STATUS.
             SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS USER-ID
                 ALTERNATE RECORD KEY IS USER-USERNAME WITH DUPLICATES
                 ALTERNATE RECORD KEY IS USER-EMAIL WITH DUPLICATES
                 FILE STATUS IS WS-USER-STATUS.
             SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SUSP-ID
                 FILE STATUS IS WS-SUSP-STATUS.
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.
             SELECT RETURN-OUTPUT-FILE ASSIGN TO "INRETURN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RETURN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-INPUT-FILE
           LABEL RECORD STANDARD.
       01 CREDIT-INPUT-LINE      PIC X(120).
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  SUSPENSE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "suspense-item.cpy".
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".
       FD  RETURN-OUTPUT-FILE
           LABEL RECORD STANDARD.
       01 RETURN-OUTPUT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       77 WS-USER-STATUS       PIC XX VALUE SPACES.
       77 WS-SUSP-STATUS       PIC XX VALUE SPACES.
       77 WS-RETURN-STATUS     PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS       PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       COPY "user-ctl-data.cpy".

      *> One inbound line at a time.
       77 WS-IN-REF            PIC X(16) VALUE SPACES.
       77 WS-IN-TARGET         PIC X(30) VALUE SPACES.
       77 WS-IN-AMOUNT-TXT     PIC X(20) VALUE SPACES.
       77 WS-IN-ORIGINATOR     PIC X(30) VALUE SPACES.
       77 WS-IN-AMOUNT         PIC 9(9)V99 VALUE 0.
       77 WS-BAL-EDIT          PIC -(9)9.99.
       77 WS-AMOUNT-EDIT       PIC Z(8)9.99.
      *> Set when the reference already posted (journal) or already
      *> sits on the suspense queue from an earlier run of the file.
       77 WS-ALREADY-SEEN      PIC X VALUE "N".
           88 REF-ALREADY-SEEN   VALUE "Y".

      *> Match outcome - the customer found, and why an item goes to
      *> suspense when it does.
       77 WS-MATCH-USER-ID     PIC X(10) VALUE SPACES.
       77 WS-SUSP-REASON       PIC X(10) VALUE SPACES.
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.

      *> Suspense queue raise - through the controller, so ids come
      *> off the same sequence the tellers' side sees.
       COPY "op-fields.cpy".
       77 WS-SUSP-NEW-ID       PIC X(10) VALUE SPACES.
       77 WS-SUSP-RET-CODE     PIC S9(4) COMP.

      *> Returns file - one fixed line per item a teller returned.
       01 WS-RETURN-DETAIL.
           05 FILLER           PIC X(1) VALUE "R".
           05 WS-RTN-REF       PIC X(16).
           05 WS-RTN-AMOUNT    PIC 9(9)V99.
           05 WS-RTN-ORIGINATOR PIC X(30).
           05 WS-RTN-SUSP-ID   PIC X(10).
           05 WS-RTN-DATE      PIC 9(8).
           05 FILLER           PIC X(4) VALUE SPACES.

      *> Run counters, run-history and control-totals rows
       77 WS-ITEMS-READ        PIC 9(7) COMP VALUE 0.
       77 WS-ITEMS-POSTED      PIC 9(7) COMP VALUE 0.
       77 WS-ITEMS-SUSPENDED   PIC 9(5) COMP VALUE 0.
       77 WS-ITEMS-RETURNED    PIC 9(5) COMP VALUE 0.
       77 WS-ITEMS-REJECTED    PIC 9(5) COMP VALUE 0.
       77 WS-ITEMS-DUPLICATE   PIC 9(5) COMP VALUE 0.
       77 WS-RUN-EXCEPTIONS    PIC 9(5) COMP VALUE 0.
       77 WS-POSTED-TOTAL      PIC 9(11)V99 VALUE 0.
       77 WS-SUSPENDED-TOTAL   PIC 9(11)V99 VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.
       COPY "control-totals.cpy"
           REPLACING ==CONTROL-TOTALS-RECORD== BY ==WS-CTOT-ENTRY==.
       77 WS-CTOT-RET-CODE     PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-CREDITS
           PERFORM 3000-WRITE-RETURNS
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Inbound Credit Posting ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "INBOUND-CREDIT" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-POST-CREDITS - one inbound item per line. A clean match
      *> posts; anything else is raised on the suspense queue with
      *> the reason, never dropped.
      *> ----------------------------------------------------------------
       2000-POST-CREDITS.
           OPEN INPUT CREDIT-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "No inbound credits file (INCREDIT.DAT) today."
               EXIT PARAGRAPH
           END-IF
           READ CREDIT-INPUT-FILE
           PERFORM UNTIL WS-INPUT-STATUS NOT = "00"
               IF CREDIT-INPUT-LINE NOT = SPACES
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 2100-PROCESS-ONE-CREDIT
               END-IF
               READ CREDIT-INPUT-FILE
           END-PERFORM
           CLOSE CREDIT-INPUT-FILE.
           EXIT.

       2100-PROCESS-ONE-CREDIT.
           MOVE SPACES TO WS-IN-REF WS-IN-TARGET WS-IN-AMOUNT-TXT
                          WS-IN-ORIGINATOR
           UNSTRING CREDIT-INPUT-LINE DELIMITED BY ","
               INTO WS-IN-REF WS-IN-TARGET WS-IN-AMOUNT-TXT
                    WS-IN-ORIGINATOR
           MOVE FUNCTION NUMVAL(WS-IN-AMOUNT-TXT) TO WS-IN-AMOUNT
           IF WS-IN-AMOUNT = 0
               DISPLAY "SKIPPED  " WS-IN-REF " - zero or unreadable "
                       "amount '" FUNCTION TRIM(WS-IN-AMOUNT-TXT) "'"
               ADD 1 TO WS-ITEMS-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-REF = SPACES
               DISPLAY "SKIPPED  line " WS-ITEMS-READ
                       " - no item reference"
               ADD 1 TO WS-ITEMS-REJECTED
               EXIT PARAGRAPH
           END-IF
           PERFORM 2150-CHECK-ALREADY-SEEN
           IF REF-ALREADY-SEEN
               DISPLAY "DUPLICATE " WS-IN-REF " - already posted or "
                       "in suspense, skipped"
               ADD 1 TO WS-ITEMS-DUPLICATE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-MATCH-CUSTOMER
           IF WS-SUSP-REASON NOT = SPACES
               PERFORM 2400-RAISE-SUSPENSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-AMOUNT TO WS-BAL-EDIT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE "INCREDIT" TO UCD-UPD-SOURCE-TYPE
           MOVE WS-IN-REF(1:10) TO UCD-UPD-SOURCE-ID
           MOVE WS-IN-REF TO UCD-UPD-EXT-REF
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, WS-MATCH-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
      *>       the account was found but would not take the posting
      *>       (busy or rejected) - park it rather than lose it.
               DISPLAY "POSTFAIL " WS-IN-REF " to " WS-MATCH-USER-ID
                       " code " WS-CTL-RET-CODE
               MOVE "UNMATCHED" TO WS-SUSP-REASON
               PERFORM 2400-RAISE-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "POSTED   " WS-IN-REF " " WS-AMOUNT-EDIT " to "
                   WS-MATCH-USER-ID
           ADD 1 TO WS-ITEMS-POSTED
           ADD WS-IN-AMOUNT TO WS-POSTED-TOTAL.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2150-CHECK-ALREADY-SEEN - the bank resends a file after an
      *> outage, and an operator may rerun the night. An item whose
      *> full reference is already on the journal under INCREDIT, or
      *> already raised on the suspense queue, was dealt with by an
      *> earlier run and is skipped.
      *> ----------------------------------------------------------------
       2150-CHECK-ALREADY-SEEN.
           MOVE "N" TO WS-ALREADY-SEEN
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               READ JOURNAL-FILE
               PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
                       OR REF-ALREADY-SEEN
                   IF JRNL-SOURCE-TYPE = "PRIOR-ADJ"
                       MOVE JRNL-ADJ-SOURCE TO JRNL-SOURCE-TYPE
                   END-IF
                   IF JRNL-SOURCE-TYPE = "INCREDIT"
                           AND JRNL-EXT-REF = WS-IN-REF
                       MOVE "Y" TO WS-ALREADY-SEEN
                   END-IF
                   READ JOURNAL-FILE
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           IF NOT REF-ALREADY-SEEN
               OPEN INPUT SUSPENSE-MASTER-FILE
               IF WS-SUSP-STATUS = "00"
                   MOVE LOW-VALUES TO SUSP-ID
                   START SUSPENSE-MASTER-FILE
                       KEY IS NOT LESS THAN SUSP-ID
                   IF WS-SUSP-STATUS = "00"
                       READ SUSPENSE-MASTER-FILE NEXT RECORD
                       PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                               OR REF-ALREADY-SEEN
                           IF SUSP-ORIG-REF = WS-IN-REF
                               MOVE "Y" TO WS-ALREADY-SEEN
                           END-IF
                           READ SUSPENSE-MASTER-FILE NEXT RECORD
                       END-PERFORM
                   END-IF
                   CLOSE SUSPENSE-MASTER-FILE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2200-MATCH-CUSTOMER - the account field is tried as a user id
      *> first, then as a username. A found account still goes to
      *> suspense when it is CLOSED or carries LEGALHOLD or SANCTION.
      *> ----------------------------------------------------------------
       2200-MATCH-CUSTOMER.
           MOVE SPACES TO WS-MATCH-USER-ID WS-SUSP-REASON
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-STATUS NOT = "00"
               MOVE "UNMATCHED" TO WS-SUSP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-TARGET(1:10) TO USER-ID
           READ USER-MASTER-FILE KEY IS USER-ID
           IF WS-USER-STATUS NOT = "00"
               MOVE WS-IN-TARGET TO USER-USERNAME
               READ USER-MASTER-FILE KEY IS USER-USERNAME
           END-IF
           EVALUATE TRUE
               WHEN WS-USER-STATUS NOT = "00"
                   MOVE "UNMATCHED" TO WS-SUSP-REASON
               WHEN USER-STATUS-CLOSED
                   MOVE USER-ID TO WS-MATCH-USER-ID
                   MOVE "CLOSED" TO WS-SUSP-REASON
               WHEN OTHER
                   MOVE USER-ID TO WS-MATCH-USER-ID
           END-EVALUATE
           CLOSE USER-MASTER-FILE
           IF WS-SUSP-REASON = SPACES
               MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
               MOVE "LEGALHOLD" TO WS-FLAG-TYPE
               CALL "BLM-FLAG-CONTROLLER" USING "CHECK",
                    WS-MATCH-USER-ID, WS-FLAG-TYPE, WS-FLAG-ACTING,
                    WS-FLAG-NOTE, WS-FLAG-RET-CODE
               IF WS-FLAG-RET-CODE = 0
                   MOVE "LEGALHOLD" TO WS-SUSP-REASON
               END-IF
           END-IF
           IF WS-SUSP-REASON = SPACES
               MOVE "SANCTION" TO WS-FLAG-TYPE
               CALL "BLM-FLAG-CONTROLLER" USING "CHECK",
                    WS-MATCH-USER-ID, WS-FLAG-TYPE, WS-FLAG-ACTING,
                    WS-FLAG-NOTE, WS-FLAG-RET-CODE
               IF WS-FLAG-RET-CODE = 0
                   MOVE "SANCTION" TO WS-SUSP-REASON
               END-IF
           END-IF.
           EXIT.

       2400-RAISE-SUSPENSE.
           MOVE "ref" TO OP-FIELD-NAME(1)
           MOVE WS-IN-REF TO OP-FIELD-VALUE(1)
           MOVE "originator" TO OP-FIELD-NAME(2)
           MOVE WS-IN-ORIGINATOR TO OP-FIELD-VALUE(2)
           MOVE "target" TO OP-FIELD-NAME(3)
           MOVE WS-IN-TARGET TO OP-FIELD-VALUE(3)
           MOVE "amount" TO OP-FIELD-NAME(4)
           MOVE WS-IN-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO OP-FIELD-VALUE(4)
           MOVE "reason" TO OP-FIELD-NAME(5)
           MOVE WS-SUSP-REASON TO OP-FIELD-VALUE(5)
           MOVE 5 TO OP-FIELD-COUNT
           MOVE SPACES TO WS-SUSP-NEW-ID
           CALL "BLM-SUSPENSE-CONTROLLER" USING "raise", OP-FIELDS,
                OP-FIELD-COUNT, WS-SUSP-NEW-ID, WS-SUSP-RET-CODE
           DISPLAY "SUSPENSE " WS-IN-REF " " WS-AMOUNT-EDIT " "
                   WS-SUSP-REASON " as " WS-SUSP-NEW-ID
           ADD 1 TO WS-ITEMS-SUSPENDED
           ADD WS-IN-AMOUNT TO WS-SUSPENDED-TOTAL.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-WRITE-RETURNS - every item a teller RETURNED that has
      *> not yet gone out is written to INRETURN and stamped with
      *> tonight's date, so a rerun never sends it twice.
      *> ----------------------------------------------------------------
       3000-WRITE-RETURNS.
           OPEN OUTPUT RETURN-OUTPUT-FILE
           OPEN I-O SUSPENSE-MASTER-FILE
           IF WS-SUSP-STATUS = "00"
               MOVE LOW-VALUES TO SUSP-ID
               START SUSPENSE-MASTER-FILE
                   KEY IS NOT LESS THAN SUSP-ID
               IF WS-SUSP-STATUS = "00"
                   READ SUSPENSE-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                       IF SUSP-RETURNED AND SUSP-RETURN-SENT = SPACES
                           PERFORM 3100-WRITE-ONE-RETURN
                       END-IF
                       READ SUSPENSE-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE SUSPENSE-MASTER-FILE
           END-IF
           CLOSE RETURN-OUTPUT-FILE.
           EXIT.

       3100-WRITE-ONE-RETURN.
           MOVE SUSP-ORIG-REF TO WS-RTN-REF
           MOVE SUSP-AMOUNT TO WS-RTN-AMOUNT
           MOVE SUSP-ORIG-NAME TO WS-RTN-ORIGINATOR
           MOVE SUSP-ID TO WS-RTN-SUSP-ID
           MOVE WS-TODAY-DATE TO WS-RTN-DATE
           MOVE WS-RETURN-DETAIL TO RETURN-OUTPUT-RECORD
           WRITE RETURN-OUTPUT-RECORD
           MOVE WS-TODAY-DATE TO SUSP-RETURN-SENT
           REWRITE SUSPENSE-RECORD
           ADD 1 TO WS-ITEMS-RETURNED
           DISPLAY "RETURNED " SUSP-ID " ref " SUSP-ORIG-REF " "
                   SUSP-AMOUNT.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Items read: " WS-ITEMS-READ
           DISPLAY "Items posted: " WS-ITEMS-POSTED
                   " total " WS-POSTED-TOTAL
           DISPLAY "Items to suspense: " WS-ITEMS-SUSPENDED
                   " total " WS-SUSPENDED-TOTAL
           DISPLAY "Unreadable lines skipped: " WS-ITEMS-REJECTED
           DISPLAY "Already-seen items skipped: " WS-ITEMS-DUPLICATE
           DISPLAY "Returned items sent back: " WS-ITEMS-RETURNED
           MOVE SPACES TO WS-CTOT-ENTRY
           MOVE "INBOUND-CREDIT" TO CTOT-JOB-NAME OF WS-CTOT-ENTRY
           MOVE WS-ITEMS-READ TO CTOT-RECORDS-IN OF WS-CTOT-ENTRY
           MOVE WS-ITEMS-POSTED
                TO CTOT-RECORDS-POSTED OF WS-CTOT-ENTRY
           MOVE WS-POSTED-TOTAL
                TO CTOT-AMOUNT-POSTED OF WS-CTOT-ENTRY
           CALL "BLM-CTLTOT-CONTROLLER" USING "LOG", WS-CTOT-ENTRY,
                WS-CTOT-RET-CODE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "INBOUND-CREDIT" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-ITEMS-READ TO RUN-RECORDS OF WS-RUN-ENTRY
           COMPUTE WS-RUN-EXCEPTIONS =
                   WS-ITEMS-SUSPENDED + WS-ITEMS-REJECTED
           MOVE WS-RUN-EXCEPTIONS TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-INBOUND-CREDIT.
