      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly outbound clearing for transfers to other
      *>          banks - first works the bank's returns file from the
      *>          last batch, putting every rejected item back on the
      *>          sender's balance with an audit row and an inbox
      *>          message naming the return reason, then writes
      *>          tonight's outbound clearing file from every QUEUED
      *>          item on EXTXFER, with a batch header and a trailer
      *>          carrying the entry count, the routing-number hash
      *>          and the amount total the bank balances it against.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: returns are read from
      *>                     EXTRETURN.DAT ("item-id,reason" per line),
      *>                     the outbound file is OUTCLEAR, replaced
      *>                     each night; the outbound half sits out
      *>                     non-business days per the processing
      *>                     calendar, returns post whenever they
      *>                     arrive.
      *>   15/10/2026 - jm - A return marks the item RETURNED before its
      *>                     credit posts, checking the rewrite; a
      *>                     credit that fails puts the item back to
      *>                     SENT.
      *>   15/10/2026 - jm - The clearing file's open and every write
      *>                     are checked: an item goes SENT only once
      *>                     its entry is written, a failed open or
      *>                     header leaves the queue untouched, and a
      *>                     failed write or SENT rewrite ends the run
      *>                     with RC 8.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-EXT-CLEARING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EXTXFER-MASTER-FILE ASSIGN TO "EXTXFER"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EXT-ID
                 ALTERNATE RECORD KEY IS EXT-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT RETURNS-INPUT-FILE ASSIGN TO "EXTRETURN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RETURN-STATUS.
             SELECT CLEARING-OUTPUT-FILE ASSIGN TO "OUTCLEAR"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CLEAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTXFER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "ext-transfer.cpy".
       FD  RETURNS-INPUT-FILE
           LABEL RECORD STANDARD.
       01 RETURNS-INPUT-LINE     PIC X(40).
       FD  CLEARING-OUTPUT-FILE
           LABEL RECORD STANDARD.
       01 CLEARING-OUTPUT-RECORD PIC X(94).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-RETURN-STATUS     PIC XX VALUE SPACES.
       77 WS-CLEAR-STATUS      PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       COPY "user-ctl-data.cpy".

      *> Processing calendar - the outbound file goes on business
      *> nights only; queued items wait for the next one.
       77 WS-CAL-DATE          PIC X(8) VALUE SPACES.
       77 WS-CAL-VALUE         PIC X(2) VALUE SPACES.
       77 WS-CAL-ACTING        PIC X(10) VALUE SPACES.
       77 WS-CAL-RET-CODE      PIC S9(4) COMP.

      *> Returns working fields - one "item-id,reason" line at a time.
       77 WS-RET-ITEM-ID       PIC X(10) VALUE SPACES.
       77 WS-RET-REASON        PIC X(3) VALUE SPACES.
       77 WS-RET-REST          PIC X(20) VALUE SPACES.
       77 WS-REASON-TEXT       PIC X(30) VALUE SPACES.
       77 WS-BAL-EDIT          PIC -(9)9.99.
       77 WS-RET-AMOUNT        PIC 9(9)V99 VALUE 0.
       77 WS-RET-USER          PIC X(10) VALUE SPACES.

      *> Return reason codes the receiving banks use, and the plain
      *> wording the customer's inbox message carries.
       01 WS-REASON-TABLE-VALUES.
           05 FILLER PIC X(33) VALUE "R01Insufficient funds at payee".
           05 FILLER PIC X(33) VALUE "R02Beneficiary account closed".
           05 FILLER PIC X(33) VALUE "R03No account/unable to locate".
           05 FILLER PIC X(33) VALUE "R04Invalid account number".
           05 FILLER PIC X(33) VALUE "R16Beneficiary account frozen".
           05 FILLER PIC X(33) VALUE "R20Non-transaction account".
       01 WS-REASON-TABLE REDEFINES WS-REASON-TABLE-VALUES.
           05 WS-REASON-ENTRY OCCURS 6 TIMES.
               10 WS-REASON-CODE   PIC X(3).
               10 WS-REASON-DESC   PIC X(30).
       77 WS-REASON-IDX        PIC 9(2) COMP VALUE 0.

      *> Outbound clearing file - one batch header, one entry detail
      *> per queued item, one control trailer. The entry hash is the
      *> sum of the eight-digit bank identifiers (routing number less
      *> its check digit), kept to its low ten digits.
       01 WS-CLR-HEADER.
           05 FILLER           PIC X(1) VALUE "1".
           05 WS-HDR-BATCH-ID  PIC X(10).
           05 WS-HDR-DATE      PIC 9(8).
           05 FILLER           PIC X(10) VALUE "BLMBANK".
           05 FILLER           PIC X(65) VALUE SPACES.
       01 WS-CLR-DETAIL.
           05 FILLER           PIC X(1) VALUE "6".
           05 WS-DTL-ROUTING   PIC X(9).
           05 WS-DTL-ACCOUNT   PIC X(17).
           05 WS-DTL-AMOUNT    PIC 9(10)V99.
           05 WS-DTL-TRACE     PIC X(10).
           05 WS-DTL-NAME      PIC X(30).
           05 FILLER           PIC X(15) VALUE SPACES.
       01 WS-CLR-TRAILER.
           05 FILLER           PIC X(1) VALUE "8".
           05 WS-TRL-COUNT     PIC 9(6).
           05 WS-TRL-HASH      PIC 9(10).
           05 WS-TRL-AMOUNT    PIC 9(12)V99.
           05 WS-TRL-BATCH-ID  PIC X(10).
           05 FILLER           PIC X(53) VALUE SPACES.
       77 WS-BATCH-ID          PIC X(10) VALUE SPACES.
       77 WS-ENTRY-HASH        PIC 9(12) VALUE 0.
       77 WS-BANK-ID           PIC 9(8) VALUE 0.
       77 WS-BATCH-TOTAL       PIC 9(12)V99 VALUE 0.

      *> Sequence control - the clearing batch number.
       77 WS-SEQ-ENTITY        PIC X(10) VALUE "EXTBATCH".
       77 WS-SEQ-VALUE         PIC 9(9) VALUE 0.
       77 WS-SEQ-RET-CODE      PIC S9(4) COMP.
       77 WS-SEQ-EDIT          PIC 9(9) VALUE 0.

      *> Audit trail - one row per returned item.
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.
       77 WS-CDT-TIME-RAW      PIC 9(8).

      *> Notification outbox - the return notice to the sender.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-NT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-NT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.

      *> Run counters, run-history and control-totals rows
       77 WS-RETURNS-READ      PIC 9(5) COMP VALUE 0.
       77 WS-RETURNS-POSTED    PIC 9(5) COMP VALUE 0.
       77 WS-RETURN-EXCEPTIONS PIC 9(5) COMP VALUE 0.
       77 WS-SEND-EXCEPTIONS   PIC 9(5) COMP VALUE 0.
       77 WS-RETURNED-TOTAL    PIC 9(11)V99 VALUE 0.
       77 WS-ITEMS-SENT        PIC 9(6) VALUE 0.
       77 WS-RUN-RECORDS       PIC 9(7) COMP VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.
       COPY "control-totals.cpy"
           REPLACING ==CONTROL-TOTALS-RECORD== BY ==WS-CTOT-ENTRY==.
       77 WS-CTOT-RET-CODE     PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURNS
           IF WS-CAL-VALUE(1:1) = "B"
               PERFORM 3000-WRITE-CLEARING-FILE
           ELSE
               DISPLAY "Not a business day (" WS-CAL-VALUE(1:1)
                       "); queued items wait for the next "
                       "business night's file."
           END-IF
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Outbound Clearing and Returns ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-CAL-DATE
           MOVE SPACES TO WS-CAL-VALUE
           CALL "BLM-CALENDAR-CONTROLLER" USING "CHECK",
                WS-CAL-DATE, WS-CAL-VALUE, WS-CAL-ACTING,
                WS-CAL-RET-CODE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "EXT-CLEARING" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-PROCESS-RETURNS - one "item-id,reason" line per item the
      *> receiving bank rejected. Only an item we actually SENT can
      *> come back; anything else is an exception for operations,
      *> never a second credit.
      *> ----------------------------------------------------------------
       2000-PROCESS-RETURNS.
           OPEN INPUT RETURNS-INPUT-FILE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "No returns file (EXTRETURN.DAT) today."
               EXIT PARAGRAPH
           END-IF
           READ RETURNS-INPUT-FILE
           PERFORM UNTIL WS-RETURN-STATUS NOT = "00"
               IF RETURNS-INPUT-LINE NOT = SPACES
                   ADD 1 TO WS-RETURNS-READ
                   PERFORM 2100-PROCESS-ONE-RETURN
               END-IF
               READ RETURNS-INPUT-FILE
           END-PERFORM
           CLOSE RETURNS-INPUT-FILE.
           EXIT.

       2100-PROCESS-ONE-RETURN.
           MOVE SPACES TO WS-RET-ITEM-ID WS-RET-REASON WS-RET-REST
           UNSTRING RETURNS-INPUT-LINE DELIMITED BY ","
               INTO WS-RET-ITEM-ID WS-RET-REASON WS-RET-REST
           MOVE FUNCTION UPPER-CASE(WS-RET-REASON) TO WS-RET-REASON
           OPEN I-O EXTXFER-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: return " WS-RET-ITEM-ID
                       " but no outbound queue on file."
               ADD 1 TO WS-RETURN-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RET-ITEM-ID TO EXT-ID
           READ EXTXFER-MASTER-FILE KEY IS EXT-ID
           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT = "00"
                   DISPLAY "EXCEPTION: return " WS-RET-ITEM-ID
                           " matches no outbound item."
                   ADD 1 TO WS-RETURN-EXCEPTIONS
                   CLOSE EXTXFER-MASTER-FILE
                   EXIT PARAGRAPH
               WHEN NOT EXT-SENT
                   DISPLAY "EXCEPTION: return " WS-RET-ITEM-ID
                           " is for an item in status " EXT-STATUS
                           ", not SENT; nothing credited."
                   ADD 1 TO WS-RETURN-EXCEPTIONS
                   CLOSE EXTXFER-MASTER-FILE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE EXT-AMOUNT TO WS-RET-AMOUNT
           MOVE EXT-USER-ID TO WS-RET-USER

      *>   the item goes RETURNED before the money moves, so a rerun
      *>   of the same returns file cannot credit it twice; an item
      *>   that cannot be marked is not credited at all.
           SET EXT-RETURNED TO TRUE
           MOVE WS-RET-REASON TO EXT-RETURN-REASON
           MOVE WS-TODAY-DATE TO EXT-RETURN-DATE
           REWRITE EXT-TRANSFER-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: return " WS-RET-ITEM-ID
                       " could not be marked RETURNED (status "
                       WS-FILE-STATUS "); nothing credited."
               ADD 1 TO WS-RETURN-EXCEPTIONS
               CLOSE EXTXFER-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE EXTXFER-MASTER-FILE

      *>   the credit back to the sender journals itself under its
      *>   own source type, kept apart from the original EXT-XFER
      *>   debit so the GL can see returns as returns. A credit that
      *>   does not post puts the item back to SENT for a rerun.
           MOVE WS-RET-AMOUNT TO WS-BAL-EDIT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE "EXT-RETURN" TO UCD-UPD-SOURCE-TYPE
           MOVE WS-RET-ITEM-ID TO UCD-UPD-SOURCE-ID
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, WS-RET-USER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "EXCEPTION: return credit for "
                       WS-RET-ITEM-ID " did not post (code "
                       WS-CTL-RET-CODE ")."
               ADD 1 TO WS-RETURN-EXCEPTIONS
               PERFORM 2110-RESTORE-SENT
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-LOOKUP-REASON
           DISPLAY "RETURNED " WS-RET-ITEM-ID " " WS-RET-REASON " "
                   WS-RET-AMOUNT " back to " WS-RET-USER
           ADD 1 TO WS-RETURNS-POSTED
           ADD WS-RET-AMOUNT TO WS-RETURNED-TOTAL
           PERFORM 2300-LOG-RETURN-AUDIT
           PERFORM 2400-POST-RETURN-NOTICE.
           EXIT.

      *> the credit failed: the item goes back to SENT so the rerun
      *> picks it up. If even that cannot be done the item stays
      *> RETURNED with no credit behind it - flagged for a hand
      *> correction rather than guessed at.
       2110-RESTORE-SENT.
           OPEN I-O EXTXFER-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: " WS-RET-ITEM-ID " is RETURNED "
                       "without its credit and the queue cannot be "
                       "opened (status " WS-FILE-STATUS "); correct "
                       "by hand."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RET-ITEM-ID TO EXT-ID
           READ EXTXFER-MASTER-FILE KEY IS EXT-ID
           IF WS-FILE-STATUS = "00"
               SET EXT-SENT TO TRUE
               MOVE SPACES TO EXT-RETURN-REASON
               MOVE SPACES TO EXT-RETURN-DATE
               REWRITE EXT-TRANSFER-RECORD
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: " WS-RET-ITEM-ID " is RETURNED "
                       "without its credit and could not be put "
                       "back to SENT (status " WS-FILE-STATUS "); "
                       "correct by hand."
           ELSE
               DISPLAY "Item " WS-RET-ITEM-ID " left SENT for a "
                       "rerun."
           END-IF
           CLOSE EXTXFER-MASTER-FILE.
           EXIT.

       2200-LOOKUP-REASON.
           MOVE "Returned by the receiving bank" TO WS-REASON-TEXT
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 6
               IF WS-REASON-CODE(WS-REASON-IDX) = WS-RET-REASON
                   MOVE WS-REASON-DESC(WS-REASON-IDX)
                        TO WS-REASON-TEXT
               END-IF
           END-PERFORM.
           EXIT.

       2300-LOG-RETURN-AUDIT.
           MOVE SPACES TO WS-AUDIT-ENTRY
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           STRING WS-TODAY-DATE WS-CDT-TIME-RAW(1:6)
                  DELIMITED BY SIZE INTO AUDIT-TIMESTAMP
           MOVE WS-RET-USER TO AUDIT-USER-ID
           MOVE "EXT-RETURN" TO AUDIT-ACTION
           MOVE 0 TO AUDIT-RET-CODE
           STRING "transfer " WS-RET-ITEM-ID " returned "
                  WS-RET-REASON " amt " WS-RET-AMOUNT
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

       2400-POST-RETURN-NOTICE.
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE WS-RET-USER TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE "EXT-RETURNED" TO WS-NT-FIELD-VALUE(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE SPACES TO WS-NT-FIELD-VALUE(3)
           STRING "Transfer " WS-RET-ITEM-ID " was returned ("
                  FUNCTION TRIM(WS-REASON-TEXT)
                  "); the amount is back in your balance."
                  DELIMITED BY SIZE INTO WS-NT-FIELD-VALUE(3)
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, WS-RET-USER, WS-NT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-WRITE-CLEARING-FILE - tonight's outbound batch: every
      *> QUEUED item becomes an entry detail and moves to SENT under
      *> the batch number, then the trailer closes the file with the
      *> count, hash and amount total. An empty night still writes a
      *> header and a zero trailer so the bank sees the file arrive.
      *> A file that cannot be opened or headed sends nothing: the
      *> queue is left alone and every item waits, still QUEUED, for
      *> the next night.
      *> ----------------------------------------------------------------
       3000-WRITE-CLEARING-FILE.
           PERFORM 3100-NEXT-BATCH-ID
           OPEN OUTPUT CLEARING-OUTPUT-FILE
           IF WS-CLEAR-STATUS NOT = "00"
               DISPLAY "ERROR: unable to open OUTCLEAR, status "
                       WS-CLEAR-STATUS "; nothing sent, queued items "
                       "left QUEUED."
               ADD 1 TO WS-SEND-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BATCH-ID TO WS-HDR-BATCH-ID
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-CLR-HEADER TO CLEARING-OUTPUT-RECORD
           WRITE CLEARING-OUTPUT-RECORD
           IF WS-CLEAR-STATUS NOT = "00"
               DISPLAY "ERROR: batch header not written to OUTCLEAR, "
                       "status " WS-CLEAR-STATUS "; nothing sent, "
                       "queued items left QUEUED."
               ADD 1 TO WS-SEND-EXCEPTIONS
               CLOSE CLEARING-OUTPUT-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O EXTXFER-MASTER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE LOW-VALUES TO EXT-ID
               START EXTXFER-MASTER-FILE KEY IS NOT LESS THAN EXT-ID
               IF WS-FILE-STATUS = "00"
                   READ EXTXFER-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       IF EXT-QUEUED
                           PERFORM 3200-WRITE-ONE-ENTRY
                       END-IF
                       READ EXTXFER-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE EXTXFER-MASTER-FILE
           ELSE
               DISPLAY "No outbound items on file."
           END-IF

           MOVE WS-ITEMS-SENT TO WS-TRL-COUNT
           MOVE FUNCTION MOD(WS-ENTRY-HASH, 10000000000)
                TO WS-TRL-HASH
           MOVE WS-BATCH-TOTAL TO WS-TRL-AMOUNT
           MOVE WS-BATCH-ID TO WS-TRL-BATCH-ID
           MOVE WS-CLR-TRAILER TO CLEARING-OUTPUT-RECORD
           WRITE CLEARING-OUTPUT-RECORD
           IF WS-CLEAR-STATUS NOT = "00"
               DISPLAY "ERROR: trailer for batch " WS-BATCH-ID
                       " not written, status " WS-CLEAR-STATUS
                       "; the file will not balance at the bank - "
                       "hold it and resend the items marked SENT "
                       "under this batch by hand."
               ADD 1 TO WS-SEND-EXCEPTIONS
           END-IF
           CLOSE CLEARING-OUTPUT-FILE
           DISPLAY "Clearing batch " WS-BATCH-ID ": " WS-ITEMS-SENT
                   " items, total " WS-BATCH-TOTAL ", hash "
                   WS-TRL-HASH.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3100-NEXT-BATCH-ID - the batch number off the sequence file,
      *> seeding the EXTBATCH row on the first night.
      *> ----------------------------------------------------------------
       3100-NEXT-BATCH-ID.
           CALL "BLM-SEQ-CONTROLLER" USING "NEXT", WS-SEQ-ENTITY,
                WS-SEQ-VALUE, WS-SEQ-RET-CODE
           IF WS-SEQ-RET-CODE NOT = 0
               MOVE 1 TO WS-SEQ-VALUE
               CALL "BLM-SEQ-CONTROLLER" USING "SET", WS-SEQ-ENTITY,
                    WS-SEQ-VALUE, WS-SEQ-RET-CODE
           END-IF
           MOVE WS-SEQ-VALUE TO WS-SEQ-EDIT
           MOVE SPACES TO WS-BATCH-ID
           STRING "B" WS-SEQ-EDIT DELIMITED BY SIZE
               INTO WS-BATCH-ID.
           EXIT.

      *> an item goes SENT only once its entry is in the file; one
      *> whose entry will not write stays QUEUED for the next night.
      *> An entry written but not marked SENT would go again on the
      *> next run, so it is shouted for operations to pull first.
       3200-WRITE-ONE-ENTRY.
           MOVE EXT-ROUTING TO WS-DTL-ROUTING
           MOVE EXT-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE EXT-AMOUNT TO WS-DTL-AMOUNT
           MOVE EXT-ID TO WS-DTL-TRACE
           MOVE EXT-BENEF-NAME TO WS-DTL-NAME
           MOVE WS-CLR-DETAIL TO CLEARING-OUTPUT-RECORD
           WRITE CLEARING-OUTPUT-RECORD
           IF WS-CLEAR-STATUS NOT = "00"
               DISPLAY "EXCEPTION: " EXT-ID " not written to OUTCLEAR "
                       "(status " WS-CLEAR-STATUS "); left QUEUED."
               ADD 1 TO WS-SEND-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE EXT-ROUTING(1:8) TO WS-BANK-ID
           ADD WS-BANK-ID TO WS-ENTRY-HASH
           ADD EXT-AMOUNT TO WS-BATCH-TOTAL
           ADD 1 TO WS-ITEMS-SENT
           SET EXT-SENT TO TRUE
           MOVE WS-BATCH-ID TO EXT-BATCH-ID
           MOVE WS-TODAY-DATE TO EXT-SENT-DATE
           REWRITE EXT-TRANSFER-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EXCEPTION: " EXT-ID " is in batch "
                       WS-BATCH-ID " but could not be marked SENT "
                       "(status " WS-FILE-STATUS "); pull it before "
                       "the next run or it goes twice."
               ADD 1 TO WS-SEND-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SENT     " EXT-ID " " EXT-ROUTING " "
                   EXT-AMOUNT.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Returns read: " WS-RETURNS-READ
           DISPLAY "Returns credited back: " WS-RETURNS-POSTED
           DISPLAY "Return exceptions: " WS-RETURN-EXCEPTIONS
           DISPLAY "Items sent in tonight's file: " WS-ITEMS-SENT
           DISPLAY "Clearing exceptions: " WS-SEND-EXCEPTIONS
      *>   the only customer cash this job moves is the return
      *>   credits; the outbound debits posted at send time.
           MOVE SPACES TO WS-CTOT-ENTRY
           MOVE "EXT-CLEARING" TO CTOT-JOB-NAME OF WS-CTOT-ENTRY
           MOVE WS-RETURNS-READ TO CTOT-RECORDS-IN OF WS-CTOT-ENTRY
           MOVE WS-RETURNS-POSTED
                TO CTOT-RECORDS-POSTED OF WS-CTOT-ENTRY
           MOVE WS-RETURNED-TOTAL
                TO CTOT-AMOUNT-POSTED OF WS-CTOT-ENTRY
           CALL "BLM-CTLTOT-CONTROLLER" USING "LOG", WS-CTOT-ENTRY,
                WS-CTOT-RET-CODE
           COMPUTE WS-RUN-RECORDS = WS-RETURNS-READ + WS-ITEMS-SENT
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "EXT-CLEARING" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-RUN-RECORDS TO RUN-RECORDS OF WS-RUN-ENTRY
           COMPUTE RUN-EXCEPTIONS OF WS-RUN-ENTRY =
                   WS-RETURN-EXCEPTIONS + WS-SEND-EXCEPTIONS
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           IF WS-SEND-EXCEPTIONS > 0
               MOVE 8 TO RUN-RET-CODE OF WS-RUN-ENTRY
               MOVE 8 TO RETURN-CODE
           END-IF
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-EXT-CLEARING.
