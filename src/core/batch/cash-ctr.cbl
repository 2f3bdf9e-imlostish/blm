      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly currency transaction reporting on teller
      *>          cash - totals each customer's counter cash in and
      *>          cash out for the day across every teller from the
      *>          posting journal, writes a currency transaction
      *>          report row with the customer's profile identity for
      *>          anyone over the reporting threshold, and raises a
      *>          structuring exception onto the fraud queue for
      *>          repeated cash deposits just under it.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: cash is the CASH-DEP/CASH-WDR
      *>                     journal entries the teller counter ops
      *>                     cut. Reporting threshold CTR-THRESHOLD
      *>                     (default 10000.00, cash in and cash out
      *>                     judged separately); structuring counts
      *>                     deposits of CTR-STRUCT-PCT (default 80)
      *>                     per cent of the threshold or more, but
      *>                     not over it, within the last
      *>                     CTR-STRUCT-DAYS (default 5) days and
      *>                     raises at CTR-STRUCT-COUNT (default 3)
      *>                     when one of them is today's. The report
      *>                     file CTRRPT is replaced each night.
      *>   15/10/2026 - jm - A PRIOR-ADJ journal row is read as the
      *>                     source it was posted under, so cash moved
      *>                     out of a locked period is still counted.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CASH-CTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.
             SELECT PROFILE-MASTER-FILE ASSIGN TO "PROFMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROF-USER-ID
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT CTR-OUTPUT-FILE ASSIGN TO "CTRRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".
       FD  PROFILE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".
       FD  CTR-OUTPUT-FILE
           LABEL RECORD STANDARD.
       01 CTR-OUTPUT-RECORD      PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS       PIC XX VALUE SPACES.
       77 WS-CTR-STATUS        PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-TODAY-INT         PIC 9(8) COMP VALUE 0.
       77 WS-WINDOW-START      PIC 9(8) COMP VALUE 0.
       77 WS-JRNL-DATE         PIC 9(8) VALUE 0.
       77 WS-JRNL-INT          PIC 9(8) COMP VALUE 0.

      *> Reporting and structuring thresholds, off the system
      *> switches with the regulatory defaults behind them.
       77 WS-CTR-THRESHOLD     PIC 9(9)V99 VALUE 10000.00.
       77 WS-STRUCT-PCT        PIC 9(3) VALUE 80.
       77 WS-STRUCT-DAYS       PIC 9(3) VALUE 5.
       77 WS-STRUCT-COUNT      PIC 9(3) VALUE 3.
       77 WS-STRUCT-FLOOR      PIC 9(9)V99 VALUE 0.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.

      *> Per-customer cash aggregates built from the journal pass.
      *> Today's totals drive the report; the near-threshold deposit
      *> count covers the whole structuring window.
       77 WS-CSH-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-CSH-TABLE.
           05 WS-CSH-ENTRY OCCURS 1000 TIMES.
               10 WS-CSH-USER      PIC X(10).
               10 WS-CSH-IN-AMT    PIC 9(11)V99.
               10 WS-CSH-OUT-AMT   PIC 9(11)V99.
               10 WS-CSH-IN-CNT    PIC 9(5) COMP.
               10 WS-CSH-OUT-CNT   PIC 9(5) COMP.
               10 WS-CSH-NEAR-CNT  PIC 9(5) COMP.
               10 WS-CSH-NEAR-TODAY PIC X(1).
       77 WS-CSH-IDX           PIC 9(4) COMP VALUE 0.
       77 WS-CSH-SLOT          PIC 9(4) COMP VALUE 0.
       77 WS-TABLE-FULL-SW     PIC X(1) VALUE "N".
           88 TABLE-FULL         VALUE "Y".

      *> Currency transaction report - one header, one detail per
      *> reportable customer, one trailer with the count and the
      *> cash totals reported.
       01 WS-CTR-HEADER.
           05 FILLER           PIC X(1) VALUE "H".
           05 FILLER           PIC X(10) VALUE "BLMBANK".
           05 WS-HDR-DATE      PIC 9(8).
           05 WS-HDR-THRESHOLD PIC 9(9)V99.
           05 FILLER           PIC X(220) VALUE SPACES.
       01 WS-CTR-DETAIL.
           05 FILLER           PIC X(1) VALUE "D".
           05 WS-DTL-DATE      PIC 9(8).
           05 WS-DTL-USER      PIC X(10).
           05 WS-DTL-NAME      PIC X(50).
           05 WS-DTL-ADDR1     PIC X(40).
           05 WS-DTL-ADDR2     PIC X(40).
           05 WS-DTL-CITY      PIC X(20).
           05 WS-DTL-POSTAL    PIC X(10).
           05 WS-DTL-DOB       PIC X(8).
           05 WS-DTL-PHONE     PIC X(15).
      *>   I = cash in over the threshold, O = cash out, B = both.
           05 WS-DTL-DIRECTION PIC X(1).
           05 WS-DTL-IN-AMT    PIC 9(11)V99.
           05 WS-DTL-IN-CNT    PIC 9(4).
           05 WS-DTL-OUT-AMT   PIC 9(11)V99.
           05 WS-DTL-OUT-CNT   PIC 9(4).
           05 FILLER           PIC X(5) VALUE SPACES.
       01 WS-CTR-TRAILER.
           05 FILLER           PIC X(1) VALUE "T".
           05 WS-TRL-COUNT     PIC 9(6).
           05 WS-TRL-IN-AMT    PIC 9(13)V99.
           05 WS-TRL-OUT-AMT   PIC 9(13)V99.
           05 FILLER           PIC X(213) VALUE SPACES.
       77 WS-REPORTED-IN       PIC 9(13)V99 VALUE 0.
       77 WS-REPORTED-OUT      PIC 9(13)V99 VALUE 0.

      *> Structuring exceptions raised through BLM-FRAUD-CONTROLLER
       COPY "op-fields.cpy".
       77 WS-FRAUD-USER        PIC X(10).
       77 WS-FRAUD-RET-CODE    PIC S9(4) COMP.
       77 WS-COUNT-EDIT        PIC 9(3).
       77 WS-DAYS-EDIT         PIC 9(3).

      *> Run counters and run-history rows
       77 WS-CASH-ENTRIES      PIC 9(7) COMP VALUE 0.
       77 WS-CTR-WRITTEN       PIC 9(6) VALUE 0.
       77 WS-NO-PROFILE        PIC 9(5) COMP VALUE 0.
       77 WS-STRUCT-RAISED     PIC 9(5) COMP VALUE 0.
       77 WS-RUN-EXCEPTIONS    PIC 9(5) COMP VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-CASH
           PERFORM 3000-WRITE-CTR-FILE
           PERFORM 4000-CHECK-STRUCTURING
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Currency Transaction Reporting ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE "CTR-THRESHOLD" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-CTR-THRESHOLD
           END-IF
           IF WS-CTR-THRESHOLD = 0
               MOVE 10000.00 TO WS-CTR-THRESHOLD
           END-IF
           MOVE "CTR-STRUCT-PCT" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-STRUCT-PCT
           END-IF
           IF WS-STRUCT-PCT = 0 OR WS-STRUCT-PCT > 100
               MOVE 80 TO WS-STRUCT-PCT
           END-IF
           MOVE "CTR-STRUCT-DAYS" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-STRUCT-DAYS
           END-IF
           IF WS-STRUCT-DAYS = 0
               MOVE 5 TO WS-STRUCT-DAYS
           END-IF
           MOVE "CTR-STRUCT-COUNT" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-STRUCT-COUNT
           END-IF
           IF WS-STRUCT-COUNT < 2
               MOVE 3 TO WS-STRUCT-COUNT
           END-IF
           COMPUTE WS-STRUCT-FLOOR ROUNDED =
                   WS-CTR-THRESHOLD * WS-STRUCT-PCT / 100
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-WINDOW-START = WS-TODAY-INT - WS-STRUCT-DAYS + 1
           DISPLAY "Reporting threshold: " WS-CTR-THRESHOLD
           DISPLAY "Structuring band from: " WS-STRUCT-FLOOR
                   " over " WS-STRUCT-DAYS " days"
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CASH-CTR" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
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
      *> 2000-TALLY-CASH - one pass of the posting journal, folding
      *> every teller cash entry inside the structuring window into
      *> the customer's aggregates. The window always takes in today,
      *> so today's report totals come out of the same pass.
      *> ----------------------------------------------------------------
       2000-TALLY-CASH.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "No posting journal on file."
               EXIT PARAGRAPH
           END-IF
           READ JOURNAL-FILE
           PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
      *>       a prior-period adjustment is the cash it was posted as
               IF JRNL-SOURCE-TYPE = "PRIOR-ADJ"
                   MOVE JRNL-ADJ-SOURCE TO JRNL-SOURCE-TYPE
               END-IF
               IF (JRNL-SOURCE-TYPE = "CASH-DEP"
                       OR JRNL-SOURCE-TYPE = "CASH-WDR")
                       AND JRNL-TIMESTAMP(1:8) IS NUMERIC
                   MOVE JRNL-TIMESTAMP(1:8) TO WS-JRNL-DATE
                   COMPUTE WS-JRNL-INT =
                           FUNCTION INTEGER-OF-DATE(WS-JRNL-DATE)
                   IF WS-JRNL-INT >= WS-WINDOW-START
                           AND WS-JRNL-INT <= WS-TODAY-INT
                       PERFORM 2100-FOLD-CASH-ENTRY
                   END-IF
               END-IF
               READ JOURNAL-FILE
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF TABLE-FULL
               DISPLAY "WARNING: more than 1000 cash customers in the "
                       "window; the rest were not assessed."
               ADD 1 TO WS-RUN-EXCEPTIONS
           END-IF.
           EXIT.

       2100-FOLD-CASH-ENTRY.
           PERFORM 2110-FIND-CUSTOMER-SLOT
           IF WS-CSH-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF JRNL-SOURCE-TYPE = "CASH-DEP"
               IF JRNL-AMOUNT >= WS-STRUCT-FLOOR
                       AND JRNL-AMOUNT NOT > WS-CTR-THRESHOLD
                   ADD 1 TO WS-CSH-NEAR-CNT(WS-CSH-SLOT)
                   IF WS-JRNL-INT = WS-TODAY-INT
                       MOVE "Y" TO WS-CSH-NEAR-TODAY(WS-CSH-SLOT)
                   END-IF
               END-IF
           END-IF
           IF WS-JRNL-INT NOT = WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CASH-ENTRIES
           IF JRNL-SOURCE-TYPE = "CASH-DEP"
               ADD JRNL-AMOUNT TO WS-CSH-IN-AMT(WS-CSH-SLOT)
               ADD 1 TO WS-CSH-IN-CNT(WS-CSH-SLOT)
           ELSE
               ADD JRNL-AMOUNT TO WS-CSH-OUT-AMT(WS-CSH-SLOT)
               ADD 1 TO WS-CSH-OUT-CNT(WS-CSH-SLOT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2110-FIND-CUSTOMER-SLOT - finds (or claims) the customer's
      *> slot; 0 once the table is full.
      *> ----------------------------------------------------------------
       2110-FIND-CUSTOMER-SLOT.
           MOVE 0 TO WS-CSH-SLOT
           PERFORM VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX > WS-CSH-COUNT
                      OR WS-CSH-SLOT > 0
               IF WS-CSH-USER(WS-CSH-IDX) = JRNL-ACCOUNT-ID
                   MOVE WS-CSH-IDX TO WS-CSH-SLOT
               END-IF
           END-PERFORM
           IF WS-CSH-SLOT = 0
               IF WS-CSH-COUNT < 1000
                   ADD 1 TO WS-CSH-COUNT
                   MOVE WS-CSH-COUNT TO WS-CSH-SLOT
                   MOVE JRNL-ACCOUNT-ID TO WS-CSH-USER(WS-CSH-SLOT)
                   MOVE 0 TO WS-CSH-IN-AMT(WS-CSH-SLOT)
                   MOVE 0 TO WS-CSH-OUT-AMT(WS-CSH-SLOT)
                   MOVE 0 TO WS-CSH-IN-CNT(WS-CSH-SLOT)
                   MOVE 0 TO WS-CSH-OUT-CNT(WS-CSH-SLOT)
                   MOVE 0 TO WS-CSH-NEAR-CNT(WS-CSH-SLOT)
                   MOVE "N" TO WS-CSH-NEAR-TODAY(WS-CSH-SLOT)
               ELSE
                   SET TABLE-FULL TO TRUE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-WRITE-CTR-FILE - tonight's report, header and trailer
      *> written even when nobody crossed the threshold so compliance
      *> can tell a quiet day from a missed run.
      *> ----------------------------------------------------------------
       3000-WRITE-CTR-FILE.
           OPEN OUTPUT CTR-OUTPUT-FILE
           IF WS-CTR-STATUS NOT = "00"
               DISPLAY "Unable to open CTRRPT, status " WS-CTR-STATUS
               ADD 1 TO WS-RUN-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-CTR-THRESHOLD TO WS-HDR-THRESHOLD
           WRITE CTR-OUTPUT-RECORD FROM WS-CTR-HEADER
           OPEN INPUT PROFILE-MASTER-FILE
           PERFORM VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX > WS-CSH-COUNT
               IF WS-CSH-IN-AMT(WS-CSH-IDX) > WS-CTR-THRESHOLD
                       OR WS-CSH-OUT-AMT(WS-CSH-IDX) > WS-CTR-THRESHOLD
                   PERFORM 3100-WRITE-CTR-DETAIL
               END-IF
           END-PERFORM
           CLOSE PROFILE-MASTER-FILE
           MOVE WS-CTR-WRITTEN TO WS-TRL-COUNT
           MOVE WS-REPORTED-IN TO WS-TRL-IN-AMT
           MOVE WS-REPORTED-OUT TO WS-TRL-OUT-AMT
           WRITE CTR-OUTPUT-RECORD FROM WS-CTR-TRAILER
           CLOSE CTR-OUTPUT-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3100-WRITE-CTR-DETAIL - one report row carrying the
      *> customer's identity off the profile master. A customer with
      *> no profile is still reported, identity blank, and counted as
      *> an exception for compliance to complete by hand.
      *> ----------------------------------------------------------------
       3100-WRITE-CTR-DETAIL.
           MOVE WS-TODAY-DATE TO WS-DTL-DATE
           MOVE WS-CSH-USER(WS-CSH-IDX) TO WS-DTL-USER
           MOVE SPACES TO WS-DTL-NAME WS-DTL-ADDR1 WS-DTL-ADDR2
                          WS-DTL-CITY WS-DTL-POSTAL WS-DTL-DOB
                          WS-DTL-PHONE
           MOVE WS-CSH-USER(WS-CSH-IDX) TO PROF-USER-ID
           READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
           IF WS-FILE-STATUS = "00"
               MOVE PROF-LEGAL-NAME TO WS-DTL-NAME
               MOVE PROF-ADDR-LINE1 TO WS-DTL-ADDR1
               MOVE PROF-ADDR-LINE2 TO WS-DTL-ADDR2
               MOVE PROF-CITY TO WS-DTL-CITY
               MOVE PROF-POSTAL TO WS-DTL-POSTAL
               MOVE PROF-DOB TO WS-DTL-DOB
               MOVE PROF-PHONE TO WS-DTL-PHONE
           ELSE
               DISPLAY "No profile on file for "
                       WS-CSH-USER(WS-CSH-IDX)
                       "; reported without identity."
               ADD 1 TO WS-NO-PROFILE
               ADD 1 TO WS-RUN-EXCEPTIONS
           END-IF
           EVALUATE TRUE
               WHEN WS-CSH-IN-AMT(WS-CSH-IDX) > WS-CTR-THRESHOLD
                    AND WS-CSH-OUT-AMT(WS-CSH-IDX) > WS-CTR-THRESHOLD
                   MOVE "B" TO WS-DTL-DIRECTION
               WHEN WS-CSH-IN-AMT(WS-CSH-IDX) > WS-CTR-THRESHOLD
                   MOVE "I" TO WS-DTL-DIRECTION
               WHEN OTHER
                   MOVE "O" TO WS-DTL-DIRECTION
           END-EVALUATE
           MOVE WS-CSH-IN-AMT(WS-CSH-IDX) TO WS-DTL-IN-AMT
           MOVE WS-CSH-IN-CNT(WS-CSH-IDX) TO WS-DTL-IN-CNT
           MOVE WS-CSH-OUT-AMT(WS-CSH-IDX) TO WS-DTL-OUT-AMT
           MOVE WS-CSH-OUT-CNT(WS-CSH-IDX) TO WS-DTL-OUT-CNT
           WRITE CTR-OUTPUT-RECORD FROM WS-CTR-DETAIL
           ADD 1 TO WS-CTR-WRITTEN
           ADD WS-CSH-IN-AMT(WS-CSH-IDX) TO WS-REPORTED-IN
           ADD WS-CSH-OUT-AMT(WS-CSH-IDX) TO WS-REPORTED-OUT
           DISPLAY "CTR: " WS-DTL-USER " direction " WS-DTL-DIRECTION
                   " in " WS-DTL-IN-AMT " out " WS-DTL-OUT-AMT.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4000-CHECK-STRUCTURING - repeated deposits in the band just
      *> under the threshold inside the window. Only raised on a day
      *> that adds to the run, so one pattern is not re-raised every
      *> night it stays inside the window.
      *> ----------------------------------------------------------------
       4000-CHECK-STRUCTURING.
           PERFORM VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX > WS-CSH-COUNT
               IF WS-CSH-NEAR-CNT(WS-CSH-IDX) >= WS-STRUCT-COUNT
                       AND WS-CSH-NEAR-TODAY(WS-CSH-IDX) = "Y"
                   PERFORM 4100-RAISE-STRUCTURING
               END-IF
           END-PERFORM.
           EXIT.

       4100-RAISE-STRUCTURING.
           MOVE WS-CSH-USER(WS-CSH-IDX) TO WS-FRAUD-USER
           MOVE "rule" TO OP-FIELD-NAME(1)
           MOVE "CASH-STRUCTURING" TO OP-FIELD-VALUE(1)
           MOVE "severity" TO OP-FIELD-NAME(2)
           MOVE "3" TO OP-FIELD-VALUE(2)
           MOVE "detail" TO OP-FIELD-NAME(3)
           MOVE SPACES TO OP-FIELD-VALUE(3)
           MOVE WS-CSH-NEAR-CNT(WS-CSH-IDX) TO WS-COUNT-EDIT
           MOVE WS-STRUCT-DAYS TO WS-DAYS-EDIT
           STRING WS-COUNT-EDIT " cash deposits just under the CTR "
                  "threshold in " WS-DAYS-EDIT " days"
                  DELIMITED BY SIZE INTO OP-FIELD-VALUE(3)
           MOVE "user" TO OP-FIELD-NAME(4)
           MOVE WS-FRAUD-USER TO OP-FIELD-VALUE(4)
           MOVE 4 TO OP-FIELD-COUNT
           CALL "BLM-FRAUD-CONTROLLER" USING "raise", OP-FIELDS,
                OP-FIELD-COUNT, WS-FRAUD-USER, WS-FRAUD-RET-CODE
           IF WS-FRAUD-RET-CODE = 0
               ADD 1 TO WS-STRUCT-RAISED
               DISPLAY "Structuring raised for " WS-FRAUD-USER
           ELSE
               ADD 1 TO WS-RUN-EXCEPTIONS
           END-IF.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Teller cash entries today: " WS-CASH-ENTRIES
           DISPLAY "Customers with cash activity: " WS-CSH-COUNT
           DISPLAY "CTR rows written: " WS-CTR-WRITTEN
           DISPLAY "Reported without profile: " WS-NO-PROFILE
           DISPLAY "Structuring exceptions raised: " WS-STRUCT-RAISED
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "CASH-CTR" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-CASH-ENTRIES TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-RUN-EXCEPTIONS TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-CASH-CTR.
