      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Monthly credit concentration report - every
      *>          customer's total credit exposure (loans and card
      *>          commitments, as BLM-EXPOSURE-CONTROLLER measures it
      *>          for lending decisions) against the whole book: the
      *>          largest exposures, everyone holding more than a set
      *>          share of the book, and everyone now over their own
      *>          exposure maximum (a grade downgrade or a card run
      *>          past its limit gets there without any decision).
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: two passes over the user
      *>                     master - the first totals the book and
      *>                     keeps the largest EXPOSURE-TOP-N (default
      *>                     10), the second lists shares of at least
      *>                     EXPOSURE-CONC-PCT (default 2) percent
      *>                     and the breaches - with START/END rows to
      *>                     the run-history ledger like the other
      *>                     jobs.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-EXPOSURE-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS USER-ID
                 ALTERNATE RECORD KEY IS USER-USERNAME WITH DUPLICATES
                 ALTERNATE RECORD KEY IS USER-EMAIL WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-PASS              PIC 9(1) VALUE 1.
       77 WS-IDX               PIC 9(4) COMP VALUE 0.
       77 WS-SLOT              PIC 9(4) COMP VALUE 0.
       77 WS-LISTED            PIC 9(5) COMP VALUE 0.

      *> System control switches
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-CTL-RET           PIC S9(4) COMP.
       77 WS-TOP-N             PIC 9(4) COMP VALUE 10.
       77 WS-CONC-PCT          PIC 9(3)V99 VALUE 2.

      *> One customer as measured
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-EX-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-EX-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-EX-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-EX-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-EX-FIELD-COUNT==.
       77 WS-EX-RET-CODE       PIC S9(4) COMP.
       77 WS-CUST-EXPOSURE     PIC S9(11)V99 VALUE 0.
       77 WS-CUST-MAXIMUM      PIC S9(11)V99 VALUE 0.
       77 WS-CUST-GRADE        PIC X(1) VALUE SPACE.
       77 WS-CUST-BASIS        PIC X(6) VALUE SPACES.
       77 WS-CUST-SHARE        PIC 9(3)V99 VALUE 0.

      *> Book totals
       77 WS-CUSTOMERS-READ    PIC 9(7) COMP VALUE 0.
       77 WS-CUSTOMERS-EXPOSED PIC 9(7) COMP VALUE 0.
       77 WS-BOOK-TOTAL        PIC S9(13)V99 VALUE 0.
       77 WS-TOP-TOTAL         PIC S9(13)V99 VALUE 0.
       77 WS-CONC-COUNT        PIC 9(5) COMP VALUE 0.
       77 WS-CONC-TOTAL        PIC S9(13)V99 VALUE 0.
       77 WS-BREACH-COUNT      PIC 9(5) COMP VALUE 0.

      *> The largest exposures, largest first
       77 WS-TOP-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 50 TIMES.
               10 WS-TOP-USER-ID   PIC X(10).
               10 WS-TOP-USERNAME  PIC X(30).
               10 WS-TOP-EXPOSURE  PIC S9(11)V99.
               10 WS-TOP-MAXIMUM   PIC S9(11)V99.
               10 WS-TOP-GRADE     PIC X(1).

      *> Report edit fields
       77 WS-AMOUNT-EDIT       PIC -(11)9.99.
       77 WS-MAX-EDIT          PIC -(11)9.99.
       77 WS-BOOK-EDIT         PIC -(13)9.99.
       77 WS-SHARE-EDIT        PIC ZZ9.99.
       77 WS-COUNT-EDIT        PIC Z(6)9.
       77 WS-RANK-EDIT         PIC Z9.

      *> Run-history ledger rows for the operations summary
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           MOVE 1 TO WS-PASS
           PERFORM 2000-READ-CUSTOMERS
           PERFORM 3000-PRINT-LARGEST
           MOVE 2 TO WS-PASS
           DISPLAY " "
           DISPLAY "--- Above " WS-SHARE-EDIT "% of the book / over "
                   "their own maximum ---"
           DISPLAY "User id    Username                       "
                   "      Exposure  Share%        Maximum G"
           PERFORM 2000-READ-CUSTOMERS
           IF WS-LISTED = 0
               DISPLAY "None."
           END-IF
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - run date, the report's switches and the
      *> START row.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE "EXPOSURE-TOP-N" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-RET = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-TOP-N
           END-IF
           IF WS-TOP-N < 1 OR WS-TOP-N > 50
               MOVE 10 TO WS-TOP-N
           END-IF
           MOVE "EXPOSURE-CONC-PCT" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-RET = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-CONC-PCT
           END-IF
           IF WS-CONC-PCT = 0
               MOVE 2 TO WS-CONC-PCT
           END-IF
           MOVE WS-CONC-PCT TO WS-SHARE-EDIT
           DISPLAY "=== Credit Exposure Concentration Report ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "EXPOSURE-REPORT" TO RUN-JOB-NAME OF WS-RUN-ENTRY
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
                WS-CTL-VALUE, WS-CTL-RET.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-READ-CUSTOMERS - every customer on the user master,
      *> measured; what is done with the measure depends on the pass.
      *> ----------------------------------------------------------------
       2000-READ-CUSTOMERS.
           OPEN INPUT USER-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No users on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO USER-ID
           START USER-MASTER-FILE KEY IS NOT LESS THAN USER-ID
           IF WS-FILE-STATUS = "00"
               READ USER-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF USER-ROLE-CUSTOMER
                       IF WS-PASS = 1
                           ADD 1 TO WS-CUSTOMERS-READ
                       END-IF
                       PERFORM 2100-MEASURE-CUSTOMER
                       IF WS-CUST-EXPOSURE NOT = 0
                           IF WS-PASS = 1
                               PERFORM 2200-ADD-TO-BOOK
                           ELSE
                               PERFORM 2300-CHECK-CONCENTRATION
                           END-IF
                       END-IF
                   END-IF
                   READ USER-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE USER-MASTER-FILE.
           EXIT.

       2100-MEASURE-CUSTOMER.
           MOVE 0 TO WS-EX-FIELD-COUNT
           CALL "BLM-EXPOSURE-CONTROLLER" USING "MEASURE",
                WS-EX-FIELDS, WS-EX-FIELD-COUNT, USER-ID,
                WS-EX-RET-CODE
           MOVE 0 TO WS-CUST-EXPOSURE WS-CUST-MAXIMUM
           MOVE SPACES TO WS-CUST-GRADE WS-CUST-BASIS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EX-FIELD-COUNT
               EVALUATE WS-EX-FIELD-NAME(WS-IDX)
                   WHEN "exposure"
                       MOVE FUNCTION NUMVAL(WS-EX-FIELD-VALUE(WS-IDX))
                            TO WS-CUST-EXPOSURE
                   WHEN "max-exposure"
                       MOVE FUNCTION NUMVAL(WS-EX-FIELD-VALUE(WS-IDX))
                            TO WS-CUST-MAXIMUM
                   WHEN "grade"
                       MOVE WS-EX-FIELD-VALUE(WS-IDX)(1:1)
                            TO WS-CUST-GRADE
                   WHEN "basis"
                       MOVE WS-EX-FIELD-VALUE(WS-IDX)(1:6)
                            TO WS-CUST-BASIS
               END-EVALUATE
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2200-ADD-TO-BOOK - first pass: the book total, and the
      *> customer slotted into the largest-exposures table if they
      *> rank, pushing the smallest out once it is full.
      *> ----------------------------------------------------------------
       2200-ADD-TO-BOOK.
           ADD 1 TO WS-CUSTOMERS-EXPOSED
           ADD WS-CUST-EXPOSURE TO WS-BOOK-TOTAL
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOP-COUNT OR WS-SLOT > 0
               IF WS-CUST-EXPOSURE > WS-TOP-EXPOSURE(WS-IDX)
                   MOVE WS-IDX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-TOP-COUNT >= WS-TOP-N
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SLOT = WS-TOP-COUNT + 1
           END-IF
           IF WS-TOP-COUNT < WS-TOP-N
               ADD 1 TO WS-TOP-COUNT
           END-IF
           PERFORM VARYING WS-IDX FROM WS-TOP-COUNT BY -1
                   UNTIL WS-IDX <= WS-SLOT
               MOVE WS-TOP-ENTRY(WS-IDX - 1) TO WS-TOP-ENTRY(WS-IDX)
           END-PERFORM
           MOVE USER-ID TO WS-TOP-USER-ID(WS-SLOT)
           MOVE USER-USERNAME TO WS-TOP-USERNAME(WS-SLOT)
           MOVE WS-CUST-EXPOSURE TO WS-TOP-EXPOSURE(WS-SLOT)
           MOVE WS-CUST-MAXIMUM TO WS-TOP-MAXIMUM(WS-SLOT)
           MOVE WS-CUST-GRADE TO WS-TOP-GRADE(WS-SLOT).
           EXIT.

      *> ----------------------------------------------------------------
      *> 2300-CHECK-CONCENTRATION - second pass: a customer holding at
      *> least the set share of the book, or over their own maximum,
      *> is listed (a breach marked as such).
      *> ----------------------------------------------------------------
       2300-CHECK-CONCENTRATION.
           MOVE 0 TO WS-CUST-SHARE
           IF WS-BOOK-TOTAL > 0
               COMPUTE WS-CUST-SHARE ROUNDED =
                       WS-CUST-EXPOSURE * 100 / WS-BOOK-TOTAL
           END-IF
           IF WS-CUST-SHARE < WS-CONC-PCT
                   AND WS-CUST-EXPOSURE <= WS-CUST-MAXIMUM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LISTED
           IF WS-CUST-SHARE >= WS-CONC-PCT
               ADD 1 TO WS-CONC-COUNT
               ADD WS-CUST-EXPOSURE TO WS-CONC-TOTAL
           END-IF
           MOVE WS-CUST-EXPOSURE TO WS-AMOUNT-EDIT
           MOVE WS-CUST-MAXIMUM TO WS-MAX-EDIT
           MOVE WS-CUST-SHARE TO WS-SHARE-EDIT
           IF WS-CUST-EXPOSURE > WS-CUST-MAXIMUM
               ADD 1 TO WS-BREACH-COUNT
               DISPLAY USER-ID " " USER-USERNAME " " WS-AMOUNT-EDIT
                       "  " WS-SHARE-EDIT " " WS-MAX-EDIT " "
                       WS-CUST-GRADE "  ** OVER MAXIMUM ("
                       FUNCTION TRIM(WS-CUST-BASIS) ") **"
           ELSE
               DISPLAY USER-ID " " USER-USERNAME " " WS-AMOUNT-EDIT
                       "  " WS-SHARE-EDIT " " WS-MAX-EDIT " "
                       WS-CUST-GRADE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-PRINT-LARGEST - the book, then the largest exposures
      *> with their share of it.
      *> ----------------------------------------------------------------
       3000-PRINT-LARGEST.
           DISPLAY " "
           MOVE WS-BOOK-TOTAL TO WS-BOOK-EDIT
           DISPLAY "Total credit exposure:   " WS-BOOK-EDIT
           MOVE WS-CUSTOMERS-EXPOSED TO WS-COUNT-EDIT
           DISPLAY "Customers with exposure: " WS-COUNT-EDIT
           DISPLAY " "
           MOVE WS-TOP-N TO WS-RANK-EDIT
           DISPLAY "--- The " FUNCTION TRIM(WS-RANK-EDIT)
                   " largest exposures ---"
           DISPLAY "Rk User id    Username                       "
                   "      Exposure  Share%        Maximum G"
           MOVE 0 TO WS-TOP-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOP-COUNT
               ADD WS-TOP-EXPOSURE(WS-IDX) TO WS-TOP-TOTAL
               MOVE 0 TO WS-CUST-SHARE
               IF WS-BOOK-TOTAL > 0
                   COMPUTE WS-CUST-SHARE ROUNDED =
                       WS-TOP-EXPOSURE(WS-IDX) * 100 / WS-BOOK-TOTAL
               END-IF
               MOVE WS-IDX TO WS-RANK-EDIT
               MOVE WS-TOP-EXPOSURE(WS-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-TOP-MAXIMUM(WS-IDX) TO WS-MAX-EDIT
               MOVE WS-CUST-SHARE TO WS-SHARE-EDIT
               DISPLAY WS-RANK-EDIT " " WS-TOP-USER-ID(WS-IDX) " "
                       WS-TOP-USERNAME(WS-IDX) " " WS-AMOUNT-EDIT
                       "  " WS-SHARE-EDIT " " WS-MAX-EDIT " "
                       WS-TOP-GRADE(WS-IDX)
           END-PERFORM
           IF WS-TOP-COUNT = 0
               DISPLAY "None."
           ELSE
               MOVE 0 TO WS-CUST-SHARE
               IF WS-BOOK-TOTAL > 0
                   COMPUTE WS-CUST-SHARE ROUNDED =
                       WS-TOP-TOTAL * 100 / WS-BOOK-TOTAL
               END-IF
               MOVE WS-TOP-TOTAL TO WS-BOOK-EDIT
               MOVE WS-CUST-SHARE TO WS-SHARE-EDIT
               DISPLAY "Together: " WS-BOOK-EDIT "  " WS-SHARE-EDIT
                       "% of the book"
           END-IF
           MOVE WS-CONC-PCT TO WS-SHARE-EDIT.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           MOVE WS-CONC-COUNT TO WS-COUNT-EDIT
           MOVE WS-CONC-TOTAL TO WS-BOOK-EDIT
           DISPLAY "Above the concentration share: " WS-COUNT-EDIT
                   "  holding " WS-BOOK-EDIT
           MOVE WS-BREACH-COUNT TO WS-COUNT-EDIT
           DISPLAY "Over their own maximum:        " WS-COUNT-EDIT
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "EXPOSURE-REPORT" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-CUSTOMERS-READ TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-BREACH-COUNT TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-EXPOSURE-REPORT.
