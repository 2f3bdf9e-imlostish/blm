      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Month-end loan and card loss provisioning - applies a
      *>          loss rate by delinquency bucket (0 current to 3 =
      *>          90+) and customer risk grade (1 best to 5) to every
      *>          outstanding loan and carried card balance, works out
      *>          the reserve the books should be holding, and
      *>          journals only the month-on-month change between the
      *>          provision-expense and allowance accounts, so the GL
      *>          extract carries it like any other posting. The
      *>          report breaks the reserve down by bucket and grade.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: the rate matrix defaults are
      *>                     overridden row by row from PROV-LOAN-B0..3
      *>                     and PROV-CARD-B0..3 (five rates each, a
      *>                     comma list in grade order); the accounts
      *>                     come off PROV-EXP-ACCT (default PROVEXP)
      *>                     and PROV-ALLOW-ACCT (default ALLOWANCE).
      *>                     The reserve is stored per month on
      *>                     PROVHIST and the report goes to PROVRPT,
      *>                     replaced each run. A customer the scoring
      *>                     job has not graded yet is provisioned at
      *>                     grade 5 and reported as ungraded.
      *>   15/10/2026 - jm - The month's row is stored with its change
      *>                     pending before either leg journals and
      *>                     marked as each leg posts; the next run
      *>                     finishes a pending change instead of
      *>                     posting it again. PROVHIST write failures
      *>                     stop the run with 12.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-LOSS-PROVISION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOAN-ID
                 ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LOAN-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CARD-STATUS.
             SELECT RISK-MASTER-FILE ASSIGN TO "RISKMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RISK-USER-ID
                 FILE STATUS IS WS-RISK-STATUS.
             SELECT PROVISION-HISTORY-FILE ASSIGN TO "PROVHIST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROV-YYYYMM
                 FILE STATUS IS WS-PROV-STATUS.
             SELECT PROVISION-REPORT-FILE ASSIGN TO "PROVRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".
       FD  RISK-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "risk-grade.cpy".
       FD  PROVISION-HISTORY-FILE
           LABEL RECORD STANDARD.
           COPY "provision-history.cpy".
       FD  PROVISION-REPORT-FILE
           LABEL RECORD STANDARD.
       01 PROVISION-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-LOAN-STATUS       PIC XX VALUE SPACES.
       77 WS-CARD-STATUS       PIC XX VALUE SPACES.
       77 WS-RISK-STATUS       PIC XX VALUE SPACES.
       77 WS-PROV-STATUS       PIC XX VALUE SPACES.
       77 WS-REPORT-STATUS     PIC XX VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-THIS-YYYYMM       PIC X(6) VALUE SPACES.
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
       77 WS-RISK-FILE-OPEN    PIC X VALUE "N".
           88 RISK-FILE-OPEN     VALUE "Y".

      *> The two sides of the provision posting.
       77 WS-EXPENSE-ACCT      PIC X(10) VALUE "PROVEXP".
       77 WS-ALLOWANCE-ACCT    PIC X(10) VALUE "ALLOWANCE".

      *> Loss rates, percent of balance: product (1 loan, 2 card) by
      *> delinquency bucket (0-3, held at +1) by risk grade (1-5).
      *> These are the defaults; a PROV-LOAN-Bn / PROV-CARD-Bn switch
      *> replaces a whole bucket row.
       01 WS-DEFAULT-RATE-VALUES.
           05 FILLER PIC X(25) VALUE "0005000100002000035000600".
           05 FILLER PIC X(25) VALUE "0050000800012000160002000".
           05 FILLER PIC X(25) VALUE "0200002500030000400005000".
           05 FILLER PIC X(25) VALUE "0500006000070000800009000".
           05 FILLER PIC X(25) VALUE "0010000200003500050000800".
           05 FILLER PIC X(25) VALUE "0100001500020000250003000".
           05 FILLER PIC X(25) VALUE "0300004000050000600007000".
           05 FILLER PIC X(25) VALUE "0600007000080000900009500".
       01 WS-RATE-TABLE REDEFINES WS-DEFAULT-RATE-VALUES.
           05 WS-RATE-PRODUCT OCCURS 2 TIMES.
               10 WS-RATE-BUCKET OCCURS 4 TIMES.
                   15 WS-LOSS-RATE    PIC 9(3)V99 OCCURS 5 TIMES.
       01 WS-RATE-PARTS.
           05 WS-RATE-PART         PIC X(8) OCCURS 5 TIMES.
       77 WS-PROD-IDX          PIC 9(1) COMP VALUE 0.
       77 WS-BUCKET-IDX        PIC 9(1) COMP VALUE 0.
       77 WS-GRADE-IDX         PIC 9(1) COMP VALUE 0.
       77 WS-RATE-GRADE        PIC 9(1) COMP VALUE 0.
       77 WS-BUCKET-DIGIT      PIC 9(1) VALUE 0.

      *> Balances gathered per cell - grade held at +1 so the
      *> ungraded (0) get a row of their own on the report.
       01 WS-CELL-TABLE.
           05 WS-CELL-PRODUCT OCCURS 2 TIMES.
               10 WS-CELL-BUCKET OCCURS 4 TIMES.
                   15 WS-CELL-GRADE OCCURS 6 TIMES.
                       20 WS-CELL-COUNT   PIC 9(7) COMP.
                       20 WS-CELL-BAL     PIC 9(11)V99.
                       20 WS-CELL-RESERVE PIC 9(11)V99.
       77 WS-ITEM-BAL          PIC S9(11)V99 VALUE 0.
       77 WS-ITEM-USER         PIC X(10) VALUE SPACES.
       77 WS-ITEM-GRADE        PIC 9(1) VALUE 0.

      *> This month's requirement against the reserve on the books.
       77 WS-LOAN-BAL          PIC 9(11)V99 VALUE 0.
       77 WS-LOAN-RESERVE      PIC 9(11)V99 VALUE 0.
       77 WS-CARD-BAL          PIC 9(11)V99 VALUE 0.
       77 WS-CARD-RESERVE      PIC 9(11)V99 VALUE 0.
       77 WS-REQUIRED          PIC 9(11)V99 VALUE 0.
       77 WS-HAVE-PRIOR        PIC X VALUE "N".
           88 HAVE-PRIOR         VALUE "Y".
       77 WS-PRIOR-YYYYMM      PIC X(6) VALUE SPACES.
       77 WS-PRIOR-LOAN-RES    PIC 9(11)V99 VALUE 0.
       77 WS-PRIOR-CARD-RES    PIC 9(11)V99 VALUE 0.
       77 WS-PRIOR-POSTED      PIC S9(11)V99 VALUE 0.
       77 WS-BOOKED            PIC 9(11)V99 VALUE 0.
       77 WS-CHANGE            PIC S9(11)V99 VALUE 0.
       77 WS-CHANGE-ABS        PIC 9(9)V99 VALUE 0.
       77 WS-POSTING-FAILED    PIC X VALUE "N".
           88 POSTING-FAILED     VALUE "Y".
       77 WS-STORE-FAILED      PIC X VALUE "N".
           88 STORE-FAILED       VALUE "Y".
      *> the latest stored month's unfinished change, if any, and the
      *> change being journalled now - its month, amount, the
      *> reserve it leaves and how far its legs have got.
       77 WS-PRIOR-PEND-STATE  PIC X VALUE SPACE.
       77 WS-PRIOR-PEND-CHANGE PIC S9(11)V99 VALUE 0.
       77 WS-PEND-YYYYMM       PIC X(6) VALUE SPACES.
       77 WS-PEND-CHANGE       PIC S9(11)V99 VALUE 0.
       77 WS-PEND-RESERVE      PIC 9(11)V99 VALUE 0.
       77 WS-PEND-STATE        PIC X VALUE SPACE.
           88 PEND-NONE          VALUE SPACE.
           88 PEND-BOTH          VALUE "P".
           88 PEND-ALLOW         VALUE "E".

       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.
       77 WS-JRNL-SOURCE-ID    PIC X(10) VALUE SPACES.

      *> Report - one section per book, then the posting summary.
       01 WS-RPT-HEADING.
           05 FILLER           PIC X(36)
               VALUE "LOAN LOSS PROVISIONING - MONTH ".
           05 WS-RPT-HDR-MONTH PIC X(6).
           05 FILLER           PIC X(10) VALUE "  RUN ".
           05 WS-RPT-HDR-DATE  PIC 9(8).
           05 FILLER           PIC X(72) VALUE SPACES.
       01 WS-RPT-SECTION       PIC X(132) VALUE SPACES.
       01 WS-RPT-COLUMNS.
           05 FILLER           PIC X(44)
               VALUE "BUCKET      GRADE      COUNT        BALANCE ".
           05 FILLER           PIC X(44)
               VALUE " RATE %        RESERVE".
           05 FILLER           PIC X(44) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 WS-RPT-BUCKET    PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RPT-GRADE     PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-COUNT     PIC Z(6)9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-BAL       PIC Z(10)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RPT-RATE      PIC ZZ9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WS-RPT-RESERVE   PIC Z(10)9.99.
           05 FILLER           PIC X(65) VALUE SPACES.
       01 WS-RPT-TOTALS.
           05 WS-RPT-TOT-LABEL PIC X(40).
           05 WS-RPT-TOT-AMT   PIC -(11)9.99.
           05 FILLER           PIC X(77) VALUE SPACES.
       01 WS-BUCKET-NAMES-VALUES.
           05 FILLER PIC X(10) VALUE "CURRENT".
           05 FILLER PIC X(10) VALUE "30 DAYS".
           05 FILLER PIC X(10) VALUE "60 DAYS".
           05 FILLER PIC X(10) VALUE "90+ DAYS".
       01 WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-VALUES.
           05 WS-BUCKET-NAME   PIC X(10) OCCURS 4 TIMES.

      *> Run counters and run-history rows
       77 WS-LOANS-READ        PIC 9(7) COMP VALUE 0.
       77 WS-CARDS-READ        PIC 9(7) COMP VALUE 0.
       77 WS-ITEMS-PROVIDED    PIC 9(7) COMP VALUE 0.
       77 WS-PROV-EXCEPTIONS   PIC 9(5) COMP VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GATHER-LOANS
           PERFORM 3000-GATHER-CARDS
           PERFORM 4000-PRICE-RESERVE
           PERFORM 5000-LOAD-BOOKED-RESERVE
           PERFORM 5100-FINISH-PENDING
           IF NOT POSTING-FAILED
               PERFORM 6000-POST-CHANGE
           END-IF
           PERFORM 7000-WRITE-REPORT
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - rate overrides and the two accounts off the
      *> system switches, the risk grades opened for lookup, and the
      *> START row to the run history.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:6) TO WS-THIS-YYYYMM
           DISPLAY "=== Month-End Loss Provisioning " WS-THIS-YYYYMM
                   " ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           INITIALIZE WS-CELL-TABLE
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > 2
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 4
                   PERFORM 1100-LOAD-RATE-ROW
               END-PERFORM
           END-PERFORM

           MOVE "PROV-EXP-ACCT" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-EXPENSE-ACCT
           END-IF
           MOVE "PROV-ALLOW-ACCT" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-ALLOWANCE-ACCT
           END-IF
           DISPLAY "Provision expense account " WS-EXPENSE-ACCT
                   ", allowance account " WS-ALLOWANCE-ACCT

           OPEN INPUT RISK-MASTER-FILE
           IF WS-RISK-STATUS = "00"
               MOVE "Y" TO WS-RISK-FILE-OPEN
           ELSE
               DISPLAY "No risk grades on file - every balance "
                       "provisions as ungraded."
           END-IF

           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "LOSS-PROVISION" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> one bucket row of rates: PROV-LOAN-Bn or PROV-CARD-Bn, five
      *> comma-separated percentages for grades 1 to 5. A blank slot
      *> keeps its default.
       1100-LOAD-RATE-ROW.
           MOVE WS-BUCKET-IDX TO WS-BUCKET-DIGIT
           SUBTRACT 1 FROM WS-BUCKET-DIGIT
           MOVE SPACES TO WS-CTL-KEY
           IF WS-PROD-IDX = 1
               STRING "PROV-LOAN-B" WS-BUCKET-DIGIT
                   DELIMITED BY SIZE INTO WS-CTL-KEY
           ELSE
               STRING "PROV-CARD-B" WS-BUCKET-DIGIT
                   DELIMITED BY SIZE INTO WS-CTL-KEY
           END-IF
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE NOT = 0 OR WS-CTL-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RATE-PARTS
           UNSTRING WS-CTL-VALUE DELIMITED BY ","
               INTO WS-RATE-PART(1) WS-RATE-PART(2) WS-RATE-PART(3)
                    WS-RATE-PART(4) WS-RATE-PART(5)
           END-UNSTRING
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > 5
               IF WS-RATE-PART(WS-GRADE-IDX) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-RATE-PART(WS-GRADE-IDX))
                        TO WS-LOSS-RATE(WS-PROD-IDX, WS-BUCKET-IDX,
                                        WS-GRADE-IDX)
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-GATHER-LOANS - every loan still on the books (ACTIVE or
      *> DEFAULTED) with principal outstanding, into its bucket and
      *> the borrower's grade. A charged-off loan is already off the
      *> books and out of the reserve.
      *> ----------------------------------------------------------------
       2000-GATHER-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "No loans on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO LOAN-ID
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LOAN-ID
           IF WS-LOAN-STATUS = "00"
               READ LOAN-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
                   ADD 1 TO WS-LOANS-READ
                   IF (LOAN-ACTIVE OR LOAN-DEFAULTED)
                           AND LOAN-OUTSTANDING-BAL > 0
                       MOVE 1 TO WS-PROD-IDX
                       MOVE LOAN-OUTSTANDING-BAL TO WS-ITEM-BAL
                       MOVE LOAN-USER-ID TO WS-ITEM-USER
                       IF LOAN-DELINQ-BUCKET IS NUMERIC
                               AND LOAN-DELINQ-BUCKET <= 3
                           COMPUTE WS-BUCKET-IDX =
                                   LOAN-DELINQ-BUCKET + 1
                       ELSE
                           MOVE 1 TO WS-BUCKET-IDX
                       END-IF
                       PERFORM 2100-ADD-TO-CELL
                   END-IF
                   READ LOAN-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE LOAN-MASTER-FILE.
           EXIT.

      *> looks the holder's grade up and adds the balance to its cell.
       2100-ADD-TO-CELL.
           MOVE 0 TO WS-ITEM-GRADE
           IF RISK-FILE-OPEN
               MOVE WS-ITEM-USER TO RISK-USER-ID
               READ RISK-MASTER-FILE KEY IS RISK-USER-ID
               IF WS-RISK-STATUS = "00" AND RISK-GRADE IS NUMERIC
                       AND RISK-GRADE >= 1 AND RISK-GRADE <= 5
                   MOVE RISK-GRADE TO WS-ITEM-GRADE
               END-IF
           END-IF
           COMPUTE WS-GRADE-IDX = WS-ITEM-GRADE + 1
           ADD 1 TO WS-CELL-COUNT(WS-PROD-IDX, WS-BUCKET-IDX,
                                  WS-GRADE-IDX)
           ADD WS-ITEM-BAL TO WS-CELL-BAL(WS-PROD-IDX, WS-BUCKET-IDX,
                                          WS-GRADE-IDX)
           ADD 1 TO WS-ITEMS-PROVIDED.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-GATHER-CARDS - every card not closed that carries a
      *> balance (limit less available, the same exposure figure the
      *> portfolio report uses), into its aging bucket and grade.
      *> ----------------------------------------------------------------
       3000-GATHER-CARDS.
           OPEN INPUT CARD-MASTER-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "No cards on file."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CARD-ID
           START CARD-MASTER-FILE KEY IS NOT LESS THAN CARD-ID
           IF WS-CARD-STATUS = "00"
               READ CARD-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-CARD-STATUS NOT = "00"
                   ADD 1 TO WS-CARDS-READ
                   COMPUTE WS-ITEM-BAL =
                           CARD-CREDIT-LIMIT - CARD-AVAILABLE-BAL
                   IF NOT CARD-CLOSED AND WS-ITEM-BAL > 0
                       MOVE 2 TO WS-PROD-IDX
                       MOVE CARD-USER-ID TO WS-ITEM-USER
                       IF CARD-DELINQ-BUCKET IS NUMERIC
                               AND CARD-DELINQ-BUCKET <= 3
                           COMPUTE WS-BUCKET-IDX =
                                   CARD-DELINQ-BUCKET + 1
                       ELSE
                           MOVE 1 TO WS-BUCKET-IDX
                       END-IF
                       PERFORM 2100-ADD-TO-CELL
                   END-IF
                   READ CARD-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CARD-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4000-PRICE-RESERVE - each cell's balance at its loss rate;
      *> the ungraded cell takes the grade 5 rate.
      *> ----------------------------------------------------------------
       4000-PRICE-RESERVE.
           IF RISK-FILE-OPEN
               CLOSE RISK-MASTER-FILE
           END-IF
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > 2
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 4
                   PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                           UNTIL WS-GRADE-IDX > 6
                       PERFORM 4100-PRICE-ONE-CELL
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           COMPUTE WS-REQUIRED = WS-LOAN-RESERVE + WS-CARD-RESERVE.
           EXIT.

       4100-PRICE-ONE-CELL.
           PERFORM 4200-CELL-RATE-GRADE
           COMPUTE WS-CELL-RESERVE(WS-PROD-IDX, WS-BUCKET-IDX,
                                   WS-GRADE-IDX) ROUNDED =
                   WS-CELL-BAL(WS-PROD-IDX, WS-BUCKET-IDX,
                               WS-GRADE-IDX)
                   * WS-LOSS-RATE(WS-PROD-IDX, WS-BUCKET-IDX,
                                  WS-RATE-GRADE) / 100
           IF WS-PROD-IDX = 1
               ADD WS-CELL-BAL(WS-PROD-IDX, WS-BUCKET-IDX,
                               WS-GRADE-IDX) TO WS-LOAN-BAL
               ADD WS-CELL-RESERVE(WS-PROD-IDX, WS-BUCKET-IDX,
                                   WS-GRADE-IDX) TO WS-LOAN-RESERVE
           ELSE
               ADD WS-CELL-BAL(WS-PROD-IDX, WS-BUCKET-IDX,
                               WS-GRADE-IDX) TO WS-CARD-BAL
               ADD WS-CELL-RESERVE(WS-PROD-IDX, WS-BUCKET-IDX,
                                   WS-GRADE-IDX) TO WS-CARD-RESERVE
           END-IF.
           EXIT.

      *> the rate column for a cell: grade n sits at n + 1 in the
      *> cell table and at n in the rate table; ungraded takes 5.
       4200-CELL-RATE-GRADE.
           IF WS-GRADE-IDX = 1
               MOVE 5 TO WS-RATE-GRADE
           ELSE
               COMPUTE WS-RATE-GRADE = WS-GRADE-IDX - 1
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5000-LOAD-BOOKED-RESERVE - the reserve the ledger is carrying
      *> is the latest stored month on or before this one. When that
      *> is this month (a rerun) only the further change posts.
      *> ----------------------------------------------------------------
       5000-LOAD-BOOKED-RESERVE.
           OPEN INPUT PROVISION-HISTORY-FILE
           IF WS-PROV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PROV-YYYYMM
           START PROVISION-HISTORY-FILE
               KEY IS NOT LESS THAN PROV-YYYYMM
           IF WS-PROV-STATUS = "00"
               READ PROVISION-HISTORY-FILE NEXT RECORD
               PERFORM UNTIL WS-PROV-STATUS NOT = "00"
                       OR PROV-YYYYMM > WS-THIS-YYYYMM
                   MOVE "Y" TO WS-HAVE-PRIOR
                   MOVE PROV-YYYYMM TO WS-PRIOR-YYYYMM
                   MOVE PROV-LOAN-RESERVE TO WS-PRIOR-LOAN-RES
                   MOVE PROV-CARD-RESERVE TO WS-PRIOR-CARD-RES
                   MOVE PROV-POSTED TO WS-PRIOR-POSTED
                   MOVE PROV-PEND-STATE TO WS-PRIOR-PEND-STATE
                   MOVE PROV-PEND-CHANGE TO WS-PRIOR-PEND-CHANGE
                   READ PROVISION-HISTORY-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE PROVISION-HISTORY-FILE
           COMPUTE WS-BOOKED = WS-PRIOR-LOAN-RES + WS-PRIOR-CARD-RES.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5100-FINISH-PENDING - a run that stopped part way through its
      *> journalling left its row pending; the legs it did not post
      *> go now, for the amount and month it stored, before this
      *> run measures any change of its own. If they fail again
      *> nothing further posts.
      *> ----------------------------------------------------------------
       5100-FINISH-PENDING.
           IF NOT HAVE-PRIOR OR WS-PRIOR-PEND-STATE = SPACE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Finishing the " WS-PRIOR-YYYYMM " change of "
                   WS-PRIOR-PEND-CHANGE " left pending by an earlier "
                   "run."
           MOVE WS-PRIOR-YYYYMM TO WS-PEND-YYYYMM
           MOVE WS-PRIOR-PEND-CHANGE TO WS-PEND-CHANGE
           MOVE WS-PRIOR-PEND-STATE TO WS-PEND-STATE
           MOVE WS-BOOKED TO WS-PEND-RESERVE
           PERFORM 6200-POST-PENDING-LEGS.
           EXIT.

      *> ----------------------------------------------------------------
      *> 6000-POST-CHANGE - the change in the requirement, both legs.
      *> A build charges provision expense and credits the allowance;
      *> a release runs the other way. Each side journals under its
      *> own source type, so the GL map can point each at a single
      *> ledger account whichever way the month went. The month's
      *> row is stored first with the change pending, and marked leg
      *> by leg as the journal takes them, so a run that stops part
      *> way is finished by the next one instead of posted again.
      *> ----------------------------------------------------------------
       6000-POST-CHANGE.
           COMPUTE WS-CHANGE = WS-REQUIRED - WS-BOOKED
           MOVE WS-THIS-YYYYMM TO WS-PEND-YYYYMM
           MOVE WS-CHANGE TO WS-PEND-CHANGE
           MOVE WS-REQUIRED TO WS-PEND-RESERVE
           IF WS-CHANGE = 0
               DISPLAY "Reserve unchanged - nothing to post."
               SET PEND-NONE TO TRUE
               PERFORM 8000-STORE-THIS-MONTH
               EXIT PARAGRAPH
           END-IF
           SET PEND-BOTH TO TRUE
           PERFORM 8000-STORE-THIS-MONTH
           IF POSTING-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM 6200-POST-PENDING-LEGS
           IF POSTING-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-CHANGE > 0
               DISPLAY "Provision built by " WS-CHANGE-ABS
           ELSE
               DISPLAY "Provision released by " WS-CHANGE-ABS
           END-IF.
           EXIT.

      *> the month's row stays pending at the leg that failed, so the
      *> next run posts that leg (and any after it) and no other.
       6100-POSTING-FAILED.
           MOVE "Y" TO WS-POSTING-FAILED
           ADD 1 TO WS-PROV-EXCEPTIONS
           DISPLAY "*** Provision posting failed, code "
                   WS-JOURNAL-RET-CODE " - left pending for the next "
                   "run ***".
           EXIT.

      *> the legs of WS-PEND-CHANGE not yet journalled: the expense
      *> leg when both are pending, then the allowance leg, each
      *> marked on the month's row as soon as it posts.
       6200-POST-PENDING-LEGS.
           IF WS-PEND-CHANGE < 0
               COMPUTE WS-CHANGE-ABS = 0 - WS-PEND-CHANGE
           ELSE
               MOVE WS-PEND-CHANGE TO WS-CHANGE-ABS
           END-IF
           MOVE SPACES TO WS-JRNL-SOURCE-ID
           STRING "PROV" WS-PEND-YYYYMM DELIMITED BY SIZE
               INTO WS-JRNL-SOURCE-ID
           IF PEND-BOTH
               PERFORM 6210-EXPENSE-LEG
               IF POSTING-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 6220-ALLOWANCE-LEG.
           EXIT.

       6210-EXPENSE-LEG.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-EXPENSE-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           IF WS-PEND-CHANGE > 0
               SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           ELSE
               SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           END-IF
           MOVE WS-CHANGE-ABS TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "PROV-EXP" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE WS-JRNL-SOURCE-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE 0 TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE
           IF WS-JOURNAL-RET-CODE NOT = 0
               PERFORM 6100-POSTING-FAILED
               EXIT PARAGRAPH
           END-IF
           SET PEND-ALLOW TO TRUE
           PERFORM 8100-MARK-PROGRESS.
           EXIT.

      *> the allowance leg carries the reserve it leaves behind.
       6220-ALLOWANCE-LEG.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-ALLOWANCE-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           IF WS-PEND-CHANGE > 0
               SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           ELSE
               SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           END-IF
           MOVE WS-CHANGE-ABS TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "PROV-ALLOW" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE WS-JRNL-SOURCE-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE WS-PEND-RESERVE TO JRNL-BALANCE-AFTER
                                   OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE
           IF WS-JOURNAL-RET-CODE NOT = 0
               PERFORM 6100-POSTING-FAILED
               EXIT PARAGRAPH
           END-IF
           SET PEND-NONE TO TRUE
           PERFORM 8100-MARK-PROGRESS.
           EXIT.

      *> ----------------------------------------------------------------
      *> 7000-WRITE-REPORT - loans, then cards, by bucket and grade
      *> (empty cells left out), then the reserve movement.
      *> ----------------------------------------------------------------
       7000-WRITE-REPORT.
           OPEN OUTPUT PROVISION-REPORT-FILE
           MOVE WS-THIS-YYYYMM TO WS-RPT-HDR-MONTH
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-DATE
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-HEADING
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > 2
               MOVE SPACES TO WS-RPT-SECTION
               WRITE PROVISION-REPORT-LINE FROM WS-RPT-SECTION
               IF WS-PROD-IDX = 1
                   MOVE "SECTION 1 - LOANS" TO WS-RPT-SECTION
               ELSE
                   MOVE "SECTION 2 - CARDS" TO WS-RPT-SECTION
               END-IF
               WRITE PROVISION-REPORT-LINE FROM WS-RPT-SECTION
               WRITE PROVISION-REPORT-LINE FROM WS-RPT-COLUMNS
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 4
                   PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                           UNTIL WS-GRADE-IDX > 6
                       IF WS-CELL-COUNT(WS-PROD-IDX, WS-BUCKET-IDX,
                                        WS-GRADE-IDX) > 0
                           PERFORM 7100-WRITE-CELL-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-PROD-IDX = 1
                   MOVE "LOAN BALANCES" TO WS-RPT-TOT-LABEL
                   MOVE WS-LOAN-BAL TO WS-RPT-TOT-AMT
                   WRITE PROVISION-REPORT-LINE FROM WS-RPT-TOTALS
                   MOVE "LOAN RESERVE REQUIRED" TO WS-RPT-TOT-LABEL
                   MOVE WS-LOAN-RESERVE TO WS-RPT-TOT-AMT
                   WRITE PROVISION-REPORT-LINE FROM WS-RPT-TOTALS
               ELSE
                   MOVE "CARD BALANCES" TO WS-RPT-TOT-LABEL
                   MOVE WS-CARD-BAL TO WS-RPT-TOT-AMT
                   WRITE PROVISION-REPORT-LINE FROM WS-RPT-TOTALS
                   MOVE "CARD RESERVE REQUIRED" TO WS-RPT-TOT-LABEL
                   MOVE WS-CARD-RESERVE TO WS-RPT-TOT-AMT
                   WRITE PROVISION-REPORT-LINE FROM WS-RPT-TOTALS
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-RPT-SECTION
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-SECTION
           MOVE "SECTION 3 - RESERVE MOVEMENT" TO WS-RPT-SECTION
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-SECTION
           MOVE "RESERVE REQUIRED" TO WS-RPT-TOT-LABEL
           MOVE WS-REQUIRED TO WS-RPT-TOT-AMT
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-TOTALS
           MOVE SPACES TO WS-RPT-TOT-LABEL
           IF HAVE-PRIOR
               STRING "RESERVE BOOKED (" WS-PRIOR-YYYYMM ")"
                   DELIMITED BY SIZE INTO WS-RPT-TOT-LABEL
           ELSE
               MOVE "RESERVE BOOKED (NONE ON FILE)"
                    TO WS-RPT-TOT-LABEL
           END-IF
           MOVE WS-BOOKED TO WS-RPT-TOT-AMT
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-TOTALS
           IF STORE-FAILED
               MOVE "PROVHIST NOT UPDATED - SEE RUN LOG"
                    TO WS-RPT-TOT-LABEL
           ELSE
             IF POSTING-FAILED
               MOVE "CHANGE NOT POSTED - JOURNAL FAILED"
                    TO WS-RPT-TOT-LABEL
             ELSE
               MOVE "CHANGE POSTED (BUILD + / RELEASE -)"
                    TO WS-RPT-TOT-LABEL
             END-IF
           END-IF
           MOVE WS-CHANGE TO WS-RPT-TOT-AMT
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-TOTALS
           CLOSE PROVISION-REPORT-FILE.
           EXIT.

       7100-WRITE-CELL-LINE.
           MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO WS-RPT-BUCKET
           IF WS-GRADE-IDX = 1
               MOVE "UNGRADED" TO WS-RPT-GRADE
           ELSE
               MOVE SPACES TO WS-RPT-GRADE
               COMPUTE WS-BUCKET-DIGIT = WS-GRADE-IDX - 1
               MOVE WS-BUCKET-DIGIT TO WS-RPT-GRADE(1:1)
           END-IF
           PERFORM 4200-CELL-RATE-GRADE
           MOVE WS-CELL-COUNT(WS-PROD-IDX, WS-BUCKET-IDX, WS-GRADE-IDX)
                TO WS-RPT-COUNT
           MOVE WS-CELL-BAL(WS-PROD-IDX, WS-BUCKET-IDX, WS-GRADE-IDX)
                TO WS-RPT-BAL
           MOVE WS-LOSS-RATE(WS-PROD-IDX, WS-BUCKET-IDX, WS-RATE-GRADE)
                TO WS-RPT-RATE
           MOVE WS-CELL-RESERVE(WS-PROD-IDX, WS-BUCKET-IDX,
                                WS-GRADE-IDX) TO WS-RPT-RESERVE
           WRITE PROVISION-REPORT-LINE FROM WS-RPT-DETAIL.
           EXIT.

      *> ----------------------------------------------------------------
      *> 8000-STORE-THIS-MONTH - this month's reserve becomes the one
      *> on the books, stored with its change pending before either
      *> leg posts; a rerun inside the month refreshes the row, and
      *> 8100 adds the change to what the month has already posted
      *> once both legs are on the journal. A row that cannot be
      *> stored stops the run before anything posts.
      *> ----------------------------------------------------------------
       8000-STORE-THIS-MONTH.
           OPEN I-O PROVISION-HISTORY-FILE
           IF WS-PROV-STATUS = "35"
               OPEN OUTPUT PROVISION-HISTORY-FILE
               CLOSE PROVISION-HISTORY-FILE
               OPEN I-O PROVISION-HISTORY-FILE
           END-IF
           MOVE SPACES TO PROVISION-RECORD
           MOVE WS-THIS-YYYYMM TO PROV-YYYYMM
           MOVE WS-LOAN-BAL TO PROV-LOAN-BAL
           MOVE WS-LOAN-RESERVE TO PROV-LOAN-RESERVE
           MOVE WS-CARD-BAL TO PROV-CARD-BAL
           MOVE WS-CARD-RESERVE TO PROV-CARD-RESERVE
           IF WS-PRIOR-YYYYMM = WS-THIS-YYYYMM
               MOVE WS-PRIOR-POSTED TO PROV-POSTED
           ELSE
               MOVE 0 TO PROV-POSTED
           END-IF
           MOVE WS-PEND-STATE TO PROV-PEND-STATE
           IF PEND-NONE
               MOVE 0 TO PROV-PEND-CHANGE
           ELSE
               MOVE WS-PEND-CHANGE TO PROV-PEND-CHANGE
           END-IF
           PERFORM 8300-STAMP-ROW
           WRITE PROVISION-RECORD
           IF WS-PROV-STATUS = "22"
               REWRITE PROVISION-RECORD
           END-IF
           IF WS-PROV-STATUS NOT = "00"
               CLOSE PROVISION-HISTORY-FILE
               PERFORM 8200-STORE-FAILED
               EXIT PARAGRAPH
           END-IF
           CLOSE PROVISION-HISTORY-FILE
           DISPLAY "Reserve stored for " WS-THIS-YYYYMM ".".
           EXIT.

      *> the pending month's row moved on to WS-PEND-STATE after a
      *> leg posted; when both are done the change joins PROV-POSTED.
      *> A mark that cannot be written stops the run - the row would
      *> send the leg again - and is left for the ledger team.
       8100-MARK-PROGRESS.
           OPEN I-O PROVISION-HISTORY-FILE
           IF WS-PROV-STATUS NOT = "00"
               PERFORM 8200-STORE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PEND-YYYYMM TO PROV-YYYYMM
           READ PROVISION-HISTORY-FILE KEY IS PROV-YYYYMM
           IF WS-PROV-STATUS NOT = "00"
               CLOSE PROVISION-HISTORY-FILE
               PERFORM 8200-STORE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PEND-STATE TO PROV-PEND-STATE
           IF PEND-NONE
               ADD PROV-PEND-CHANGE TO PROV-POSTED
               MOVE 0 TO PROV-PEND-CHANGE
               IF WS-PEND-YYYYMM = WS-PRIOR-YYYYMM
                   MOVE PROV-POSTED TO WS-PRIOR-POSTED
               END-IF
           END-IF
           PERFORM 8300-STAMP-ROW
           REWRITE PROVISION-RECORD
           IF WS-PROV-STATUS NOT = "00"
               CLOSE PROVISION-HISTORY-FILE
               PERFORM 8200-STORE-FAILED
               EXIT PARAGRAPH
           END-IF
           CLOSE PROVISION-HISTORY-FILE.
           EXIT.

       8200-STORE-FAILED.
           MOVE "Y" TO WS-STORE-FAILED
           MOVE "Y" TO WS-POSTING-FAILED
           ADD 1 TO WS-PROV-EXCEPTIONS
           DISPLAY "*** PROVHIST row " WS-PEND-YYYYMM " not updated, "
                   "status " WS-PROV-STATUS " - check it against the "
                   "PROV-EXP/PROV-ALLOW journal rows before the next "
                   "run ***".
           EXIT.

       8300-STAMP-ROW.
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE SPACES TO PROV-UPDATED-AT
           STRING WS-TODAY-DATE WS-CDT-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO PROV-UPDATED-AT.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Loans read: " WS-LOANS-READ
                   ", cards read: " WS-CARDS-READ
           DISPLAY "Balances provisioned: " WS-ITEMS-PROVIDED
           DISPLAY "Loan reserve: " WS-LOAN-RESERVE
                   " on " WS-LOAN-BAL
           DISPLAY "Card reserve: " WS-CARD-RESERVE
                   " on " WS-CARD-BAL
           DISPLAY "Reserve required " WS-REQUIRED
                   ", booked " WS-BOOKED ", change " WS-CHANGE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "LOSS-PROVISION" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-ITEMS-PROVIDED TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-PROV-EXCEPTIONS TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           IF POSTING-FAILED
               MOVE 12 TO RUN-RET-CODE OF WS-RUN-ENTRY
           ELSE
               MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           END-IF
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           IF POSTING-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF
           EXIT.

       END PROGRAM BLM-LOSS-PROVISION.
