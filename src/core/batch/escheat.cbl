      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Yearly unclaimed-property (escheatment) process. A
      *>          balance that stays dormant past the statutory period
      *>          must be handed to the state, not left on the
      *>          customer's record forever. Each run:
      *>            - remits every property whose due-diligence notice
      *>              window has run out unanswered: the money comes
      *>              off the account, term deposit or outstanding
      *>              check and onto the escheat liability account
      *>              (ESCHEAT-ACCT switch, default ESCHEATPAY)
      *>              through the posting journal;
      *>            - releases a noticed property whose owner came
      *>              back (reactivated, voided, paid out) in time;
      *>            - finds newly reportable property and queues the
      *>              due-diligence notice to its owner:
      *>                deposit accounts of a customer flagged DORMANT
      *>                  with no activity for ESCHEAT-YEARS (default
      *>                  3),
      *>                term deposits still open ESCHEAT-TD-YEARS
      *>                  (default 3) past maturity for a dormant owner,
      *>                official checks outstanding ESCHEAT-CHK-YEARS
      *>                  (default 3) since issue;
      *>            - writes the state report file (ESCHRPT) of every
      *>              property remitted in the report year.
      *>          Operations run it once to send the notices and again
      *>          once the ESCHEAT-NOTICE-DAYS window (default 60) has
      *>          passed, before the filing date.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: register on ESCHMSTR, one row
      *>                     per property per notice; runs as a named
      *>                     driver job like TAX-INFO. Property under
      *>                     LEGALHOLD or SANCTION is not remitted -
      *>                     it is an exception left for next run.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-ESCHEAT.
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
             SELECT USER-FLAG-FILE ASSIGN TO "USRFLAG"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FLAG-KEY
                 FILE STATUS IS WS-FLAG-STATUS.
             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-ACCT-STATUS.
             SELECT TERMDEP-MASTER-FILE ASSIGN TO "TDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TD-ID
                 ALTERNATE RECORD KEY IS TD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-TD-STATUS.
             SELECT OFFICIAL-CHECK-FILE ASSIGN TO "CHKMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OCHK-NUMBER
                 ALTERNATE RECORD KEY IS OCHK-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CHK-STATUS.
             SELECT ESCHEAT-FILE ASSIGN TO "ESCHMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ESCH-KEY
                 ALTERNATE RECORD KEY IS ESCH-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-ESCH-STATUS.
             SELECT PROFILE-MASTER-FILE ASSIGN TO "PROFMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROF-USER-ID
                 FILE STATUS IS WS-PROF-STATUS.
             SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  USER-FLAG-FILE
           LABEL RECORD STANDARD.
           COPY "user-flag.cpy".
       FD  DEPOSIT-ACCOUNT-FILE
           LABEL RECORD STANDARD.
           COPY "deposit-account.cpy".
       FD  TERMDEP-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "term-deposit.cpy".
       FD  OFFICIAL-CHECK-FILE
           LABEL RECORD STANDARD.
           COPY "official-check.cpy".
       FD  ESCHEAT-FILE
           LABEL RECORD STANDARD.
           COPY "escheat-item.cpy".
       FD  PROFILE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".
       FD  ESCHEAT-REPORT-FILE
           LABEL RECORD STANDARD.
       01 ESCHEAT-REPORT-RECORD    PIC X(300).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-FLAG-STATUS       PIC XX VALUE SPACES.
       77 WS-ACCT-STATUS       PIC XX VALUE SPACES.
       77 WS-TD-STATUS         PIC XX VALUE SPACES.
       77 WS-CHK-STATUS        PIC XX VALUE SPACES.
       77 WS-ESCH-STATUS       PIC XX VALUE SPACES.
       77 WS-PROF-STATUS       PIC XX VALUE SPACES.
       77 WS-RPT-STATUS        PIC XX VALUE SPACES.
       77 WS-ESCH-OPEN         PIC X VALUE "N".
           88 ESCH-FILE-OPEN     VALUE "Y".
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-REPORT-YEAR       PIC X(4) VALUE SPACES.

      *> Dormancy periods, notice window and ledger accounts off the
      *> system switches.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
       77 WS-ACCT-YEARS        PIC 9(2) VALUE 3.
       77 WS-TD-YEARS          PIC 9(2) VALUE 3.
       77 WS-CHK-YEARS         PIC 9(2) VALUE 3.
       77 WS-NOTICE-DAYS       PIC 9(4) VALUE 60.
       77 WS-ESCH-ACCT         PIC X(10) VALUE "ESCHEATPAY".
       77 WS-OUTCHK-ACCT       PIC X(10) VALUE "OUTCHECKS".
       77 WS-CUT-NUM           PIC 9(8) VALUE 0.
       77 WS-ACCT-CUTOFF       PIC X(8) VALUE SPACES.
       77 WS-TD-CUTOFF         PIC X(8) VALUE SPACES.
       77 WS-CHK-CUTOFF        PIC X(8) VALUE SPACES.
       77 WS-DUE-NUM           PIC 9(8) VALUE 0.
       77 WS-DUE-DATE          PIC X(8) VALUE SPACES.

      *> Memo-flag checks through the flag controller
       77 WS-FLAG-USER         PIC X(10) VALUE SPACES.
       77 WS-FLAG-TYPE         PIC X(10) VALUE SPACES.
       77 WS-FLAG-ACTING       PIC X(10) VALUE SPACES.
       77 WS-FLAG-NOTE         PIC X(40) VALUE SPACES.
       77 WS-FLAG-RET-CODE     PIC S9(4) COMP.
       77 WS-HOLD-SW           PIC X VALUE "N".
           88 OWNER-ON-HOLD      VALUE "Y".
       77 WS-DORMANT-SW        PIC X VALUE "N".
           88 OWNER-DORMANT      VALUE "Y".
       77 WS-LAST-ACTIVITY     PIC X(8) VALUE SPACES.

      *> Noticed items whose window has run out, remitted by key
      *> after the register browse.
       77 WS-DUE-COUNT         PIC 9(4) COMP VALUE 0.
       01 WS-DUE-TABLE.
           05 WS-DUE-KEY OCCURS 500 TIMES PIC X(20).
       77 WS-DUE-IDX           PIC 9(4) COMP VALUE 0.

      *> Newly reportable property, noticed after the browses close.
       77 WS-CAND-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 500 TIMES.
               10 WS-CAND-TYPE     PIC X(2).
               10 WS-CAND-ID       PIC X(10).
               10 WS-CAND-USER     PIC X(10).
               10 WS-CAND-PAYEE    PIC X(40).
               10 WS-CAND-CODE     PIC X(4).
               10 WS-CAND-LAST     PIC X(8).
               10 WS-CAND-AMOUNT   PIC 9(9)V99.
       77 WS-CAND-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-NEW-CAND.
           05 WS-NEW-TYPE          PIC X(2).
           05 WS-NEW-ID            PIC X(10).
           05 WS-NEW-USER          PIC X(10).
           05 WS-NEW-PAYEE         PIC X(40).
           05 WS-NEW-CODE          PIC X(4).
           05 WS-NEW-LAST          PIC X(8).
           05 WS-NEW-AMOUNT        PIC 9(9)V99.
       77 WS-SCAN-USER         PIC X(10) VALUE SPACES.
       77 WS-SCAN-BALANCE      PIC S9(9)V99 VALUE 0.
       77 WS-OPEN-NOTICE       PIC X VALUE "N".
           88 OPEN-NOTICE-FOUND  VALUE "Y".
       77 WS-WANT-PROPERTY     PIC X(12) VALUE SPACES.

      *> Remitting one item
       77 WS-REMIT-AMOUNT      PIC S9(9)V99 VALUE 0.
       77 WS-REMIT-RET         PIC S9(4) COMP VALUE 0.
       77 WS-RELEASE-REASON    PIC X(20) VALUE SPACES.
       77 WS-BAL-EDIT          PIC -(9)9.99.
       77 WS-AMT-EDIT          PIC Z(8)9.99.
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       COPY "user-ctl-data.cpy".
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-AC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-AC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-AC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-AC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-AC-FIELD-COUNT==.
       77 WS-AC-RET-CODE       PIC S9(4) COMP.
       77 WS-BATCH-ACTOR       PIC X(10) VALUE "ESCHEAT".

      *> Posting journal - both legs of every remittance.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Notification outbox - the due-diligence notice.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-NT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-NT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE       PIC S9(4) COMP.
       77 WS-NT-WHAT           PIC X(14) VALUE SPACES.

      *> Fixed-width state report records - one header, one property
      *> record per remitted item, one trailer with count and total.
       01 WS-RPT-HEADER.
           05 FILLER           PIC X(1) VALUE "H".
           05 WS-HDR-YEAR      PIC X(4).
           05 WS-HDR-RUN-DATE  PIC 9(8).
           05 FILLER           PIC X(6) VALUE "BLMUPR".
           05 WS-HDR-HOLDER-TIN PIC X(9).
           05 WS-HDR-HOLDER-NAME PIC X(40).
           05 FILLER           PIC X(232) VALUE SPACES.
       01 WS-RPT-PROPERTY.
           05 FILLER           PIC X(1) VALUE "P".
           05 WS-PRP-YEAR      PIC X(4).
           05 WS-PRP-CODE      PIC X(4).
           05 WS-PRP-TYPE      PIC X(2).
           05 WS-PRP-ID        PIC X(10).
           05 WS-PRP-USER-ID   PIC X(10).
           05 WS-PRP-NAME      PIC X(50).
           05 WS-PRP-ADDR1     PIC X(40).
           05 WS-PRP-ADDR2     PIC X(40).
           05 WS-PRP-CITY      PIC X(20).
           05 WS-PRP-POSTAL    PIC X(10).
           05 WS-PRP-TIN       PIC X(9).
           05 WS-PRP-LAST-ACT  PIC X(8).
           05 WS-PRP-AMOUNT    PIC 9(11)V99.
           05 WS-PRP-REMIT-DATE PIC X(8).
      *>   an official check's payee, who is an owner too.
           05 WS-PRP-PAYEE     PIC X(40).
           05 FILLER           PIC X(31) VALUE SPACES.
       01 WS-RPT-TRAILER.
           05 FILLER           PIC X(1) VALUE "T".
           05 WS-TRL-COUNT     PIC 9(7).
           05 WS-TRL-AMOUNT    PIC 9(13)V99.
           05 FILLER           PIC X(277) VALUE SPACES.

      *> Run counters, run-history and control-totals rows
       77 WS-ITEMS-DUE         PIC 9(5) COMP VALUE 0.
       77 WS-ITEMS-REMITTED    PIC 9(5) COMP VALUE 0.
       77 WS-ITEMS-RELEASED    PIC 9(5) COMP VALUE 0.
       77 WS-NOTICES-SENT      PIC 9(5) COMP VALUE 0.
       77 WS-ESCH-EXCEPTIONS   PIC 9(5) COMP VALUE 0.
       77 WS-REMIT-TOTAL       PIC 9(11)V99 VALUE 0.
       77 WS-NOTICE-TOTAL      PIC 9(11)V99 VALUE 0.
       77 WS-REPORT-COUNT      PIC 9(7) VALUE 0.
       77 WS-REPORT-TOTAL      PIC 9(13)V99 VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.
       COPY "control-totals.cpy"
           REPLACING ==CONTROL-TOTALS-RECORD== BY ==WS-CTOT-ENTRY==.
       77 WS-CTOT-RET-CODE     PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF ESCH-FILE-OPEN
               PERFORM 2000-REMIT-DUE-ITEMS
               PERFORM 3000-COLLECT-DORMANT-ACCOUNTS
               PERFORM 4000-COLLECT-TERM-DEPOSITS
               PERFORM 5000-COLLECT-OFFICIAL-CHECKS
               PERFORM 6000-SEND-NOTICES
               PERFORM 7000-WRITE-REPORT
               CLOSE ESCHEAT-FILE
           END-IF
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - the report year is the year the job runs
      *> in; the three dormancy cutoffs step their periods back from
      *> today and the notice due date steps the window forward.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:4) TO WS-REPORT-YEAR
           DISPLAY "=== Unclaimed Property (Escheatment) ==="
           DISPLAY "Run date: " WS-TODAY-DATE
                   "  report year: " WS-REPORT-YEAR
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "ESCHEAT" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           PERFORM 1200-LOAD-SWITCHES
           PERFORM 1300-SET-CUTOFFS
           DISPLAY "Accounts dormant since before " WS-ACCT-CUTOFF
                   ", term deposits matured before " WS-TD-CUTOFF
           DISPLAY "Checks issued before " WS-CHK-CUTOFF
                   "; notices sent today fall due " WS-DUE-DATE
           DISPLAY "Remittances go to " WS-ESCH-ACCT

           OPEN I-O ESCHEAT-FILE
           IF WS-ESCH-STATUS = "35"
               OPEN OUTPUT ESCHEAT-FILE
               CLOSE ESCHEAT-FILE
               OPEN I-O ESCHEAT-FILE
           END-IF
           IF WS-ESCH-STATUS = "00"
               SET ESCH-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "EXCEPTION: unclaimed-property register "
                       "could not be opened, status " WS-ESCH-STATUS
               ADD 1 TO WS-ESCH-EXCEPTIONS
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

       1200-LOAD-SWITCHES.
           MOVE "ESCHEAT-YEARS" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-ACCT-YEARS
           END-IF
           MOVE "ESCHEAT-TD-YEARS" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-TD-YEARS
           END-IF
           MOVE "ESCHEAT-CHK-YEARS" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-CHK-YEARS
           END-IF
           MOVE "ESCHEAT-NOTICE-DAYS" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-NOTICE-DAYS
           END-IF
           MOVE "ESCHEAT-ACCT" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-ESCH-ACCT
           END-IF
           MOVE "OFFCHK-ACCT" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           IF WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-OUTCHK-ACCT
           END-IF
           MOVE "PAYER-TIN" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           MOVE WS-CTL-VALUE(1:9) TO WS-HDR-HOLDER-TIN
           MOVE "PAYER-NAME" TO WS-CTL-KEY
           PERFORM 1100-GET-SWITCH
           MOVE WS-CTL-VALUE TO WS-HDR-HOLDER-NAME.
           EXIT.

      *> whole years come straight off the YYYYMMDD date; the cutoffs
      *> are only ever compared, so a 29 February landing in a common
      *> year does no harm.
       1300-SET-CUTOFFS.
           COMPUTE WS-CUT-NUM = WS-TODAY-DATE - WS-ACCT-YEARS * 10000
           MOVE WS-CUT-NUM TO WS-ACCT-CUTOFF
           COMPUTE WS-CUT-NUM = WS-TODAY-DATE - WS-TD-YEARS * 10000
           MOVE WS-CUT-NUM TO WS-TD-CUTOFF
           COMPUTE WS-CUT-NUM = WS-TODAY-DATE - WS-CHK-YEARS * 10000
           MOVE WS-CUT-NUM TO WS-CHK-CUTOFF
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   + WS-NOTICE-DAYS)
           MOVE WS-DUE-NUM TO WS-DUE-DATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-REMIT-DUE-ITEMS - every NOTICED property whose window
      *> has closed, collected off the register browse and then
      *> remitted (or released) by key.
      *> ----------------------------------------------------------------
       2000-REMIT-DUE-ITEMS.
           MOVE LOW-VALUES TO ESCH-KEY
           START ESCHEAT-FILE KEY IS NOT LESS THAN ESCH-KEY
           IF WS-ESCH-STATUS = "00"
               READ ESCHEAT-FILE NEXT RECORD
               PERFORM UNTIL WS-ESCH-STATUS NOT = "00"
                   IF ESCH-NOTICED AND ESCH-DUE-DATE <= WS-TODAY-DATE
                       IF WS-DUE-COUNT < 500
                           ADD 1 TO WS-DUE-COUNT
                           MOVE ESCH-KEY TO WS-DUE-KEY(WS-DUE-COUNT)
                       ELSE
                           DISPLAY "EXCEPTION: more than 500 notices "
                                   "due; " ESCH-KEY " waits for the "
                                   "next run."
                           ADD 1 TO WS-ESCH-EXCEPTIONS
                       END-IF
                   END-IF
                   READ ESCHEAT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           MOVE WS-DUE-COUNT TO WS-ITEMS-DUE
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               PERFORM 2100-REMIT-ONE-ITEM
           END-PERFORM.
           EXIT.

       2100-REMIT-ONE-ITEM.
           MOVE WS-DUE-KEY(WS-DUE-IDX) TO ESCH-KEY
           READ ESCHEAT-FILE KEY IS ESCH-KEY
           IF WS-ESCH-STATUS NOT = "00" OR NOT ESCH-NOTICED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REMIT-AMOUNT WS-REMIT-RET
           MOVE SPACES TO WS-RELEASE-REASON
      *>   the owner's account property only goes while the owner
      *>   is still dormant - a reactivation inside the window is
      *>   the owner answering the notice.
           IF NOT ESCH-OFFICIAL-CHK
               MOVE ESCH-USER-ID TO WS-FLAG-USER
               PERFORM 2110-CHECK-OWNER-HOLDS
               IF OWNER-ON-HOLD
                   DISPLAY "EXCEPTION: " ESCH-PROPERTY " owner "
                           ESCH-USER-ID " is under legal hold or "
                           "compliance review; not remitted."
                   ADD 1 TO WS-ESCH-EXCEPTIONS
                   EXIT PARAGRAPH
               END-IF
               PERFORM 2120-CHECK-OWNER-DORMANT
               IF NOT OWNER-DORMANT
                   MOVE "OWNER ACTIVE" TO WS-RELEASE-REASON
                   PERFORM 2800-RELEASE-ITEM
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ESCH-DEPOSIT-ACCT AND ESCH-PROP-ID = ESCH-USER-ID
                   PERFORM 2200-REMIT-PRIMARY-BALANCE
               WHEN ESCH-DEPOSIT-ACCT
                   PERFORM 2300-REMIT-DEPOSIT-ACCOUNT
               WHEN ESCH-TERM-DEPOSIT
                   PERFORM 2400-REMIT-TERM-DEPOSIT
               WHEN ESCH-OFFICIAL-CHK
                   PERFORM 2500-REMIT-OFFICIAL-CHECK
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-RELEASE-REASON NOT = SPACES
                   PERFORM 2800-RELEASE-ITEM
               WHEN WS-REMIT-RET NOT = 0
                   DISPLAY "EXCEPTION: " ESCH-PROPERTY " did not "
                           "post (code " WS-REMIT-RET "); left "
                           "noticed for the next run."
                   ADD 1 TO WS-ESCH-EXCEPTIONS
               WHEN OTHER
                   PERFORM 2600-JOURNAL-LIABILITY-LEG
                   PERFORM 2700-MARK-ESCHEATED
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2110-CHECK-OWNER-HOLDS - money under LEGALHOLD or a
      *> SANCTION review belongs to that process, not the state.
      *> ----------------------------------------------------------------
       2110-CHECK-OWNER-HOLDS.
           MOVE "N" TO WS-HOLD-SW
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "LEGALHOLD" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-FLAG-USER,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               MOVE "Y" TO WS-HOLD-SW
           END-IF
           MOVE "SANCTION" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-FLAG-USER,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               MOVE "Y" TO WS-HOLD-SW
           END-IF.
           EXIT.

       2120-CHECK-OWNER-DORMANT.
           MOVE "N" TO WS-DORMANT-SW
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "DORMANT" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", WS-FLAG-USER,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
                WS-FLAG-RET-CODE
           IF WS-FLAG-RET-CODE = 0
               MOVE "Y" TO WS-DORMANT-SW
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2200-REMIT-PRIMARY-BALANCE - the primary account's money is
      *> the owner's cash balance: all of it comes off through the
      *> normal BALANCE-DELTA path.
      *> ----------------------------------------------------------------
       2200-REMIT-PRIMARY-BALANCE.
           MOVE SPACES TO USER-CTL-DATA
           CALL "BLM-USER-CONTROLLER" USING "GET-BALANCE",
                USER-CTL-DATA, ESCH-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               MOVE WS-CTL-RET-CODE TO WS-REMIT-RET
               EXIT PARAGRAPH
           END-IF
           IF UCD-BAL-AMOUNT <= 0
               MOVE "NO BALANCE" TO WS-RELEASE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE UCD-BAL-AMOUNT TO WS-REMIT-AMOUNT
           COMPUTE WS-BAL-EDIT = 0 - WS-REMIT-AMOUNT
           MOVE SPACES TO USER-CTL-DATA
           MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
           MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
           MOVE "ESCHEAT" TO UCD-UPD-SOURCE-TYPE
           MOVE ESCH-PROP-ID TO UCD-UPD-SOURCE-ID
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, ESCH-USER-ID, WS-CTL-RET-CODE
           MOVE WS-CTL-RET-CODE TO WS-REMIT-RET.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2300-REMIT-DEPOSIT-ACCOUNT - a secondary account's whole
      *> balance comes off through the account controller, which
      *> journals the debit under the account number.
      *> ----------------------------------------------------------------
       2300-REMIT-DEPOSIT-ACCOUNT.
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "ACCOUNT GONE" TO WS-RELEASE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ESCH-PROP-ID TO DACC-ACCT-NO
           READ DEPOSIT-ACCOUNT-FILE KEY IS DACC-ACCT-NO
           EVALUATE TRUE
               WHEN WS-ACCT-STATUS NOT = "00"
                   MOVE "ACCOUNT GONE" TO WS-RELEASE-REASON
               WHEN DACC-CLOSED
                   MOVE "ACCOUNT CLOSED" TO WS-RELEASE-REASON
               WHEN DACC-BALANCE <= 0
                   MOVE "NO BALANCE" TO WS-RELEASE-REASON
               WHEN OTHER
                   MOVE DACC-BALANCE TO WS-REMIT-AMOUNT
           END-EVALUATE
           CLOSE DEPOSIT-ACCOUNT-FILE
           IF WS-RELEASE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BAL-EDIT = 0 - WS-REMIT-AMOUNT
           MOVE "account" TO WS-AC-FIELD-NAME(1)
           MOVE ESCH-PROP-ID TO WS-AC-FIELD-VALUE(1)
           MOVE "amount" TO WS-AC-FIELD-NAME(2)
           MOVE WS-BAL-EDIT TO WS-AC-FIELD-VALUE(2)
           MOVE "source-type" TO WS-AC-FIELD-NAME(3)
           MOVE "ESCHEAT" TO WS-AC-FIELD-VALUE(3)
           MOVE "source-id" TO WS-AC-FIELD-NAME(4)
           MOVE ESCH-PROP-ID TO WS-AC-FIELD-VALUE(4)
           MOVE 4 TO WS-AC-FIELD-COUNT
           CALL "BLM-ACCOUNT-CONTROLLER" USING "post",
                WS-AC-FIELDS, WS-AC-FIELD-COUNT, WS-BATCH-ACTOR,
                WS-AC-RET-CODE
           MOVE WS-AC-RET-CODE TO WS-REMIT-RET.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2400-REMIT-TERM-DEPOSIT - principal plus accrued interest; the
      *> deposit closes ESCHEATED and its own debit leg is journalled
      *> here, as the maturity payout does.
      *> ----------------------------------------------------------------
       2400-REMIT-TERM-DEPOSIT.
           OPEN I-O TERMDEP-MASTER-FILE
           IF WS-TD-STATUS NOT = "00"
               MOVE "DEPOSIT GONE" TO WS-RELEASE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ESCH-PROP-ID TO TD-ID
           READ TERMDEP-MASTER-FILE KEY IS TD-ID
           EVALUATE TRUE
               WHEN WS-TD-STATUS NOT = "00"
                   MOVE "DEPOSIT GONE" TO WS-RELEASE-REASON
               WHEN NOT TD-ACTIVE
                   MOVE "DEPOSIT PAID OUT" TO WS-RELEASE-REASON
               WHEN OTHER
                   COMPUTE WS-REMIT-AMOUNT =
                           TD-AMOUNT + TD-ACCRUED-INT
                   SET TD-ESCHEATED TO TRUE
                   REWRITE TERM-DEPOSIT-RECORD
                   IF WS-TD-STATUS NOT = "00"
                       MOVE 12 TO WS-REMIT-RET
                   END-IF
           END-EVALUATE
           CLOSE TERMDEP-MASTER-FILE
           IF WS-RELEASE-REASON NOT = SPACES OR WS-REMIT-RET NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE ESCH-PROP-ID TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           PERFORM 2610-JOURNAL-ESCHEAT-LEG.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2500-REMIT-OFFICIAL-CHECK - an outstanding check's money is
      *> already on the outstanding-checks liability; it moves from
      *> there to the escheat liability and the check closes
      *> ESCHEATED, so the clearing bank can no longer be paid on it.
      *> ----------------------------------------------------------------
       2500-REMIT-OFFICIAL-CHECK.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-CHK-STATUS NOT = "00"
               MOVE "CHECK GONE" TO WS-RELEASE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ESCH-PROP-ID TO OCHK-NUMBER
           READ OFFICIAL-CHECK-FILE KEY IS OCHK-NUMBER
           EVALUATE TRUE
               WHEN WS-CHK-STATUS NOT = "00"
                   MOVE "CHECK GONE" TO WS-RELEASE-REASON
               WHEN NOT OCHK-OUTSTANDING
                   MOVE "CHECK SETTLED" TO WS-RELEASE-REASON
               WHEN OTHER
                   MOVE OCHK-AMOUNT TO WS-REMIT-AMOUNT
                   SET OCHK-ESCHEATED TO TRUE
                   REWRITE OFFICIAL-CHECK-RECORD
                   IF WS-CHK-STATUS NOT = "00"
                       MOVE 12 TO WS-REMIT-RET
                   END-IF
           END-EVALUATE
           CLOSE OFFICIAL-CHECK-FILE
           IF WS-RELEASE-REASON NOT = SPACES OR WS-REMIT-RET NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-OUTCHK-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           PERFORM 2610-JOURNAL-ESCHEAT-LEG.
           EXIT.

       2600-JOURNAL-LIABILITY-LEG.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-ESCH-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           PERFORM 2610-JOURNAL-ESCHEAT-LEG.
           EXIT.

       2610-JOURNAL-ESCHEAT-LEG.
           MOVE WS-REMIT-AMOUNT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "ESCHEAT" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE ESCH-PROP-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE 0 TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
           EXIT.

       2700-MARK-ESCHEATED.
           SET ESCH-ESCHEATED TO TRUE
           MOVE WS-REMIT-AMOUNT TO ESCH-AMOUNT
           MOVE WS-TODAY-DATE TO ESCH-ESCHEAT-DATE
           MOVE WS-REPORT-YEAR TO ESCH-REPORT-YEAR
           REWRITE ESCHEAT-RECORD
           IF WS-ESCH-STATUS NOT = "00"
               DISPLAY "EXCEPTION: " ESCH-PROPERTY " remitted but the "
                       "register row could not be updated, status "
                       WS-ESCH-STATUS "."
               ADD 1 TO WS-ESCH-EXCEPTIONS
           END-IF
           DISPLAY "ESCHEATED " ESCH-PROP-TYPE " " ESCH-PROP-ID " "
                   WS-REMIT-AMOUNT " owner " ESCH-USER-ID
           ADD 1 TO WS-ITEMS-REMITTED
           ADD WS-REMIT-AMOUNT TO WS-REMIT-TOTAL.
           EXIT.

       2800-RELEASE-ITEM.
           SET ESCH-RELEASED TO TRUE
           MOVE WS-TODAY-DATE TO ESCH-RELEASE-DATE
           MOVE WS-RELEASE-REASON TO ESCH-RELEASE-REASON
           REWRITE ESCHEAT-RECORD
           DISPLAY "RELEASED  " ESCH-PROP-TYPE " " ESCH-PROP-ID
                   " - " WS-RELEASE-REASON
           ADD 1 TO WS-ITEMS-RELEASED.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-COLLECT-DORMANT-ACCOUNTS - every open customer flagged
      *> DORMANT whose last activity predates the statutory period:
      *> the primary cash balance and each other deposit account
      *> with money on it is a property of its own.
      *> ----------------------------------------------------------------
       3000-COLLECT-DORMANT-ACCOUNTS.
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
                   IF NOT USER-STATUS-CLOSED
                       PERFORM 3100-CHECK-ONE-USER
                   END-IF
                   READ USER-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE USER-MASTER-FILE.
           EXIT.

       3100-CHECK-ONE-USER.
           MOVE USER-ID TO WS-SCAN-USER
           MOVE USER-ACCOUNT-BALANCE TO WS-SCAN-BALANCE
           PERFORM 3110-READ-DORMANT-FLAG
           IF NOT OWNER-DORMANT
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-ACTIVITY NOT < WS-ACCT-CUTOFF
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-BALANCE > 0
               MOVE "DA" TO WS-NEW-TYPE
               MOVE WS-SCAN-USER TO WS-NEW-ID WS-NEW-USER
               MOVE SPACES TO WS-NEW-PAYEE
               MOVE "AC01" TO WS-NEW-CODE
               MOVE WS-LAST-ACTIVITY TO WS-NEW-LAST
               MOVE WS-SCAN-BALANCE TO WS-NEW-AMOUNT
               PERFORM 3900-ADD-CANDIDATE
           END-IF
           PERFORM 3120-ADD-OTHER-ACCOUNTS.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3110-READ-DORMANT-FLAG - the DORMANT flag row itself: the
      *> dormancy scan notes the last activity date it found ("no
      *> activity since YYYYMMDD"); a flag set by hand without one
      *> counts from the day it was set.
      *> ----------------------------------------------------------------
       3110-READ-DORMANT-FLAG.
           MOVE "N" TO WS-DORMANT-SW
           MOVE SPACES TO WS-LAST-ACTIVITY
           OPEN INPUT USER-FLAG-FILE
           IF WS-FLAG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCAN-USER TO FLAG-USER-ID
           MOVE "DORMANT" TO FLAG-TYPE
           READ USER-FLAG-FILE KEY IS FLAG-KEY
           IF WS-FLAG-STATUS = "00"
               MOVE "Y" TO WS-DORMANT-SW
               IF FLAG-NOTE(1:18) = "no activity since "
                       AND FLAG-NOTE(19:8) IS NUMERIC
                   MOVE FLAG-NOTE(19:8) TO WS-LAST-ACTIVITY
               ELSE
                   MOVE FLAG-SET-AT(1:8) TO WS-LAST-ACTIVITY
               END-IF
           END-IF
           CLOSE USER-FLAG-FILE.
           EXIT.

       3120-ADD-OTHER-ACCOUNTS.
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCAN-USER TO DACC-USER-ID
           START DEPOSIT-ACCOUNT-FILE KEY IS = DACC-USER-ID
           IF WS-ACCT-STATUS = "00"
               READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                       OR DACC-USER-ID NOT = WS-SCAN-USER
                   IF DACC-ACTIVE AND NOT DACC-IS-PRIMARY
                           AND DACC-BALANCE > 0
                       MOVE "DA" TO WS-NEW-TYPE
                       MOVE DACC-ACCT-NO TO WS-NEW-ID
                       MOVE WS-SCAN-USER TO WS-NEW-USER
                       MOVE SPACES TO WS-NEW-PAYEE
                       IF DACC-SAVINGS
                           MOVE "AC02" TO WS-NEW-CODE
                       ELSE
                           MOVE "AC01" TO WS-NEW-CODE
                       END-IF
                       MOVE WS-LAST-ACTIVITY TO WS-NEW-LAST
                       MOVE DACC-BALANCE TO WS-NEW-AMOUNT
                       PERFORM 3900-ADD-CANDIDATE
                   END-IF
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE DEPOSIT-ACCOUNT-FILE.
           EXIT.

       3900-ADD-CANDIDATE.
           IF WS-CAND-COUNT < 500
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-NEW-CAND TO WS-CAND-ENTRY(WS-CAND-COUNT)
           ELSE
               DISPLAY "EXCEPTION: more than 500 new properties; "
                       WS-NEW-TYPE " " WS-NEW-ID " waits for the "
                       "next run."
               ADD 1 TO WS-ESCH-EXCEPTIONS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4000-COLLECT-TERM-DEPOSITS - a deposit still open its own
      *> period past maturity (a payout that never reached a dormant
      *> owner) is reportable on its own; the period runs from the
      *> maturity date.
      *> ----------------------------------------------------------------
       4000-COLLECT-TERM-DEPOSITS.
           OPEN INPUT TERMDEP-MASTER-FILE
           IF WS-TD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO TD-ID
           START TERMDEP-MASTER-FILE KEY IS NOT LESS THAN TD-ID
           IF WS-TD-STATUS = "00"
               READ TERMDEP-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-TD-STATUS NOT = "00"
                   IF TD-ACTIVE AND TD-MATURITY < WS-TD-CUTOFF
                       PERFORM 4100-CHECK-ONE-DEPOSIT
                   END-IF
                   READ TERMDEP-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE TERMDEP-MASTER-FILE.
           EXIT.

       4100-CHECK-ONE-DEPOSIT.
           MOVE TD-USER-ID TO WS-SCAN-USER
           PERFORM 3110-READ-DORMANT-FLAG
           IF NOT OWNER-DORMANT
               EXIT PARAGRAPH
           END-IF
           MOVE "TD" TO WS-NEW-TYPE
           MOVE TD-ID TO WS-NEW-ID
           MOVE TD-USER-ID TO WS-NEW-USER
           MOVE SPACES TO WS-NEW-PAYEE
           MOVE "AC03" TO WS-NEW-CODE
           MOVE TD-MATURITY TO WS-NEW-LAST
           COMPUTE WS-NEW-AMOUNT = TD-AMOUNT + TD-ACCRUED-INT
           PERFORM 3900-ADD-CANDIDATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5000-COLLECT-OFFICIAL-CHECKS - an official check outstanding
      *> (issued or stale) its period since issue; the notice goes to
      *> the remitter, the payee is carried for the report.
      *> ----------------------------------------------------------------
       5000-COLLECT-OFFICIAL-CHECKS.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-CHK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO OCHK-NUMBER
           START OFFICIAL-CHECK-FILE KEY IS NOT LESS THAN OCHK-NUMBER
           IF WS-CHK-STATUS = "00"
               READ OFFICIAL-CHECK-FILE NEXT RECORD
               PERFORM UNTIL WS-CHK-STATUS NOT = "00"
                   IF OCHK-OUTSTANDING
                           AND OCHK-ISSUE-DATE < WS-CHK-CUTOFF
                       MOVE "CK" TO WS-NEW-TYPE
                       MOVE OCHK-NUMBER TO WS-NEW-ID
                       MOVE OCHK-USER-ID TO WS-NEW-USER
                       MOVE OCHK-PAYEE TO WS-NEW-PAYEE
                       MOVE "CK01" TO WS-NEW-CODE
                       MOVE OCHK-ISSUE-DATE TO WS-NEW-LAST
                       MOVE OCHK-AMOUNT TO WS-NEW-AMOUNT
                       PERFORM 3900-ADD-CANDIDATE
                   END-IF
                   READ OFFICIAL-CHECK-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE OFFICIAL-CHECK-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 6000-SEND-NOTICES - a property with a notice already open is
      *> left to run its window; anything else gets a register row
      *> and the due-diligence notice. Rerunning the same day finds
      *> today's rows and sends nothing twice.
      *> ----------------------------------------------------------------
       6000-SEND-NOTICES.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               MOVE WS-CAND-ENTRY(WS-CAND-IDX) TO WS-NEW-CAND
               PERFORM 6100-NOTICE-ONE-ITEM
           END-PERFORM.
           EXIT.

       6100-NOTICE-ONE-ITEM.
           MOVE WS-NEW-TYPE TO WS-WANT-PROPERTY(1:2)
           MOVE WS-NEW-ID TO WS-WANT-PROPERTY(3:10)
           PERFORM 6110-FIND-OPEN-NOTICE
           IF OPEN-NOTICE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ESCHEAT-RECORD
           MOVE WS-NEW-TYPE TO ESCH-PROP-TYPE
           MOVE WS-NEW-ID TO ESCH-PROP-ID
           MOVE WS-TODAY-DATE TO ESCH-NOTICE-DATE
           MOVE WS-NEW-USER TO ESCH-USER-ID
           MOVE WS-NEW-PAYEE TO ESCH-PAYEE
           MOVE WS-NEW-CODE TO ESCH-PROP-CODE
           MOVE WS-NEW-LAST TO ESCH-LAST-ACTIVITY
           SET ESCH-NOTICED TO TRUE
           MOVE WS-NEW-AMOUNT TO ESCH-NOTICE-AMT
           MOVE WS-DUE-DATE TO ESCH-DUE-DATE
           MOVE 0 TO ESCH-AMOUNT
           WRITE ESCHEAT-RECORD
           IF WS-ESCH-STATUS NOT = "00"
               DISPLAY "EXCEPTION: notice for " WS-WANT-PROPERTY
                       " could not be registered, status "
                       WS-ESCH-STATUS "."
               ADD 1 TO WS-ESCH-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           PERFORM 6120-POST-NOTICE
           DISPLAY "NOTICED   " WS-NEW-TYPE " " WS-NEW-ID " "
                   WS-NEW-AMOUNT " owner " WS-NEW-USER
                   " last activity " WS-NEW-LAST
           ADD 1 TO WS-NOTICES-SENT
           ADD WS-NEW-AMOUNT TO WS-NOTICE-TOTAL.
           EXIT.

       6110-FIND-OPEN-NOTICE.
           MOVE "N" TO WS-OPEN-NOTICE
           MOVE WS-WANT-PROPERTY TO ESCH-PROPERTY
           MOVE LOW-VALUES TO ESCH-NOTICE-DATE
           START ESCHEAT-FILE KEY IS NOT LESS THAN ESCH-KEY
           IF WS-ESCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ESCHEAT-FILE NEXT RECORD
           PERFORM UNTIL WS-ESCH-STATUS NOT = "00"
                   OR ESCH-PROPERTY NOT = WS-WANT-PROPERTY
               IF ESCH-NOTICED OR ESCH-NOTICE-DATE = WS-TODAY-DATE
                   MOVE "Y" TO WS-OPEN-NOTICE
               END-IF
               READ ESCHEAT-FILE NEXT RECORD
           END-PERFORM.
           EXIT.

       6120-POST-NOTICE.
           EVALUATE WS-NEW-TYPE
               WHEN "DA"
                   MOVE "account" TO WS-NT-WHAT
               WHEN "TD"
                   MOVE "term deposit" TO WS-NT-WHAT
               WHEN OTHER
                   MOVE "official check" TO WS-NT-WHAT
           END-EVALUATE
           MOVE WS-NEW-AMOUNT TO WS-AMT-EDIT
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE WS-NEW-USER TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE "ESCHEAT-NOTICE" TO WS-NT-FIELD-VALUE(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE SPACES TO WS-NT-FIELD-VALUE(3)
           STRING "Unclaimed " DELIMITED BY SIZE
                  WS-NT-WHAT DELIMITED BY "  "
                  " " WS-NEW-ID " " WS-AMT-EDIT
                  " - claim by " WS-DUE-DATE " or it goes to state"
                  DELIMITED BY SIZE INTO WS-NT-FIELD-VALUE(3)
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, WS-NEW-USER, WS-NT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 7000-WRITE-REPORT - the state file, rebuilt whole on every
      *> run: each property remitted in the report year, owner name,
      *> address and TIN off the profile as they stand today.
      *> ----------------------------------------------------------------
       7000-WRITE-REPORT.
           OPEN OUTPUT ESCHEAT-REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "EXCEPTION: report file ESCHRPT could not be "
                       "opened, status " WS-RPT-STATUS "."
               ADD 1 TO WS-ESCH-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REPORT-YEAR TO WS-HDR-YEAR
           MOVE WS-TODAY-DATE TO WS-HDR-RUN-DATE
           MOVE WS-RPT-HEADER TO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD
           MOVE LOW-VALUES TO ESCH-KEY
           START ESCHEAT-FILE KEY IS NOT LESS THAN ESCH-KEY
           IF WS-ESCH-STATUS = "00"
               READ ESCHEAT-FILE NEXT RECORD
               PERFORM UNTIL WS-ESCH-STATUS NOT = "00"
                   IF ESCH-ESCHEATED
                           AND ESCH-REPORT-YEAR = WS-REPORT-YEAR
                       PERFORM 7100-WRITE-ONE-PROPERTY
                   END-IF
                   READ ESCHEAT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           MOVE WS-REPORT-COUNT TO WS-TRL-COUNT
           MOVE WS-REPORT-TOTAL TO WS-TRL-AMOUNT
           MOVE WS-RPT-TRAILER TO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD
           CLOSE ESCHEAT-REPORT-FILE.
           EXIT.

       7100-WRITE-ONE-PROPERTY.
           MOVE SPACES TO WS-PRP-NAME WS-PRP-ADDR1 WS-PRP-ADDR2
           MOVE SPACES TO WS-PRP-CITY WS-PRP-POSTAL WS-PRP-TIN
           OPEN INPUT PROFILE-MASTER-FILE
           IF WS-PROF-STATUS = "00"
               MOVE ESCH-USER-ID TO PROF-USER-ID
               READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
               IF WS-PROF-STATUS = "00"
                   MOVE PROF-LEGAL-NAME TO WS-PRP-NAME
                   MOVE PROF-ADDR-LINE1 TO WS-PRP-ADDR1
                   MOVE PROF-ADDR-LINE2 TO WS-PRP-ADDR2
                   MOVE PROF-CITY TO WS-PRP-CITY
                   MOVE PROF-POSTAL TO WS-PRP-POSTAL
                   MOVE PROF-TAX-ID TO WS-PRP-TIN
               END-IF
               CLOSE PROFILE-MASTER-FILE
           END-IF
           MOVE WS-REPORT-YEAR TO WS-PRP-YEAR
           MOVE ESCH-PROP-CODE TO WS-PRP-CODE
           MOVE ESCH-PROP-TYPE TO WS-PRP-TYPE
           MOVE ESCH-PROP-ID TO WS-PRP-ID
           MOVE ESCH-USER-ID TO WS-PRP-USER-ID
           MOVE ESCH-LAST-ACTIVITY TO WS-PRP-LAST-ACT
           MOVE ESCH-AMOUNT TO WS-PRP-AMOUNT
           MOVE ESCH-ESCHEAT-DATE TO WS-PRP-REMIT-DATE
           MOVE ESCH-PAYEE TO WS-PRP-PAYEE
           MOVE WS-RPT-PROPERTY TO ESCHEAT-REPORT-RECORD
           WRITE ESCHEAT-REPORT-RECORD
           IF WS-PRP-NAME = SPACES
               DISPLAY "NO OWNER NAME: " ESCH-PROP-TYPE " "
                       ESCH-PROP-ID " owner " ESCH-USER-ID
           END-IF
           ADD 1 TO WS-REPORT-COUNT
           ADD ESCH-AMOUNT TO WS-REPORT-TOTAL.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Notices due: " WS-ITEMS-DUE
           DISPLAY "Properties remitted: " WS-ITEMS-REMITTED
                   " total " WS-REMIT-TOTAL
           DISPLAY "Released (owner back or nothing owed): "
                   WS-ITEMS-RELEASED
           DISPLAY "Due-diligence notices sent: " WS-NOTICES-SENT
                   " total " WS-NOTICE-TOTAL
           DISPLAY "State report " WS-REPORT-YEAR ": "
                   WS-REPORT-COUNT " properties, total "
                   WS-REPORT-TOTAL
           DISPLAY "Exceptions: " WS-ESCH-EXCEPTIONS
           MOVE SPACES TO WS-CTOT-ENTRY
           MOVE "ESCHEAT" TO CTOT-JOB-NAME OF WS-CTOT-ENTRY
           MOVE WS-ITEMS-DUE TO CTOT-RECORDS-IN OF WS-CTOT-ENTRY
           MOVE WS-ITEMS-REMITTED
                TO CTOT-RECORDS-POSTED OF WS-CTOT-ENTRY
           MOVE WS-REMIT-TOTAL TO CTOT-AMOUNT-POSTED OF WS-CTOT-ENTRY
           CALL "BLM-CTLTOT-CONTROLLER" USING "LOG", WS-CTOT-ENTRY,
                WS-CTOT-RET-CODE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "ESCHEAT" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           COMPUTE RUN-RECORDS OF WS-RUN-ENTRY =
                   WS-ITEMS-DUE + WS-NOTICES-SENT
           MOVE WS-ESCH-EXCEPTIONS TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-ESCHEAT.
