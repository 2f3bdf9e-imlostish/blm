      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Forward recovery from the posting journal - the
      *>          second half of a restore. BLM-BACKUP-RESTORE puts a
      *>          master back as it stood at last night's generation;
      *>          this replays every JRNLLOG posting cut after that
      *>          generation was sealed on top of the backed-up
      *>          balances, checking each result against the balance
      *>          the journal recorded, and rebuilds the customer
      *>          balance, card available balance, loan outstanding
      *>          balance and the own balance of each secondary
      *>          deposit account (ACCTMSTR) so the day's activity is
      *>          not lost. REPORT mode does the same replay but only
      *>          compares the rebuilt balances with the live masters.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: run as
      *>                     ./fwd-recovery <gen> RECOVER|REPORT
      *>                     inside a maintenance window, after the
      *>                     masters are restored from <gen> and never
      *>                     with JRNLLOG restored - the live journal
      *>                     is what gets replayed. The replay stops at
      *>                     the first posting whose balance-after
      *>                     does not agree and nothing live is
      *>                     touched.
      *>   15/10/2026 - jm - Secondary deposit accounts replay onto
      *>                     ACCTMSTR when the generation holds it; the
      *>                     accrual's memo INTEREST row moves no loan
      *>                     balance; a capture of a hold approved
      *>                     before CARDMSTR was sealed replays only
      *>                     its difference from the hold; PRIOR-ADJ
      *>                     rows replay as the source they were
      *>                     posted as.
      *>   15/10/2026 - jm - Card holds replay from their CARDHOLD and
      *>                     HOLDREL memo rows, and a capture following
      *>                     its HOLDREL replays in full; a RECOVERY or
      *>                     its REVERSAL on a charged-off loan is a
      *>                     memo row. Each balance written back has its
      *>                     rewrite checked: refusals are listed,
      *>                     counted apart and end the run with 8.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-FWD-RECOVERY.
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
                 FILE STATUS IS WS-USR-STATUS.
             SELECT CARD-MASTER-FILE ASSIGN TO "CARDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CARD-ID
                 ALTERNATE RECORD KEY IS CARD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CARD-STATUS.
             SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LOAN-ID
                 ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LOAN-STATUS.
             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-ACCT-STATUS.
             SELECT CARD-AUTH-FILE ASSIGN TO "CARDAUTH"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUTH-ID
                 ALTERNATE RECORD KEY IS AUTH-CARD-ID WITH DUPLICATES
                 FILE STATUS IS WS-AUTH-STATUS.
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.
             SELECT BACKUP-DATA-FILE ASSIGN TO WS-BACKUP-NAME
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-BKP-STATUS.
             SELECT BKP-MANIFEST-FILE ASSIGN TO "BKPMANIFEST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  CARD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "credit-card.cpy".
       FD  LOAN-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan.cpy".
       FD  DEPOSIT-ACCOUNT-FILE
           LABEL RECORD STANDARD.
           COPY "deposit-account.cpy".
       FD  CARD-AUTH-FILE
           LABEL RECORD STANDARD.
           COPY "card-auth.cpy".
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".
       FD  BACKUP-DATA-FILE
           LABEL RECORD STANDARD.
      *> same buffer as BLM-BACKUP-GEN and BLM-BACKUP-RESTORE.
       01 BACKUP-DATA-RECORD   PIC X(400).
       FD  BKP-MANIFEST-FILE
           LABEL RECORD STANDARD.
           COPY "backup-manifest.cpy".

       WORKING-STORAGE SECTION.
       77 WS-USR-STATUS        PIC XX VALUE SPACES.
       77 WS-CARD-STATUS       PIC XX VALUE SPACES.
       77 WS-LOAN-STATUS       PIC XX VALUE SPACES.
       77 WS-ACCT-STATUS       PIC XX VALUE SPACES.
       77 WS-AUTH-STATUS       PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS       PIC XX VALUE SPACES.
       77 WS-BKP-STATUS        PIC XX VALUE SPACES.
       77 WS-MAN-STATUS        PIC XX VALUE SPACES.
       77 WS-ARGS-LENGTH       PIC 9(4) COMP VALUE 0.
       77 WS-ARG-TEXT          PIC X(20) VALUE SPACES.
       77 WS-GENERATION        PIC 9(1) VALUE 0.
       77 WS-BACKUP-NAME       PIC X(30) VALUE SPACES.
       77 WS-CURRENT-FILE      PIC X(12) VALUE SPACES.
       77 WS-RUN-MODE          PIC X(7) VALUE SPACES.
           88 RECOVER-MODE       VALUE "RECOVER".
           88 REPORT-MODE        VALUE "REPORT".
       77 WS-MASTERS-OPEN      PIC X VALUE "N".
           88 MASTERS-OPEN       VALUE "Y".
       77 WS-AUTH-OPEN         PIC X VALUE "N".
           88 AUTH-OPEN          VALUE "Y".

      *> When each master was sealed into the generation: only
      *> postings stamped after its own cut-off are replayed onto it.
       77 WS-USR-CUTOFF        PIC X(14) VALUE SPACES.
       77 WS-CARD-CUTOFF       PIC X(14) VALUE SPACES.
       77 WS-LOAN-CUTOFF       PIC X(14) VALUE SPACES.
      *> ACCTMSTR joined the generations later than the other three:
      *> a generation cut before it has no row, and its deposit
      *> accounts were never restored, so they are left alone.
       77 WS-ACCT-CUTOFF       PIC X(14) VALUE SPACES.

      *> The posting in hand: which master it lands on (space when it
      *> is a GL or term-deposit posting, or one the backup already
      *> holds) and the signed effect on the balance field.
       77 WS-POST-KIND         PIC X(1) VALUE SPACE.
           88 POST-ON-USER       VALUE "U".
           88 POST-ON-CARD       VALUE "C".
           88 POST-ON-LOAN       VALUE "L".
           88 POST-ON-ACCT       VALUE "A".
           88 POST-NOT-REPLAYED  VALUE SPACE.
       77 WS-POST-DELTA        PIC S9(9)V99 VALUE 0.
      *> the authorization whose hold the last HOLDREL row released -
      *> a CHARGE for it that follows is the capture, journalled in
      *> full against the released hold.
       77 WS-LAST-HOLDREL-AUTH PIC X(10) VALUE SPACES.

      *> One slot per account the journal moved after the backup:
      *> its opening balance (from the backup, or worked back from
      *> its first posting when it was opened after the backup) and
      *> the balance rebuilt so far.
       77 WS-FR-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-FR-TABLE.
           05 WS-FR-ENTRY OCCURS 2000 TIMES.
               10 WS-FR-ACCT-ID    PIC X(10).
               10 WS-FR-KIND       PIC X(1).
               10 WS-FR-SEEDED     PIC X(1).
                   88 WS-FR-FROM-BACKUP   VALUE "B".
                   88 WS-FR-FROM-JOURNAL  VALUE "J".
                   88 WS-FR-UNSEEDED      VALUE "N".
               10 WS-FR-OPENING    PIC S9(9)V99.
               10 WS-FR-BALANCE    PIC S9(9)V99.
               10 WS-FR-POSTINGS   PIC 9(5) COMP.
       77 WS-FR-IDX            PIC 9(4) COMP VALUE 0.
       77 WS-FR-SLOT           PIC 9(4) COMP VALUE 0.
       77 WS-LOOKUP-ID         PIC X(10) VALUE SPACES.
       77 WS-TABLE-FULL-SW     PIC X(1) VALUE "N".
           88 TABLE-FULL         VALUE "Y".
       77 WS-REPLAY-SW         PIC X(1) VALUE "N".
           88 REPLAY-BROKEN      VALUE "Y".

      *> Counters for the closing summary and the run ledger
       77 WS-POSTINGS-READ     PIC 9(7) COMP VALUE 0.
       77 WS-POSTINGS-REPLAYED PIC 9(7) COMP VALUE 0.
       77 WS-OPENED-LATE       PIC 9(5) COMP VALUE 0.
       77 WS-BALANCES-AGREE    PIC 9(5) COMP VALUE 0.
       77 WS-BALANCES-DIFFER   PIC 9(5) COMP VALUE 0.
       77 WS-BALANCES-WRITTEN  PIC 9(5) COMP VALUE 0.
       77 WS-NOT-ON-MASTER     PIC 9(5) COMP VALUE 0.
      *> a rebuilt balance the live master refused to take back
       77 WS-REWRITE-FAILURES  PIC 9(5) COMP VALUE 0.
       77 WS-SETTLE-STATUS     PIC XX VALUE SPACES.
       77 WS-LIVE-BALANCE      PIC S9(9)V99 VALUE 0.
       77 WS-LIVE-FOUND        PIC X VALUE "N".
           88 LIVE-FOUND         VALUE "Y".
       77 WS-AMT-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.
       77 WS-AMT-EDIT-2        PIC -ZZZ,ZZZ,ZZ9.99.
       77 WS-AMT-EDIT-3        PIC -ZZZ,ZZZ,ZZ9.99.

      *> Run-history ledger rows for the operations summary
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-GENERATION = 0 OR WS-RUN-MODE = SPACES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOG-RUN-START
           PERFORM 2000-READ-MANIFEST
           IF WS-USR-CUTOFF = SPACES OR WS-CARD-CUTOFF = SPACES
                   OR WS-LOAN-CUTOFF = SPACES
               DISPLAY "No manifest rows for USRMSTR, CARDMSTR and "
                       "LOANMSTR in generation " WS-GENERATION "."
               PERFORM 8000-ABANDON
           END-IF
           PERFORM 2100-OPEN-MASTERS
           IF NOT MASTERS-OPEN
               DISPLAY "The live masters could not be opened; "
                       "restore the generation first."
               PERFORM 8000-ABANDON
           END-IF
           PERFORM 3000-COLLECT-ACCOUNTS
           IF TABLE-FULL
               DISPLAY "More than 2000 accounts moved since the "
                       "backup; restore a later generation."
               PERFORM 8000-ABANDON
           END-IF
           PERFORM 4000-LOAD-OPENING-BALANCES
           IF WS-BKP-STATUS = "99"
               PERFORM 8000-ABANDON
           END-IF
           PERFORM 5000-REPLAY-JOURNAL
           IF REPLAY-BROKEN
               PERFORM 8000-ABANDON
           END-IF
           PERFORM 6000-SETTLE-BALANCES
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - ./fwd-recovery <generation> RECOVER|REPORT,
      *> e.g. "fwd-recovery 2 REPORT".
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY "=== Forward Recovery From The Journal ==="
           ACCEPT WS-ARGS-LENGTH FROM ARGUMENT-NUMBER
           IF WS-ARGS-LENGTH < 2
               DISPLAY "Usage: fwd-recovery <generation> RECOVER|"
                       "REPORT"
               DISPLAY "RECOVER rewrites the restored masters; "
                       "REPORT only compares."
               EXIT PARAGRAPH
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
           IF WS-ARG-TEXT(1:1) >= "1" AND WS-ARG-TEXT(1:1) <= "9"
               MOVE WS-ARG-TEXT(1:1) TO WS-GENERATION
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
           INSPECT WS-ARG-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE WS-ARG-TEXT
               WHEN "RECOVER"
               WHEN "REPORT"
                   MOVE WS-ARG-TEXT(1:7) TO WS-RUN-MODE
               WHEN OTHER
                   DISPLAY "Mode must be RECOVER or REPORT."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Replaying onto generation " WS-GENERATION
                   ", mode " WS-RUN-MODE.
           EXIT.

       1100-LOG-RUN-START.
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "FWD-RECOVERY" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-READ-MANIFEST - the last manifest row for each of the
      *> masters in this generation gives the moment it was sealed,
      *> which is where its replay starts.
      *> ----------------------------------------------------------------
       2000-READ-MANIFEST.
           OPEN INPUT BKP-MANIFEST-FILE
           IF WS-MAN-STATUS NOT = "00"
               DISPLAY "No backup manifest on file."
               EXIT PARAGRAPH
           END-IF
           READ BKP-MANIFEST-FILE
           PERFORM UNTIL WS-MAN-STATUS NOT = "00"
               IF BKPM-GEN = WS-GENERATION
                   EVALUATE BKPM-FILE
                       WHEN "USRMSTR"
                           MOVE BKPM-TIMESTAMP TO WS-USR-CUTOFF
                       WHEN "CARDMSTR"
                           MOVE BKPM-TIMESTAMP TO WS-CARD-CUTOFF
                       WHEN "LOANMSTR"
                           MOVE BKPM-TIMESTAMP TO WS-LOAN-CUTOFF
                       WHEN "ACCTMSTR"
                           MOVE BKPM-TIMESTAMP TO WS-ACCT-CUTOFF
                   END-EVALUATE
               END-IF
               READ BKP-MANIFEST-FILE
           END-PERFORM
           CLOSE BKP-MANIFEST-FILE
           DISPLAY "USRMSTR  sealed " WS-USR-CUTOFF
           DISPLAY "CARDMSTR sealed " WS-CARD-CUTOFF
           DISPLAY "LOANMSTR sealed " WS-LOAN-CUTOFF
           IF WS-ACCT-CUTOFF = SPACES
               DISPLAY "ACCTMSTR not in this generation; deposit "
                       "account postings are not replayed."
           ELSE
               DISPLAY "ACCTMSTR sealed " WS-ACCT-CUTOFF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2100-OPEN-MASTERS - I-O when recovering, INPUT when only
      *> reporting, so a REPORT run cannot write by mistake.
      *> ACCTMSTR is opened only when the generation holds it.
      *> CARDAUTH is only read, and a card file with no
      *> authorizations on it is no reason to stop.
      *> ----------------------------------------------------------------
       2100-OPEN-MASTERS.
           MOVE "00" TO WS-ACCT-STATUS
           IF RECOVER-MODE
               OPEN I-O USER-MASTER-FILE
               OPEN I-O CARD-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
               IF WS-ACCT-CUTOFF NOT = SPACES
                   OPEN I-O DEPOSIT-ACCOUNT-FILE
               END-IF
           ELSE
               OPEN INPUT USER-MASTER-FILE
               OPEN INPUT CARD-MASTER-FILE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-ACCT-CUTOFF NOT = SPACES
                   OPEN INPUT DEPOSIT-ACCOUNT-FILE
               END-IF
           END-IF
           OPEN INPUT CARD-AUTH-FILE
           IF WS-AUTH-STATUS = "00"
               MOVE "Y" TO WS-AUTH-OPEN
           END-IF
           IF WS-USR-STATUS = "00" AND WS-CARD-STATUS = "00"
                   AND WS-LOAN-STATUS = "00" AND WS-ACCT-STATUS = "00"
               MOVE "Y" TO WS-MASTERS-OPEN
           ELSE
               IF WS-USR-STATUS = "00"
                   CLOSE USER-MASTER-FILE
               END-IF
               IF WS-CARD-STATUS = "00"
                   CLOSE CARD-MASTER-FILE
               END-IF
               IF WS-LOAN-STATUS = "00"
                   CLOSE LOAN-MASTER-FILE
               END-IF
               IF WS-ACCT-STATUS = "00" AND WS-ACCT-CUTOFF NOT = SPACES
                   CLOSE DEPOSIT-ACCOUNT-FILE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-COLLECT-ACCOUNTS - first journal pass: a slot for every
      *> user, card, loan and deposit account with a posting after its
      *> master's cut-off.
      *> ----------------------------------------------------------------
       3000-COLLECT-ACCOUNTS.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "No posting journal on file."
               EXIT PARAGRAPH
           END-IF
           READ JOURNAL-FILE
           PERFORM UNTIL WS-JRNL-STATUS NOT = "00" OR TABLE-FULL
               ADD 1 TO WS-POSTINGS-READ
               PERFORM 3200-CLASSIFY-POSTING
               IF NOT POST-NOT-REPLAYED
                   MOVE JRNL-ACCOUNT-ID TO WS-LOOKUP-ID
                   PERFORM 3100-CLAIM-SLOT
               END-IF
               READ JOURNAL-FILE
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY "Journal postings read: " WS-POSTINGS-READ
           DISPLAY "Accounts moved since the backup: " WS-FR-COUNT.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3100-CLAIM-SLOT - finds (or claims) WS-LOOKUP-ID's slot;
      *> 3110-FIND-SLOT only finds it, 0 when it has none.
      *> ----------------------------------------------------------------
       3100-CLAIM-SLOT.
           PERFORM 3110-FIND-SLOT
           IF WS-FR-SLOT = 0
               IF WS-FR-COUNT < 2000
                   ADD 1 TO WS-FR-COUNT
                   MOVE WS-FR-COUNT TO WS-FR-SLOT
                   MOVE WS-LOOKUP-ID TO WS-FR-ACCT-ID(WS-FR-SLOT)
                   MOVE WS-POST-KIND TO WS-FR-KIND(WS-FR-SLOT)
                   SET WS-FR-UNSEEDED(WS-FR-SLOT) TO TRUE
                   MOVE 0 TO WS-FR-OPENING(WS-FR-SLOT)
                   MOVE 0 TO WS-FR-BALANCE(WS-FR-SLOT)
                   MOVE 0 TO WS-FR-POSTINGS(WS-FR-SLOT)
               ELSE
                   SET TABLE-FULL TO TRUE
               END-IF
           END-IF.
           EXIT.

       3110-FIND-SLOT.
           MOVE 0 TO WS-FR-SLOT
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
                      OR WS-FR-SLOT > 0
               IF WS-FR-ACCT-ID(WS-FR-IDX) = WS-LOOKUP-ID
                   MOVE WS-FR-IDX TO WS-FR-SLOT
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3200-CLASSIFY-POSTING - U/C/L plus nine digits is a user,
      *> card or loan (the GL accounts such as CHKSETTLE share the
      *> letters but not the digits); ten digits is a deposit account
      *> number. A posting at or before its master's cut-off is
      *> already in the backup. A prior-period adjustment is the
      *> posting it was made as.
      *> ----------------------------------------------------------------
       3200-CLASSIFY-POSTING.
           MOVE SPACE TO WS-POST-KIND
           IF JRNL-SOURCE-TYPE = "PRIOR-ADJ"
               MOVE JRNL-ADJ-SOURCE TO JRNL-SOURCE-TYPE
           END-IF
           IF JRNL-ACCOUNT-ID IS NUMERIC
               IF WS-ACCT-CUTOFF NOT = SPACES
                       AND JRNL-TIMESTAMP > WS-ACCT-CUTOFF
                   SET POST-ON-ACCT TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF JRNL-ACCOUNT-ID(2:9) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN JRNL-ACCOUNT-ID(1:1) = "U"
                       AND JRNL-TIMESTAMP > WS-USR-CUTOFF
                   SET POST-ON-USER TO TRUE
               WHEN JRNL-ACCOUNT-ID(1:1) = "C"
                       AND JRNL-TIMESTAMP > WS-CARD-CUTOFF
                   SET POST-ON-CARD TO TRUE
               WHEN JRNL-ACCOUNT-ID(1:1) = "L"
                       AND JRNL-TIMESTAMP > WS-LOAN-CUTOFF
                   SET POST-ON-LOAN TO TRUE
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4000-LOAD-OPENING-BALANCES - the generation's own data files
      *> give each slot its opening balance, so a second run starts
      *> from the same place as the first. A missing data file leaves
      *> WS-BKP-STATUS at "99" and the run is abandoned.
      *> ----------------------------------------------------------------
       4000-LOAD-OPENING-BALANCES.
           MOVE "USRMSTR" TO WS-CURRENT-FILE
           PERFORM 4100-OPEN-BACKUP
           IF WS-BKP-STATUS = "99"
               EXIT PARAGRAPH
           END-IF
           READ BACKUP-DATA-FILE
           PERFORM UNTIL WS-BKP-STATUS NOT = "00"
               MOVE BACKUP-DATA-RECORD TO USER-RECORD
               MOVE USER-ID TO WS-LOOKUP-ID
               PERFORM 3110-FIND-SLOT
               IF WS-FR-SLOT > 0
                   MOVE USER-ACCOUNT-BALANCE
                        TO WS-FR-OPENING(WS-FR-SLOT)
                   SET WS-FR-FROM-BACKUP(WS-FR-SLOT) TO TRUE
               END-IF
               READ BACKUP-DATA-FILE
           END-PERFORM
           CLOSE BACKUP-DATA-FILE
           MOVE "CARDMSTR" TO WS-CURRENT-FILE
           PERFORM 4100-OPEN-BACKUP
           IF WS-BKP-STATUS = "99"
               EXIT PARAGRAPH
           END-IF
           READ BACKUP-DATA-FILE
           PERFORM UNTIL WS-BKP-STATUS NOT = "00"
               MOVE BACKUP-DATA-RECORD TO CREDIT-CARD-RECORD
               MOVE CARD-ID TO WS-LOOKUP-ID
               PERFORM 3110-FIND-SLOT
               IF WS-FR-SLOT > 0
                   MOVE CARD-AVAILABLE-BAL
                        TO WS-FR-OPENING(WS-FR-SLOT)
                   SET WS-FR-FROM-BACKUP(WS-FR-SLOT) TO TRUE
               END-IF
               READ BACKUP-DATA-FILE
           END-PERFORM
           CLOSE BACKUP-DATA-FILE
           MOVE "LOANMSTR" TO WS-CURRENT-FILE
           PERFORM 4100-OPEN-BACKUP
           IF WS-BKP-STATUS = "99"
               EXIT PARAGRAPH
           END-IF
           READ BACKUP-DATA-FILE
           PERFORM UNTIL WS-BKP-STATUS NOT = "00"
               MOVE BACKUP-DATA-RECORD TO LOAN-RECORD
               MOVE LOAN-ID TO WS-LOOKUP-ID
               PERFORM 3110-FIND-SLOT
               IF WS-FR-SLOT > 0
                   MOVE LOAN-OUTSTANDING-BAL
                        TO WS-FR-OPENING(WS-FR-SLOT)
                   SET WS-FR-FROM-BACKUP(WS-FR-SLOT) TO TRUE
               END-IF
               READ BACKUP-DATA-FILE
           END-PERFORM
           CLOSE BACKUP-DATA-FILE
           IF WS-ACCT-CUTOFF NOT = SPACES
               MOVE "ACCTMSTR" TO WS-CURRENT-FILE
               PERFORM 4100-OPEN-BACKUP
               IF WS-BKP-STATUS = "99"
                   EXIT PARAGRAPH
               END-IF
               READ BACKUP-DATA-FILE
               PERFORM UNTIL WS-BKP-STATUS NOT = "00"
                   MOVE BACKUP-DATA-RECORD TO DEPOSIT-ACCOUNT-RECORD
                   MOVE DACC-ACCT-NO TO WS-LOOKUP-ID
                   PERFORM 3110-FIND-SLOT
                   IF WS-FR-SLOT > 0
                       MOVE DACC-BALANCE TO WS-FR-OPENING(WS-FR-SLOT)
                       SET WS-FR-FROM-BACKUP(WS-FR-SLOT) TO TRUE
                   END-IF
                   READ BACKUP-DATA-FILE
               END-PERFORM
               CLOSE BACKUP-DATA-FILE
           END-IF
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
               MOVE WS-FR-OPENING(WS-FR-IDX)
                    TO WS-FR-BALANCE(WS-FR-IDX)
           END-PERFORM.
           EXIT.

       4100-OPEN-BACKUP.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING "BKP" WS-GENERATION "."
                  FUNCTION TRIM(WS-CURRENT-FILE)
                  DELIMITED BY SIZE INTO WS-BACKUP-NAME
           OPEN INPUT BACKUP-DATA-FILE
           IF WS-BKP-STATUS NOT = "00"
               DISPLAY "Backup data file "
                       FUNCTION TRIM(WS-BACKUP-NAME) " not found."
               MOVE "99" TO WS-BKP-STATUS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5000-REPLAY-JOURNAL - second journal pass, in posting order.
      *> Stops at the first posting whose replayed result is not the
      *> balance-after the journal recorded.
      *> ----------------------------------------------------------------
       5000-REPLAY-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ JOURNAL-FILE
           PERFORM UNTIL WS-JRNL-STATUS NOT = "00" OR REPLAY-BROKEN
               PERFORM 3200-CLASSIFY-POSTING
               IF NOT POST-NOT-REPLAYED
                   PERFORM 5100-REPLAY-ONE-POSTING
               END-IF
               READ JOURNAL-FILE
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY "Postings replayed: " WS-POSTINGS-REPLAYED.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5100-REPLAY-ONE-POSTING - a credit raises a customer, deposit
      *> account or card available balance and a debit lowers it; on
      *> a loan a debit (interest, reversal) raises what is
      *> outstanding and a credit (payment, charge-off) lowers it. An
      *> account the backup does not hold was opened after it: its
      *> opening balance is worked back from its first posting.
      *> ----------------------------------------------------------------
       5100-REPLAY-ONE-POSTING.
           MOVE JRNL-ACCOUNT-ID TO WS-LOOKUP-ID
           PERFORM 3110-FIND-SLOT
           IF WS-FR-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF (JRNL-CREDIT AND NOT POST-ON-LOAN)
                   OR (JRNL-DEBIT AND POST-ON-LOAN)
               MOVE JRNL-AMOUNT TO WS-POST-DELTA
           ELSE
               COMPUTE WS-POST-DELTA = JRNL-AMOUNT * -1
           END-IF
           IF POST-ON-LOAN AND JRNL-DEBIT
                   AND JRNL-SOURCE-TYPE = "INTEREST"
               PERFORM 5110-CHECK-LOAN-INTEREST
           END-IF
           IF POST-ON-CARD AND JRNL-SOURCE-TYPE = "CHARGE"
               PERFORM 5120-CHECK-CARD-HOLD
           END-IF
           IF POST-ON-CARD AND JRNL-SOURCE-TYPE = "HOLDREL"
               MOVE JRNL-SOURCE-ID TO WS-LAST-HOLDREL-AUTH
           END-IF
           IF POST-ON-LOAN AND (JRNL-SOURCE-TYPE = "RECOVERY"
                   OR JRNL-SOURCE-TYPE = "REVERSAL")
               PERFORM 5130-CHECK-LOAN-RECOVERY
           END-IF
           IF WS-FR-UNSEEDED(WS-FR-SLOT)
               COMPUTE WS-FR-OPENING(WS-FR-SLOT) =
                       JRNL-BALANCE-AFTER - WS-POST-DELTA
               MOVE WS-FR-OPENING(WS-FR-SLOT)
                    TO WS-FR-BALANCE(WS-FR-SLOT)
               SET WS-FR-FROM-JOURNAL(WS-FR-SLOT) TO TRUE
               ADD 1 TO WS-OPENED-LATE
           END-IF
           ADD WS-POST-DELTA TO WS-FR-BALANCE(WS-FR-SLOT)
           ADD 1 TO WS-FR-POSTINGS(WS-FR-SLOT)
           ADD 1 TO WS-POSTINGS-REPLAYED
           IF WS-FR-BALANCE(WS-FR-SLOT) NOT = JRNL-BALANCE-AFTER
               SET REPLAY-BROKEN TO TRUE
               MOVE JRNL-AMOUNT TO WS-AMT-EDIT
               MOVE JRNL-BALANCE-AFTER TO WS-AMT-EDIT-2
               MOVE WS-FR-BALANCE(WS-FR-SLOT) TO WS-AMT-EDIT-3
               DISPLAY " "
               DISPLAY "REPLAY MISMATCH at posting " JRNL-TIMESTAMP
                       " on " JRNL-ACCOUNT-ID
               DISPLAY "  " JRNL-ENTRY-TYPE " " WS-AMT-EDIT " "
                       JRNL-SOURCE-TYPE " " JRNL-SOURCE-ID
               DISPLAY "  journal says " WS-AMT-EDIT-2
                       " replay gives " WS-AMT-EDIT-3
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5110-CHECK-LOAN-INTEREST - the monthly accrual journals its
      *> interest as a memo debit whose balance-after is the balance
      *> before the level payment (the SCHED-PAY credit that follows
      *> takes the principal off), so an INTEREST debit that leaves
      *> the balance where it stood moves nothing. The charge-off's
      *> INTEREST debit does raise the balance and replays as any
      *> other debit. A loan opened after the backup has no charge-
      *> off behind it, so its INTEREST rows are memo rows too.
      *> ----------------------------------------------------------------
       5110-CHECK-LOAN-INTEREST.
           IF WS-FR-UNSEEDED(WS-FR-SLOT)
               MOVE 0 TO WS-POST-DELTA
               EXIT PARAGRAPH
           END-IF
           IF JRNL-BALANCE-AFTER = WS-FR-BALANCE(WS-FR-SLOT)
               MOVE 0 TO WS-POST-DELTA
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5120-CHECK-CARD-HOLD - holds now journal as memo rows: the
      *> CARDHOLD debit when approved and the HOLDREL credit when the
      *> hold is captured or expires, each replaying like any other
      *> row, and a capture's CHARGE follows its HOLDREL and replays
      *> in full. A capture journalled before holds were, with no
      *> HOLDREL ahead of it, moved the available balance only by
      *> its difference from the hold: a hold approved after
      *> CARDMSTR was sealed nets out to the captured amount; one
      *> approved before it is already in the backed-up balance, so
      *> only the difference replays. A force-posted presentment
      *> never had a hold and replays in full.
      *> ----------------------------------------------------------------
       5120-CHECK-CARD-HOLD.
           IF NOT AUTH-OPEN OR JRNL-SOURCE-ID = WS-LAST-HOLDREL-AUTH
               EXIT PARAGRAPH
           END-IF
           MOVE JRNL-SOURCE-ID TO AUTH-ID
           READ CARD-AUTH-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-AUTH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF AUTH-CREATED-AT NOT > WS-CARD-CUTOFF
                   AND AUTH-DECLINE-REASON NOT = "FORCE-POST"
               COMPUTE WS-POST-DELTA = AUTH-AMOUNT-USD - JRNL-AMOUNT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5130-CHECK-LOAN-RECOVERY - money received on a charged-off
      *> loan goes to its recovered total, not its book balance,
      *> which stays at zero; the RECOVERY credit, and the REVERSAL
      *> debit that backs one out, journal that unmoved balance and
      *> replay as memo rows.
      *> ----------------------------------------------------------------
       5130-CHECK-LOAN-RECOVERY.
           IF NOT WS-FR-UNSEEDED(WS-FR-SLOT)
                   AND WS-FR-BALANCE(WS-FR-SLOT) = 0
                   AND JRNL-BALANCE-AFTER = 0
               MOVE 0 TO WS-POST-DELTA
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 6000-SETTLE-BALANCES - each rebuilt balance against the live
      *> master: RECOVER writes it back, REPORT lists what differs. An
      *> account opened after the backup is not on a restored master
      *> and has to be re-keyed before its balance can go back.
      *> ----------------------------------------------------------------
       6000-SETTLE-BALANCES.
           DISPLAY " "
           DISPLAY "Account    Opening          Rebuilt          Live"
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
               PERFORM 6100-SETTLE-ONE-ACCOUNT
           END-PERFORM
           PERFORM 8100-CLOSE-MASTERS.
           EXIT.

       6100-SETTLE-ONE-ACCOUNT.
           MOVE "N" TO WS-LIVE-FOUND
           MOVE 0 TO WS-LIVE-BALANCE
           EVALUATE WS-FR-KIND(WS-FR-IDX)
               WHEN "U"
                   MOVE WS-FR-ACCT-ID(WS-FR-IDX) TO USER-ID
                   READ USER-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-LIVE-FOUND
                           MOVE USER-ACCOUNT-BALANCE
                                TO WS-LIVE-BALANCE
                   END-READ
               WHEN "C"
                   MOVE WS-FR-ACCT-ID(WS-FR-IDX) TO CARD-ID
                   READ CARD-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-LIVE-FOUND
                           MOVE CARD-AVAILABLE-BAL
                                TO WS-LIVE-BALANCE
                   END-READ
               WHEN "L"
                   MOVE WS-FR-ACCT-ID(WS-FR-IDX) TO LOAN-ID
                   READ LOAN-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-LIVE-FOUND
                           MOVE LOAN-OUTSTANDING-BAL
                                TO WS-LIVE-BALANCE
                   END-READ
               WHEN "A"
                   MOVE WS-FR-ACCT-ID(WS-FR-IDX) TO DACC-ACCT-NO
                   READ DEPOSIT-ACCOUNT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-LIVE-FOUND
                           MOVE DACC-BALANCE TO WS-LIVE-BALANCE
                   END-READ
           END-EVALUATE
           MOVE WS-FR-OPENING(WS-FR-IDX) TO WS-AMT-EDIT
           MOVE WS-FR-BALANCE(WS-FR-IDX) TO WS-AMT-EDIT-2
           MOVE WS-LIVE-BALANCE TO WS-AMT-EDIT-3
           IF NOT LIVE-FOUND
               ADD 1 TO WS-NOT-ON-MASTER
               DISPLAY WS-FR-ACCT-ID(WS-FR-IDX) " " WS-AMT-EDIT " "
                       WS-AMT-EDIT-2 "  NOT ON MASTER - re-key"
               EXIT PARAGRAPH
           END-IF
           IF WS-LIVE-BALANCE = WS-FR-BALANCE(WS-FR-IDX)
               ADD 1 TO WS-BALANCES-AGREE
           ELSE
               ADD 1 TO WS-BALANCES-DIFFER
           END-IF
           IF REPORT-MODE
               IF WS-LIVE-BALANCE NOT = WS-FR-BALANCE(WS-FR-IDX)
                   DISPLAY WS-FR-ACCT-ID(WS-FR-IDX) " " WS-AMT-EDIT
                           " " WS-AMT-EDIT-2 " " WS-AMT-EDIT-3
                           "  DIFFERS"
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FR-KIND(WS-FR-IDX)
               WHEN "U"
                   MOVE WS-FR-BALANCE(WS-FR-IDX)
                        TO USER-ACCOUNT-BALANCE
                   REWRITE USER-RECORD
                   MOVE WS-USR-STATUS TO WS-SETTLE-STATUS
               WHEN "C"
                   MOVE WS-FR-BALANCE(WS-FR-IDX) TO CARD-AVAILABLE-BAL
                   REWRITE CREDIT-CARD-RECORD
                   MOVE WS-CARD-STATUS TO WS-SETTLE-STATUS
               WHEN "L"
                   MOVE WS-FR-BALANCE(WS-FR-IDX)
                        TO LOAN-OUTSTANDING-BAL
                   REWRITE LOAN-RECORD
                   MOVE WS-LOAN-STATUS TO WS-SETTLE-STATUS
               WHEN "A"
                   MOVE WS-FR-BALANCE(WS-FR-IDX) TO DACC-BALANCE
                   REWRITE DEPOSIT-ACCOUNT-RECORD
                   MOVE WS-ACCT-STATUS TO WS-SETTLE-STATUS
           END-EVALUATE
           IF WS-SETTLE-STATUS NOT = "00"
               ADD 1 TO WS-REWRITE-FAILURES
               DISPLAY WS-FR-ACCT-ID(WS-FR-IDX) " " WS-AMT-EDIT " "
                       WS-AMT-EDIT-2 " " WS-AMT-EDIT-3
                       "  NOT WRITTEN, status " WS-SETTLE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BALANCES-WRITTEN
           DISPLAY WS-FR-ACCT-ID(WS-FR-IDX) " " WS-AMT-EDIT " "
                   WS-AMT-EDIT-2 " " WS-AMT-EDIT-3 "  REBUILT".
           EXIT.

      *> ----------------------------------------------------------------
      *> 8000-ABANDON - nothing live has been written when any step
      *> refuses; close up, log the run as failed and stop.
      *> ----------------------------------------------------------------
       8000-ABANDON.
           PERFORM 8100-CLOSE-MASTERS
           DISPLAY " "
           DISPLAY "FORWARD RECOVERY ABANDONED: nothing live was "
                   "touched."
           MOVE 8 TO RETURN-CODE
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "FWD-RECOVERY" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-POSTINGS-REPLAYED TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 1 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 8 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           STOP RUN.

       8100-CLOSE-MASTERS.
           IF MASTERS-OPEN
               CLOSE USER-MASTER-FILE
               CLOSE CARD-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               IF WS-ACCT-CUTOFF NOT = SPACES
                   CLOSE DEPOSIT-ACCOUNT-FILE
               END-IF
               MOVE "N" TO WS-MASTERS-OPEN
           END-IF
           IF AUTH-OPEN
               CLOSE CARD-AUTH-FILE
               MOVE "N" TO WS-AUTH-OPEN
           END-IF.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Accounts rebuilt: " WS-FR-COUNT
           DISPLAY "Opened after the backup: " WS-OPENED-LATE
           DISPLAY "Already agreeing with the live master: "
                   WS-BALANCES-AGREE
           DISPLAY "Differing from the live master: "
                   WS-BALANCES-DIFFER
           DISPLAY "Not on the live master: " WS-NOT-ON-MASTER
           IF RECOVER-MODE
               DISPLAY "Balances written back: " WS-BALANCES-WRITTEN
               DISPLAY "Balances the master refused: "
                       WS-REWRITE-FAILURES
               IF WS-NOT-ON-MASTER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-REWRITE-FAILURES > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-BALANCES-DIFFER > 0 OR WS-NOT-ON-MASTER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "FWD-RECOVERY" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-POSTINGS-REPLAYED TO RUN-RECORDS OF WS-RUN-ENTRY
           IF RECOVER-MODE
               COMPUTE RUN-EXCEPTIONS OF WS-RUN-ENTRY =
                       WS-NOT-ON-MASTER + WS-REWRITE-FAILURES
           ELSE
               COMPUTE RUN-EXCEPTIONS OF WS-RUN-ENTRY =
                       WS-BALANCES-DIFFER + WS-NOT-ON-MASTER
           END-IF
           MOVE RETURN-CODE TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-FWD-RECOVERY.
