      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Teller cash drawer - a teller opens a drawer with a
      *>          counted float before taking counter cash, every
      *>          CASH-DEPOSIT and CASH-WITHDRAW runs against it, and
      *>          at close the teller's denomination count is proved
      *>          against the cash the drawer should hold. Any over or
      *>          short is journalled between the teller-cash account
      *>          (TELLER-CASH-ACCT switch, default TELLCASH) and the
      *>          over/short account (CASH-OVSH-ACCT switch, default
      *>          CASHOVSH). A teller cannot open a new drawer while
      *>          the last one is still open; BLM-OPS-SUMMARY prints
      *>          the day's drawers on the morning page.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: open/close/status for the
      *>                     teller at the terminal, check-cash and
      *>                     post-cash for BLM-USER-CONTROLLER's
      *>                     counter paths, on an indexed
      *>                     CASH-DRAWER-FILE.
      *>   15/10/2026 - jm - A close whose second over/short leg fails,
      *>                     or whose drawer rewrite fails, takes the
      *>                     legs already posted back off the journal,
      *>                     so trying the close again cannot post them
      *>                     twice.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-DRAWER-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CASH-DRAWER-FILE ASSIGN TO "CASHDRWR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DRW-KEY
                 FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-DRAWER-FILE
           LABEL RECORD STANDARD.
           COPY "cash-drawer.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-CDT-DATE          PIC 9(8).
       77 WS-CDT-TIME          PIC 9(6).
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).
       77 WS-LOOKUP-NAME       PIC X(20).
       77 WS-LOOKUP-VALUE      PIC X(100).
       77 WS-LOOKUP-IDX        PIC 9(4) COMP.
       77 WS-LOOKUP-FOUND      PIC X VALUE "N".
           88 LOOKUP-FOUND       VALUE "Y".
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       COPY "user-ctl-data.cpy".

      *> The teller's open drawer, found by browsing their rows.
       77 WS-DRAWER-FOUND      PIC X VALUE "N".
           88 DRAWER-FOUND       VALUE "Y".
       77 WS-OPEN-KEY          PIC X(24) VALUE SPACES.

      *> Counter movement as handed in - D(eposit) or W(ithdraw).
       77 WS-CASH-DIR          PIC X VALUE SPACES.
       77 WS-CASH-AMOUNT       PIC 9(9)V99 VALUE 0.
       77 WS-DRAWER-CASH       PIC S9(9)V99 VALUE 0.

      *> Close count - note values 100, 50, 20, 10, 5, 1, keyed as
      *> op-fields n100 ... n1, plus the coin amount.
       01 WS-DENOM-VALUES.
           05 FILLER PIC X(18) VALUE "100050020010005001".
       01 WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
           05 WS-DENOM-VALUE       PIC 9(3) OCCURS 6 TIMES.
       01 WS-DENOM-NAMES.
           05 FILLER PIC X(24) VALUE "n100n50 n20 n10 n5  n1  ".
       01 WS-DENOM-NAME-TABLE REDEFINES WS-DENOM-NAMES.
           05 WS-DENOM-NAME        PIC X(4) OCCURS 6 TIMES.
       77 WS-DENOM-IDX         PIC 9(1) COMP VALUE 0.
       77 WS-COUNTED           PIC 9(9)V99 VALUE 0.
       77 WS-OVER-SHORT-ABS    PIC 9(9)V99 VALUE 0.
      *> how many over/short legs are on the journal for this close,
      *> and whether the legs being posted take them back off.
       77 WS-OVSH-LEGS-POSTED  PIC 9(1) VALUE 0.
       77 WS-OVSH-REVERSE      PIC X VALUE "N".
           88 OVSH-REVERSING     VALUE "Y".
       77 WS-OVSH-SAVED-RC     PIC S9(4) COMP.
       77 WS-OVER-SHORT-EDIT   PIC -(9)9.99.

      *> Over/short accounts, off the system switches.
       77 WS-CASH-ACCT         PIC X(10) VALUE "TELLCASH".
       77 WS-OVSH-ACCT         PIC X(10) VALUE "CASHOVSH".
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.

      *> Posting journal - the two over/short rows.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Audit trail - every open and close.
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.
       77 WS-AUDIT-ACTION      PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
       01 LK-USER-ID   PIC X(10).
       01 LK-RET-CODE  PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-OP OP-FIELDS OP-FIELD-COUNT
                                 LK-USER-ID LK-RET-CODE.

           MOVE 0 TO LK-RET-CODE
           EVALUATE LK-OP
               WHEN "open"
                   PERFORM REQUIRE-TELLER
                   IF LK-RET-CODE = 0
                       PERFORM OPEN-DRAWER
                   END-IF
               WHEN "close"
                   PERFORM REQUIRE-TELLER
                   IF LK-RET-CODE = 0
                       PERFORM CLOSE-DRAWER
                   END-IF
               WHEN "status"
                   PERFORM REQUIRE-TELLER
                   IF LK-RET-CODE = 0
                       PERFORM SHOW-DRAWER
                   END-IF
      *>     the counter paths inside BLM-USER-CONTROLLER, which has
      *>     already checked the teller's role - no call back to it.
               WHEN "check-cash"
                   PERFORM CHECK-CASH
               WHEN "post-cash"
                   PERFORM POST-CASH
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
           END-EVALUATE

           GOBACK.

       REQUIRE-TELLER.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-TELLER TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: teller or admin role "
                       "required for the cash drawer."
               MOVE 13 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> LOOKUP-OP-FIELD - looks WS-LOOKUP-NAME up in OP-FIELDS; returns
      *> the value in WS-LOOKUP-VALUE and sets LOOKUP-FOUND.
      *> ----------------------------------------------------------------
       LOOKUP-OP-FIELD.
           MOVE "N" TO WS-LOOKUP-FOUND
           MOVE SPACES TO WS-LOOKUP-VALUE
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
                   UNTIL WS-LOOKUP-IDX > OP-FIELD-COUNT
               IF OP-FIELD-NAME(WS-LOOKUP-IDX) = WS-LOOKUP-NAME
                   MOVE OP-FIELD-VALUE(WS-LOOKUP-IDX) TO WS-LOOKUP-VALUE
                   MOVE "Y" TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> OPEN-DRAWER - LK-USER-ID opens a drawer with the float they
      *> counted into it (--amount). Refused (8) while their last
      *> drawer is still open: it has to be counted and closed first.
      *> ----------------------------------------------------------------
       OPEN-DRAWER.
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE = SPACES
               DISPLAY "The counted opening amount is required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-CASH-AMOUNT
           OPEN I-O CASH-DRAWER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT CASH-DRAWER-FILE
               CLOSE CASH-DRAWER-FILE
               OPEN I-O CASH-DRAWER-FILE
           END-IF
           PERFORM FIND-OPEN-DRAWER
           IF DRAWER-FOUND
               DISPLAY "Drawer opened " DRW-OPENED-AT(1:8) " "
                       DRW-OPENED-AT(9:6) " is still open; count "
                       "and close it first."
               MOVE 8 TO LK-RET-CODE
               CLOSE CASH-DRAWER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-DRAWER-TIME
           MOVE SPACES TO CASH-DRAWER-RECORD
           MOVE LK-USER-ID TO DRW-TELLER-ID
           MOVE WS-TIMESTAMP TO DRW-OPENED-AT
           SET DRW-OPEN TO TRUE
           MOVE WS-CASH-AMOUNT TO DRW-OPENING-AMT
           MOVE 0 TO DRW-CASH-IN DRW-CASH-OUT DRW-IN-COUNT
                     DRW-OUT-COUNT DRW-EXPECTED DRW-COUNTED
                     DRW-OVER-SHORT DRW-COIN-AMT
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > 6
               MOVE 0 TO DRW-DENOM-COUNT(WS-DENOM-IDX)
           END-PERFORM
           WRITE CASH-DRAWER-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing drawer, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           ELSE
               DISPLAY "Drawer opened with " DRW-OPENING-AMT "."
           END-IF
           CLOSE CASH-DRAWER-FILE
           MOVE "DRAWER-OPEN" TO WS-AUDIT-ACTION
           PERFORM LOG-DRAWER-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> CLOSE-DRAWER - proves LK-USER-ID's open drawer: the
      *> denomination count (--n100, --n50, --n20, --n10, --n5, --n1
      *> note counts and the --coin amount) against the float plus
      *> deposits less withdrawals. A difference is journalled to the
      *> over/short account before the drawer closes; the signed
      *> difference comes back as "over-short".
      *> ----------------------------------------------------------------
       CLOSE-DRAWER.
           OPEN I-O CASH-DRAWER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No open drawer."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-DRAWER
           IF NOT DRAWER-FOUND
               DISPLAY "No open drawer."
               MOVE 4 TO LK-RET-CODE
               CLOSE CASH-DRAWER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-COUNTED
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > 6
               MOVE WS-DENOM-NAME(WS-DENOM-IDX) TO WS-LOOKUP-NAME
               PERFORM LOOKUP-OP-FIELD
               MOVE 0 TO DRW-DENOM-COUNT(WS-DENOM-IDX)
               IF WS-LOOKUP-VALUE NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE)
                        TO DRW-DENOM-COUNT(WS-DENOM-IDX)
               END-IF
               COMPUTE WS-COUNTED = WS-COUNTED
                       + DRW-DENOM-COUNT(WS-DENOM-IDX)
                       * WS-DENOM-VALUE(WS-DENOM-IDX)
           END-PERFORM
           MOVE "coin" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE 0 TO DRW-COIN-AMT
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO DRW-COIN-AMT
           END-IF
           ADD DRW-COIN-AMT TO WS-COUNTED
           COMPUTE DRW-EXPECTED =
                   DRW-OPENING-AMT + DRW-CASH-IN - DRW-CASH-OUT
           MOVE WS-COUNTED TO DRW-COUNTED
           COMPUTE DRW-OVER-SHORT = DRW-COUNTED - DRW-EXPECTED
           MOVE 0 TO WS-OVSH-LEGS-POSTED
           IF DRW-OVER-SHORT NOT = 0
               PERFORM POST-OVER-SHORT
               IF WS-JOURNAL-RET-CODE NOT = 0
                   DISPLAY "Over/short did not post to the journal; "
                           "drawer left open. Try again."
                   MOVE 12 TO LK-RET-CODE
                   CLOSE CASH-DRAWER-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM STAMP-DRAWER-TIME
           MOVE WS-TIMESTAMP TO DRW-CLOSED-AT
           SET DRW-CLOSED TO TRUE
           REWRITE CASH-DRAWER-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error closing drawer, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
               CLOSE CASH-DRAWER-FILE
               PERFORM REVERSE-OVER-SHORT
               EXIT PARAGRAPH
           END-IF
           CLOSE CASH-DRAWER-FILE
           DISPLAY "Drawer closed. Expected " DRW-EXPECTED
                   ", counted " DRW-COUNTED "."
           MOVE DRW-OVER-SHORT TO WS-OVER-SHORT-EDIT
           EVALUATE TRUE
               WHEN DRW-OVER-SHORT > 0
                   DISPLAY "Drawer OVER by " WS-OVER-SHORT-EDIT
               WHEN DRW-OVER-SHORT < 0
                   DISPLAY "Drawer SHORT by " WS-OVER-SHORT-EDIT
               WHEN OTHER
                   DISPLAY "Drawer balances."
           END-EVALUATE
           IF OP-FIELD-COUNT < 10
               ADD 1 TO OP-FIELD-COUNT
               MOVE "over-short" TO OP-FIELD-NAME(OP-FIELD-COUNT)
               MOVE WS-OVER-SHORT-EDIT
                    TO OP-FIELD-VALUE(OP-FIELD-COUNT)
           END-IF
           MOVE "DRAWER-CLOSE" TO WS-AUDIT-ACTION
           PERFORM LOG-DRAWER-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-OVER-SHORT - the drawer's difference, both legs under
      *> the teller's id: over, the teller-cash account takes the
      *> surplus and the over/short account is credited; short, the
      *> over/short account is debited for the cash that is not
      *> there. Each leg has its own source type so the GL map can
      *> point it at its own ledger account. The drawer stays open
      *> until both legs are on, so a failed second leg takes the
      *> first back off and the close can simply be tried again.
      *> ----------------------------------------------------------------
       POST-OVER-SHORT.
           PERFORM LOAD-OVSH-ACCOUNTS
           IF DRW-OVER-SHORT < 0
               COMPUTE WS-OVER-SHORT-ABS = 0 - DRW-OVER-SHORT
           ELSE
               MOVE DRW-OVER-SHORT TO WS-OVER-SHORT-ABS
           END-IF
           MOVE "N" TO WS-OVSH-REVERSE
           MOVE 0 TO WS-OVSH-LEGS-POSTED
           PERFORM POST-OVSH-CASH-LEG
           IF WS-JOURNAL-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-OVSH-LEGS-POSTED
           PERFORM POST-OVSH-OVSH-LEG
           IF WS-JOURNAL-RET-CODE NOT = 0
               MOVE WS-JOURNAL-RET-CODE TO WS-OVSH-SAVED-RC
               PERFORM REVERSE-OVER-SHORT
               MOVE WS-OVSH-SAVED-RC TO WS-JOURNAL-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-OVSH-LEGS-POSTED.
           EXIT.

      *> takes the over/short legs already on the journal for this
      *> close back off with legs the other way, when the close
      *> itself does not complete. A reversal that will not post is
      *> shouted for the ledger team.
       REVERSE-OVER-SHORT.
           IF WS-OVSH-LEGS-POSTED = 0
               EXIT PARAGRAPH
           END-IF
           SET OVSH-REVERSING TO TRUE
           PERFORM POST-OVSH-CASH-LEG
           IF WS-JOURNAL-RET-CODE = 0 AND WS-OVSH-LEGS-POSTED = 2
               PERFORM POST-OVSH-OVSH-LEG
           END-IF
           IF WS-JOURNAL-RET-CODE NOT = 0
               DISPLAY "ERROR: over/short of " WS-OVER-SHORT-ABS
                       " for " DRW-TELLER-ID " could not be taken "
                       "back off the journal (code "
                       WS-JOURNAL-RET-CODE "); correct by hand."
           END-IF
           MOVE "N" TO WS-OVSH-REVERSE
           MOVE 0 TO WS-OVSH-LEGS-POSTED.
           EXIT.

      *> the teller-cash leg: a debit for an over, a credit for a
      *> short - the other way round when reversing.
       POST-OVSH-CASH-LEG.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-CASH-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           IF (DRW-OVER-SHORT > 0 AND NOT OVSH-REVERSING)
                   OR (DRW-OVER-SHORT < 0 AND OVSH-REVERSING)
               SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           ELSE
               SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           END-IF
           MOVE WS-OVER-SHORT-ABS TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "DRWR-CASH" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE DRW-TELLER-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE 0 TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
           EXIT.

      *> the over/short leg: a credit for an over, a debit for a
      *> short - the other way round when reversing.
       POST-OVSH-OVSH-LEG.
           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-OVSH-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           IF (DRW-OVER-SHORT > 0 AND NOT OVSH-REVERSING)
                   OR (DRW-OVER-SHORT < 0 AND OVSH-REVERSING)
               SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           ELSE
               SET JRNL-DEBIT OF WS-JOURNAL-ENTRY TO TRUE
           END-IF
           MOVE WS-OVER-SHORT-ABS TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "DRWR-OVSH" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE DRW-TELLER-ID TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE 0 TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE.
           EXIT.

       LOAD-OVSH-ACCOUNTS.
           MOVE "TELLCASH" TO WS-CASH-ACCT
           MOVE "TELLER-CASH-ACCT" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-CASH-ACCT
           END-IF
           MOVE "CASHOVSH" TO WS-OVSH-ACCT
           MOVE "CASH-OVSH-ACCT" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-OVSH-ACCT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SHOW-DRAWER - LK-USER-ID's open drawer: float, movement so
      *> far and the cash it should hold now.
      *> ----------------------------------------------------------------
       SHOW-DRAWER.
           OPEN INPUT CASH-DRAWER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No open drawer."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-DRAWER
           IF NOT DRAWER-FOUND
               DISPLAY "No open drawer."
               MOVE 4 TO LK-RET-CODE
           ELSE
               COMPUTE WS-DRAWER-CASH =
                       DRW-OPENING-AMT + DRW-CASH-IN - DRW-CASH-OUT
               DISPLAY "Drawer opened " DRW-OPENED-AT(1:8) " "
                       DRW-OPENED-AT(9:6) " with " DRW-OPENING-AMT
               DISPLAY "  in  " DRW-CASH-IN " (" DRW-IN-COUNT
                       " deposits)"
               DISPLAY "  out " DRW-CASH-OUT " (" DRW-OUT-COUNT
                       " withdrawals)"
               DISPLAY "  cash expected now " WS-DRAWER-CASH
           END-IF
           CLOSE CASH-DRAWER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-CASH - may teller LK-USER-ID take counter cash --dir
      *> D/W for --amount? 4 with no open drawer; 16 for a
      *> withdrawal the drawer's cash cannot cover.
      *> ----------------------------------------------------------------
       CHECK-CASH.
           PERFORM LOAD-CASH-FIELDS
           OPEN INPUT CASH-DRAWER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Open a cash drawer before taking counter cash."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-DRAWER
           CLOSE CASH-DRAWER-FILE
           IF NOT DRAWER-FOUND
               DISPLAY "Open a cash drawer before taking counter cash."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DRAWER-CASH =
                   DRW-OPENING-AMT + DRW-CASH-IN - DRW-CASH-OUT
           IF WS-CASH-DIR = "W" AND WS-CASH-AMOUNT > WS-DRAWER-CASH
               DISPLAY "The drawer holds only " WS-DRAWER-CASH
                       "; get cash from the vault first."
               MOVE 16 TO LK-RET-CODE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> POST-CASH - a counter movement that has posted to the
      *> customer goes onto teller LK-USER-ID's open drawer.
      *> ----------------------------------------------------------------
       POST-CASH.
           PERFORM LOAD-CASH-FIELDS
           OPEN I-O CASH-DRAWER-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-DRAWER
           IF NOT DRAWER-FOUND
               MOVE 4 TO LK-RET-CODE
               CLOSE CASH-DRAWER-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-CASH-DIR = "W"
               ADD WS-CASH-AMOUNT TO DRW-CASH-OUT
               ADD 1 TO DRW-OUT-COUNT
           ELSE
               ADD WS-CASH-AMOUNT TO DRW-CASH-IN
               ADD 1 TO DRW-IN-COUNT
           END-IF
           REWRITE CASH-DRAWER-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error updating drawer, status " WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE CASH-DRAWER-FILE.
           EXIT.

       LOAD-CASH-FIELDS.
           MOVE "dir" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:1) TO WS-CASH-DIR
           MOVE "amount" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-CASH-AMOUNT.
           EXIT.

      *> ----------------------------------------------------------------
      *> FIND-OPEN-DRAWER - browses LK-USER-ID's drawers (the file is
      *> open) and leaves the OPEN one, if any, in the record area
      *> with DRAWER-FOUND set.
      *> ----------------------------------------------------------------
       FIND-OPEN-DRAWER.
           MOVE "N" TO WS-DRAWER-FOUND
           MOVE SPACES TO WS-OPEN-KEY
           MOVE LK-USER-ID TO DRW-TELLER-ID
           MOVE LOW-VALUES TO DRW-OPENED-AT
           START CASH-DRAWER-FILE KEY IS NOT LESS THAN DRW-KEY
           IF WS-FILE-STATUS = "00"
               READ CASH-DRAWER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR DRW-TELLER-ID NOT = LK-USER-ID
                   IF DRW-OPEN
                       MOVE DRW-KEY TO WS-OPEN-KEY
                   END-IF
                   READ CASH-DRAWER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF WS-OPEN-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-KEY TO DRW-KEY
           READ CASH-DRAWER-FILE KEY IS DRW-KEY
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-DRAWER-FOUND
           END-IF.
           EXIT.

       LOG-DRAWER-EVENT.
           PERFORM STAMP-DRAWER-TIME
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE LK-USER-ID TO AUDIT-USER-ID
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
           MOVE LK-RET-CODE TO AUDIT-RET-CODE
           IF WS-AUDIT-ACTION = "DRAWER-OPEN"
               STRING "float " DRW-OPENING-AMT
                      DELIMITED BY SIZE INTO AUDIT-DETAIL
           ELSE
               STRING "expected " DRW-EXPECTED " counted "
                      DRW-COUNTED " over/short " WS-OVER-SHORT-EDIT
                      DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-IF
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

       STAMP-DRAWER-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       END PROGRAM BLM-DRAWER-CONTROLLER.
