      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Backup withholding on interest - every interest
      *>          credit paid to a customer's cash balance comes
      *>          through here once it has posted. The credit is
      *>          written to the tax ledger for year-end reporting;
      *>          when the customer has no certified taxpayer ID on
      *>          the profile, BACKUP-WH-RATE percent of it is taken
      *>          back off the cash balance (journalled BKUP-WH) and
      *>          credited to the withholding liability account
      *>          (BACKUP-WH-ACCT, default WHTAXPAY) until it is
      *>          remitted.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: a single WITHHOLD action, the
      *>                     caller filling user, income type, source
      *>                     id and gross amount on the ledger row and
      *>                     getting the amount withheld back on it.
      *>                     BACKUP-WH-RATE defaults to 24 percent.
      *>   15/10/2026 - jm - Interest paid to a deposit account other
      *>                     than the primary (TAXL-ACCT-NO) has its
      *>                     withholding taken off that account through
      *>                     BLM-ACCOUNT-CONTROLLER.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-WITHHOLD-CONTROLLER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDGR"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT PROFILE-MASTER-FILE ASSIGN TO "PROFMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROF-USER-ID
                 FILE STATUS IS WS-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LEDGER-FILE
           LABEL RECORD STANDARD.
           COPY "tax-ledger.cpy".
       FD  PROFILE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-PROF-STATUS       PIC XX VALUE SPACES.
       77 WS-CDT-DATE          PIC 9(8).
       77 WS-CDT-TIME          PIC 9(6).
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).

      *> Withholding rate and liability account off the system
      *> switches.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-CTL-RET           PIC S9(4) COMP.
       77 WS-WH-RATE           PIC 9(3)V99 VALUE 0.
       77 WS-WH-ACCT           PIC X(10) VALUE SPACES.
       77 WS-WH-AMOUNT         PIC 9(9)V99 VALUE 0.

      *> The debit off the customer's cash, through BALANCE-DELTA so
      *> it journals like every other posting.
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       77 WS-BAL-AMOUNT        PIC S9(9)V99 VALUE 0.
       77 WS-BAL-EDIT          PIC -(9)9.99.
       COPY "user-ctl-data.cpy".
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-AC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-AC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-AC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-AC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-AC-FIELD-COUNT==.

      *> The liability leg of the withholding.
       COPY "journal.cpy"
           REPLACING ==JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==.
       77 WS-JOURNAL-RET-CODE  PIC S9(4) COMP.

      *> Audit trail
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.
       77 WS-AMOUNT-EDIT       PIC Z(8)9.99.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "tax-ledger.cpy"
           REPLACING ==TAX-LEDGER-RECORD== BY ==LK-TAX-ENTRY==.
       01 LK-RET-CODE  PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-OP LK-TAX-ENTRY LK-RET-CODE.

           MOVE 0 TO LK-RET-CODE
           EVALUATE LK-OP
               WHEN "WITHHOLD"
                   PERFORM WITHHOLD-ON-INTEREST
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
           END-EVALUATE

           GOBACK.

      *> ----------------------------------------------------------------
      *> WITHHOLD-ON-INTEREST - the interest credit in LK-TAX-ENTRY has
      *> already posted gross. An uncertified customer has the
      *> withholding debited back off and credited to the liability
      *> account; either way the credit goes on the tax ledger. A
      *> withholding debit that will not post is still ledgered (as
      *> FAILED, nothing withheld) and returns 12 for the caller to
      *> report.
      *> ----------------------------------------------------------------
       WITHHOLD-ON-INTEREST.
           PERFORM STAMP-LEDGER-TIME
           MOVE WS-TIMESTAMP TO TAXL-TIMESTAMP OF LK-TAX-ENTRY
           MOVE WS-TIMESTAMP(1:4) TO TAXL-TAX-YEAR OF LK-TAX-ENTRY
           MOVE 0 TO TAXL-WITHHELD-AMT OF LK-TAX-ENTRY
           MOVE 0 TO TAXL-WH-RATE OF LK-TAX-ENTRY
           PERFORM READ-TIN-STATUS
           IF TAXL-TIN-CERTIFIED OF LK-TAX-ENTRY
               SET TAXL-WH-NOT-DUE OF LK-TAX-ENTRY TO TRUE
               PERFORM APPEND-LEDGER-ROW
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-WITHHOLDING-SWITCHES
           COMPUTE WS-WH-AMOUNT ROUNDED =
                   TAXL-GROSS-AMT OF LK-TAX-ENTRY * WS-WH-RATE / 100
           IF WS-WH-AMOUNT = 0
               SET TAXL-WH-NOT-DUE OF LK-TAX-ENTRY TO TRUE
               PERFORM APPEND-LEDGER-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WH-RATE TO TAXL-WH-RATE OF LK-TAX-ENTRY

           COMPUTE WS-BAL-AMOUNT = 0 - WS-WH-AMOUNT
           MOVE WS-BAL-AMOUNT TO WS-BAL-EDIT
           IF TAXL-ACCT-NO OF LK-TAX-ENTRY NOT = SPACES
               PERFORM DEBIT-DEPOSIT-ACCOUNT
           ELSE
               MOVE SPACES TO USER-CTL-DATA
               MOVE "BALANCE-DELTA" TO UCD-UPD-FIELD
               MOVE WS-BAL-EDIT TO UCD-UPD-VALUE
               MOVE "BKUP-WH" TO UCD-UPD-SOURCE-TYPE
               MOVE TAXL-SOURCE-ID OF LK-TAX-ENTRY
                    TO UCD-UPD-SOURCE-ID
               CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                    USER-CTL-DATA, TAXL-USER-ID OF LK-TAX-ENTRY,
                    WS-CTL-RET-CODE
           END-IF
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Backup withholding of " WS-WH-AMOUNT " on "
                       TAXL-USER-ID OF LK-TAX-ENTRY
                       " did not post (code " WS-CTL-RET-CODE ")."
               SET TAXL-WH-FAILED OF LK-TAX-ENTRY TO TRUE
               PERFORM APPEND-LEDGER-ROW
               MOVE 12 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JOURNAL-ENTRY
           MOVE WS-WH-ACCT TO JRNL-ACCOUNT-ID OF WS-JOURNAL-ENTRY
           SET JRNL-CREDIT OF WS-JOURNAL-ENTRY TO TRUE
           MOVE WS-WH-AMOUNT TO JRNL-AMOUNT OF WS-JOURNAL-ENTRY
           MOVE "BKUP-WH" TO JRNL-SOURCE-TYPE OF WS-JOURNAL-ENTRY
           MOVE TAXL-SOURCE-ID OF LK-TAX-ENTRY
                TO JRNL-SOURCE-ID OF WS-JOURNAL-ENTRY
           MOVE 0 TO JRNL-BALANCE-AFTER OF WS-JOURNAL-ENTRY
           CALL "BLM-JOURNAL-CONTROLLER" USING "POST",
                WS-JOURNAL-ENTRY, WS-JOURNAL-RET-CODE

           MOVE WS-WH-AMOUNT TO TAXL-WITHHELD-AMT OF LK-TAX-ENTRY
           SET TAXL-WH-POSTED OF LK-TAX-ENTRY TO TRUE
           PERFORM APPEND-LEDGER-ROW
           PERFORM LOG-WITHHOLDING.
           EXIT.

      *> ----------------------------------------------------------------
      *> DEBIT-DEPOSIT-ACCOUNT - the withholding debit (WS-BAL-EDIT)
      *> off the deposit account the interest was paid to, journalled
      *> BKUP-WH under the account number; the outcome comes back in
      *> WS-CTL-RET-CODE.
      *> ----------------------------------------------------------------
       DEBIT-DEPOSIT-ACCOUNT.
           MOVE "account" TO WS-AC-FIELD-NAME(1)
           MOVE TAXL-ACCT-NO OF LK-TAX-ENTRY TO WS-AC-FIELD-VALUE(1)
           MOVE "amount" TO WS-AC-FIELD-NAME(2)
           MOVE WS-BAL-EDIT TO WS-AC-FIELD-VALUE(2)
           MOVE "source-type" TO WS-AC-FIELD-NAME(3)
           MOVE "BKUP-WH" TO WS-AC-FIELD-VALUE(3)
           MOVE "source-id" TO WS-AC-FIELD-NAME(4)
           MOVE TAXL-SOURCE-ID OF LK-TAX-ENTRY TO WS-AC-FIELD-VALUE(4)
           MOVE 4 TO WS-AC-FIELD-COUNT
           CALL "BLM-ACCOUNT-CONTROLLER" USING "post",
                WS-AC-FIELDS, WS-AC-FIELD-COUNT,
                TAXL-USER-ID OF LK-TAX-ENTRY, WS-CTL-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> READ-TIN-STATUS - certified only with a TIN on the profile and
      *> the customer's certification of it; no profile at all counts
      *> as no TIN furnished.
      *> ----------------------------------------------------------------
       READ-TIN-STATUS.
           SET TAXL-TIN-UNCERTIFIED OF LK-TAX-ENTRY TO TRUE
           OPEN INPUT PROFILE-MASTER-FILE
           IF WS-PROF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE TAXL-USER-ID OF LK-TAX-ENTRY TO PROF-USER-ID
           READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
           IF WS-PROF-STATUS = "00" AND PROF-TAX-ID NOT = SPACES
                   AND PROF-TIN-CERTIFIED
               SET TAXL-TIN-CERTIFIED OF LK-TAX-ENTRY TO TRUE
           END-IF
           CLOSE PROFILE-MASTER-FILE.
           EXIT.

       LOAD-WITHHOLDING-SWITCHES.
           MOVE 24.00 TO WS-WH-RATE
           MOVE "BACKUP-WH-RATE" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-WH-RATE
           END-IF
           IF WS-WH-RATE > 50
               MOVE 24.00 TO WS-WH-RATE
           END-IF
           MOVE "WHTAXPAY" TO WS-WH-ACCT
           MOVE "BACKUP-WH-ACCT" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           IF WS-CTL-VALUE NOT = SPACES
               MOVE WS-CTL-VALUE(1:10) TO WS-WH-ACCT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPEND-LEDGER-ROW - appends LK-TAX-ENTRY to TAX-LEDGER-FILE,
      *> creating it on first use.
      *> ----------------------------------------------------------------
       APPEND-LEDGER-ROW.
           OPEN EXTEND TAX-LEDGER-FILE
           IF WS-FILE-STATUS NOT = "00"
               OPEN OUTPUT TAX-LEDGER-FILE
               CLOSE TAX-LEDGER-FILE
               OPEN EXTEND TAX-LEDGER-FILE
           END-IF
           MOVE LK-TAX-ENTRY TO TAX-LEDGER-RECORD
           WRITE TAX-LEDGER-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Error writing tax ledger, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE TAX-LEDGER-FILE.
           EXIT.

       LOG-WITHHOLDING.
           MOVE SPACES TO WS-AUDIT-ENTRY
           MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE TAXL-USER-ID OF LK-TAX-ENTRY TO AUDIT-USER-ID
           MOVE "BACKUP-WITHHOLD" TO AUDIT-ACTION
           MOVE 0 TO AUDIT-RET-CODE
           MOVE WS-WH-AMOUNT TO WS-AMOUNT-EDIT
           STRING "withheld " WS-AMOUNT-EDIT " on "
                  TAXL-INCOME-TYPE OF LK-TAX-ENTRY " "
                  TAXL-SOURCE-ID OF LK-TAX-ENTRY
                  DELIMITED BY SIZE INTO AUDIT-DETAIL
           CALL "BLM-AUDIT-CONTROLLER" USING "LOG", WS-AUDIT-ENTRY,
                WS-AUDIT-RET-CODE.
           EXIT.

       STAMP-LEDGER-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE WS-CDT-TIME-RAW(1:6) TO WS-CDT-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           EXIT.

       END PROGRAM BLM-WITHHOLD-CONTROLLER.
