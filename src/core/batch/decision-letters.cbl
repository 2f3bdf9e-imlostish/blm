      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly decision letters - turns the day's customer
      *>          decisions into print-ready letters for the mail
      *>          house: loan applications approved and declined,
      *>          credit-limit changes approved and declined, cards
      *>          blocked for delinquency and deposit accounts closed.
      *>          Each letter is addressed off the customer profile,
      *>          worded from the admin-kept letter templates (a
      *>          decline carries the wording of its reason code, or
      *>          the teller's own reason), and entered on the mailing
      *>          register as proof it was sent.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: takes the decision date as an
      *>                     optional argument (YYYYMMDD, default the
      *>                     run date) so a missed night can be
      *>                     caught up; the register keys every letter
      *>                     by type, item and decision date, so a
      *>                     rerun prints nothing twice. A customer
      *>                     with no mailing address on the profile is
      *>                     an exception and gets the letter on the
      *>                     rerun once the address is keyed.
      *>   15/10/2026 - jm - LTRPRINT extended not replaced; a letter
      *>                     that fails to print is not registered.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-DECISION-LETTERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT LOANAPP-MASTER-FILE ASSIGN TO "LOANAPP"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS APP-ID
                 ALTERNATE RECORD KEY IS APP-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-APP-STATUS.
             SELECT CLREQ-MASTER-FILE ASSIGN TO "CLREQ"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CLR-ID
                 ALTERNATE RECORD KEY IS CLR-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CLR-STATUS.
             SELECT NOTIFY-MASTER-FILE ASSIGN TO "NOTIFYMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS NOTIFY-ID
                 ALTERNATE RECORD KEY IS NOTIFY-USER-ID
                     WITH DUPLICATES
                 FILE STATUS IS WS-NTFY-STATUS.
             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-ACCT-STATUS.
             SELECT PROFILE-MASTER-FILE ASSIGN TO "PROFMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROF-USER-ID
                 FILE STATUS IS WS-PROF-STATUS.
             SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LTRTMPL"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LTPL-KEY
                 FILE STATUS IS WS-TPL-STATUS.
             SELECT LETTER-LOG-FILE ASSIGN TO "LTRLOG"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LLOG-KEY
                 ALTERNATE RECORD KEY IS LLOG-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-LOG-STATUS.
             SELECT LETTER-PRINT-FILE ASSIGN TO "LTRPRINT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANAPP-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan-application.cpy".
       FD  CLREQ-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "limit-request.cpy".
       FD  NOTIFY-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "notification.cpy".
       FD  DEPOSIT-ACCOUNT-FILE
           LABEL RECORD STANDARD.
           COPY "deposit-account.cpy".
       FD  PROFILE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".
       FD  LETTER-TEMPLATE-FILE
           LABEL RECORD STANDARD.
           COPY "letter-template.cpy".
       FD  LETTER-LOG-FILE
           LABEL RECORD STANDARD.
           COPY "letter-log.cpy".
      *> print line: ASA carriage control in column 1 ("1" starts a
      *> new page, blank single-spaces), then the text.
       FD  LETTER-PRINT-FILE
           LABEL RECORD STANDARD.
       01 LETTER-PRINT-RECORD.
           05 LPR-CONTROL          PIC X(1).
           05 LPR-TEXT             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-APP-STATUS        PIC XX VALUE SPACES.
       77 WS-CLR-STATUS        PIC XX VALUE SPACES.
       77 WS-NTFY-STATUS       PIC XX VALUE SPACES.
       77 WS-ACCT-STATUS       PIC XX VALUE SPACES.
       77 WS-PROF-STATUS       PIC XX VALUE SPACES.
       77 WS-TPL-STATUS        PIC XX VALUE SPACES.
       77 WS-LOG-STATUS        PIC XX VALUE SPACES.
       77 WS-PRINT-STATUS      PIC XX VALUE SPACES.
       77 WS-PRINT-OPEN        PIC X VALUE "N".
           88 PRINT-FILE-OPEN  VALUE "Y".
       77 WS-ARGS-LENGTH       PIC 9(4) COMP VALUE 0.
       77 WS-ARG-TEXT          PIC X(20) VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE      PIC S9(4) COMP.
      *> the letterhead and signature - the bank's name off the
      *> PAYER-NAME switch.
       77 WS-BANK-NAME         PIC X(40) VALUE SPACES.

      *> The letter in hand, staged by the source paragraph before
      *> 4000-ISSUE-LETTER addresses, prints and registers it.
       77 WS-LTR-TYPE          PIC X(2) VALUE SPACES.
       77 WS-LTR-REF           PIC X(10) VALUE SPACES.
       77 WS-LTR-USER          PIC X(10) VALUE SPACES.
       77 WS-LTR-DECIDED       PIC X(8) VALUE SPACES.
       77 WS-LTR-REASON-CODE   PIC X(3) VALUE SPACES.
       77 WS-LTR-REASON-TEXT   PIC X(50) VALUE SPACES.
       77 WS-LTR-SUBJECT       PIC X(50) VALUE SPACES.
       01 WS-LTR-DETAIL-TABLE.
           05 WS-LTR-DETAIL        PIC X(80) OCCURS 2 TIMES.
       77 WS-LINE-IDX          PIC 9(2) COMP VALUE 0.
       77 WS-LETTER-SEQ        PIC 9(5) VALUE 0.
       77 WS-EDIT-DATE-IN      PIC X(8) VALUE SPACES.
       77 WS-DATE-EDIT         PIC X(10) VALUE SPACES.
       77 WS-AMOUNT-EDIT       PIC Z(8)9.99.
       77 WS-RATE-EDIT         PIC ZZ9.9999.
       77 WS-TERM-EDIT         PIC ZZ9.
       77 WS-KIND-TEXT         PIC X(8) VALUE SPACES.

      *> Run counters and run-history rows
       77 WS-LETTERS-PRINTED   PIC 9(7) COMP VALUE 0.
       77 WS-ALREADY-SENT      PIC 9(7) COMP VALUE 0.
       77 WS-LETTER-EXCEPTIONS PIC 9(5) COMP VALUE 0.
       77 WS-COUNT-LA          PIC 9(5) COMP VALUE 0.
       77 WS-COUNT-LD          PIC 9(5) COMP VALUE 0.
       77 WS-COUNT-CA          PIC 9(5) COMP VALUE 0.
       77 WS-COUNT-CD          PIC 9(5) COMP VALUE 0.
       77 WS-COUNT-CB          PIC 9(5) COMP VALUE 0.
       77 WS-COUNT-AC          PIC 9(5) COMP VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF PRINT-FILE-OPEN
               PERFORM 2100-LOAN-DECISIONS
               PERFORM 2200-LIMIT-DECISIONS
               PERFORM 2300-CARD-BLOCKS
               PERFORM 2400-ACCOUNT-CLOSURES
           END-IF
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - the decision date off the command line
      *> (default the run date), the letterhead, the START row to the
      *> run history, and the register, templates, profiles and the
      *> print file opened for the run.  The print file is extended,
      *> not replaced, so letters of an earlier run still waiting to
      *> be mailed survive a rerun; it is created when missing.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-RUN-DATE
           ACCEPT WS-ARGS-LENGTH FROM ARGUMENT-NUMBER
           IF WS-ARGS-LENGTH > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT(1:8) IS NUMERIC
                   MOVE WS-ARG-TEXT(1:8) TO WS-RUN-DATE
               END-IF
           END-IF
           DISPLAY "=== Decision Letters ==="
           DISPLAY "Decisions of: " WS-RUN-DATE
           PERFORM 8000-STAMP-TIME
           MOVE "PAYER-NAME" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           MOVE WS-CTL-VALUE TO WS-BANK-NAME
           IF WS-BANK-NAME = SPACES
               DISPLAY "WARNING: PAYER-NAME is not set; letters go "
                       "out without a letterhead."
           END-IF

           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "DECISION-LETTERS" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE

           OPEN I-O LETTER-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LETTER-LOG-FILE
               CLOSE LETTER-LOG-FILE
               OPEN I-O LETTER-LOG-FILE
           END-IF
           OPEN INPUT LETTER-TEMPLATE-FILE
           IF WS-TPL-STATUS NOT = "00"
               DISPLAY "WARNING: no letter templates on file; "
                       "letters carry the standard wording only."
           END-IF
           OPEN INPUT PROFILE-MASTER-FILE
           OPEN EXTEND LETTER-PRINT-FILE
           IF WS-PRINT-STATUS = "35"
               OPEN OUTPUT LETTER-PRINT-FILE
           END-IF
           IF WS-PRINT-STATUS = "00"
               SET PRINT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: cannot open LTRPRINT, status "
                       WS-PRINT-STATUS "; no letters issued."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2100-LOAN-DECISIONS - every loan application approved (LA)
      *> or declined (LD) on the decision date.
      *> ----------------------------------------------------------------
       2100-LOAN-DECISIONS.
           OPEN INPUT LOANAPP-MASTER-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO APP-ID
           START LOANAPP-MASTER-FILE KEY IS NOT LESS THAN APP-ID
           IF WS-APP-STATUS = "00"
               READ LOANAPP-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-APP-STATUS NOT = "00"
                   IF APP-DECIDED-AT(1:8) = WS-RUN-DATE
                           AND NOT APP-PENDING
                       PERFORM 2110-LOAN-LETTER
                   END-IF
                   READ LOANAPP-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE LOANAPP-MASTER-FILE.
           EXIT.

       2110-LOAN-LETTER.
           PERFORM 3000-CLEAR-LETTER
           MOVE APP-ID TO WS-LTR-REF
           MOVE APP-USER-ID TO WS-LTR-USER
           MOVE APP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE APP-TERM-MONTHS TO WS-TERM-EDIT
           IF APP-APPROVED
               MOVE "LA" TO WS-LTR-TYPE
               MOVE "Your loan application has been approved"
                    TO WS-LTR-SUBJECT
               MOVE APP-RATE TO WS-RATE-EDIT
               STRING "Application " APP-ID " is now loan "
                      APP-LOAN-ID ": " FUNCTION TRIM(WS-AMOUNT-EDIT)
                      " " APP-CURRENCY " over "
                      FUNCTION TRIM(WS-TERM-EDIT) " months at "
                      FUNCTION TRIM(WS-RATE-EDIT) "%."
                      DELIMITED BY SIZE INTO WS-LTR-DETAIL(1)
               ADD 1 TO WS-COUNT-LA
           ELSE
               MOVE "LD" TO WS-LTR-TYPE
               MOVE "Your loan application" TO WS-LTR-SUBJECT
               MOVE APP-DECLINE-CODE TO WS-LTR-REASON-CODE
               MOVE APP-DECLINE-REASON TO WS-LTR-REASON-TEXT
               STRING "Application " APP-ID " for "
                      FUNCTION TRIM(WS-AMOUNT-EDIT) " " APP-CURRENCY
                      " over " FUNCTION TRIM(WS-TERM-EDIT)
                      " months, product " APP-PRODUCT-CODE "."
                      DELIMITED BY SIZE INTO WS-LTR-DETAIL(1)
               ADD 1 TO WS-COUNT-LD
           END-IF
           PERFORM 4000-ISSUE-LETTER.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2200-LIMIT-DECISIONS - every credit-limit change approved
      *> (CA) or declined (CD) on the decision date.
      *> ----------------------------------------------------------------
       2200-LIMIT-DECISIONS.
           OPEN INPUT CLREQ-MASTER-FILE
           IF WS-CLR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CLR-ID
           START CLREQ-MASTER-FILE KEY IS NOT LESS THAN CLR-ID
           IF WS-CLR-STATUS = "00"
               READ CLREQ-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-CLR-STATUS NOT = "00"
                   IF CLR-DECIDED-AT(1:8) = WS-RUN-DATE
                           AND NOT CLR-PENDING
                       PERFORM 2210-LIMIT-LETTER
                   END-IF
                   READ CLREQ-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CLREQ-MASTER-FILE.
           EXIT.

       2210-LIMIT-LETTER.
           PERFORM 3000-CLEAR-LETTER
           MOVE CLR-ID TO WS-LTR-REF
           MOVE CLR-USER-ID TO WS-LTR-USER
           MOVE CLR-REQUESTED TO WS-AMOUNT-EDIT
           IF CLR-APPROVED
               MOVE "CA" TO WS-LTR-TYPE
               MOVE "Your credit limit has been changed"
                    TO WS-LTR-SUBJECT
               STRING "Card " CLR-CARD-ID " now has a credit limit "
                      "of " FUNCTION TRIM(WS-AMOUNT-EDIT) "."
                      DELIMITED BY SIZE INTO WS-LTR-DETAIL(1)
               ADD 1 TO WS-COUNT-CA
           ELSE
               MOVE "CD" TO WS-LTR-TYPE
               MOVE "Your credit limit request" TO WS-LTR-SUBJECT
               MOVE CLR-DECLINE-CODE TO WS-LTR-REASON-CODE
               MOVE CLR-DECLINE-REASON TO WS-LTR-REASON-TEXT
               STRING "Request " CLR-ID " to raise the limit on card "
                      CLR-CARD-ID " to " FUNCTION TRIM(WS-AMOUNT-EDIT)
                      "." DELIMITED BY SIZE INTO WS-LTR-DETAIL(1)
               ADD 1 TO WS-COUNT-CD
           END-IF
           PERFORM 4000-ISSUE-LETTER.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2300-CARD-BLOCKS - the card cycle's delinquency block leaves
      *> no date on the card, but it posts the holder a
      *> CARD-DELINQ-BLOCK notice: each one posted on the decision
      *> date is a block to write to (CB), referenced by the notice.
      *> ----------------------------------------------------------------
       2300-CARD-BLOCKS.
           OPEN INPUT NOTIFY-MASTER-FILE
           IF WS-NTFY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO NOTIFY-ID
           START NOTIFY-MASTER-FILE KEY IS NOT LESS THAN NOTIFY-ID
           IF WS-NTFY-STATUS = "00"
               READ NOTIFY-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-NTFY-STATUS NOT = "00"
                   IF NOTIFY-EVENT = "CARD-DELINQ-BLOCK"
                           AND NOTIFY-CREATED-AT(1:8) = WS-RUN-DATE
                       PERFORM 3000-CLEAR-LETTER
                       MOVE "CB" TO WS-LTR-TYPE
                       MOVE NOTIFY-ID TO WS-LTR-REF
                       MOVE NOTIFY-USER-ID TO WS-LTR-USER
                       MOVE "Your card has been blocked"
                            TO WS-LTR-SUBJECT
                       MOVE NOTIFY-TEXT TO WS-LTR-DETAIL(1)
                       ADD 1 TO WS-COUNT-CB
                       PERFORM 4000-ISSUE-LETTER
                   END-IF
                   READ NOTIFY-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE NOTIFY-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2400-ACCOUNT-CLOSURES - every deposit account closed on the
      *> decision date (AC), singly or with the whole relationship.
      *> ----------------------------------------------------------------
       2400-ACCOUNT-CLOSURES.
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DACC-ACCT-NO
           START DEPOSIT-ACCOUNT-FILE KEY IS NOT LESS THAN DACC-ACCT-NO
           IF WS-ACCT-STATUS = "00"
               READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                   IF DACC-CLOSED
                           AND DACC-CLOSED-AT(1:8) = WS-RUN-DATE
                       PERFORM 2410-CLOSURE-LETTER
                   END-IF
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE DEPOSIT-ACCOUNT-FILE.
           EXIT.

       2410-CLOSURE-LETTER.
           PERFORM 3000-CLEAR-LETTER
           MOVE "AC" TO WS-LTR-TYPE
           MOVE DACC-ACCT-NO TO WS-LTR-REF
           MOVE DACC-USER-ID TO WS-LTR-USER
           MOVE "Your account has been closed" TO WS-LTR-SUBJECT
           IF DACC-SAVINGS
               MOVE "savings" TO WS-KIND-TEXT
           ELSE
               MOVE "checking" TO WS-KIND-TEXT
           END-IF
           MOVE WS-LTR-DECIDED TO WS-EDIT-DATE-IN
           PERFORM 8100-EDIT-DATE
           STRING "Your " FUNCTION TRIM(WS-KIND-TEXT) " account "
                  DACC-ACCT-NO " was closed on " WS-DATE-EDIT "."
                  DELIMITED BY SIZE INTO WS-LTR-DETAIL(1)
           ADD 1 TO WS-COUNT-AC
           PERFORM 4000-ISSUE-LETTER.
           EXIT.

       3000-CLEAR-LETTER.
           MOVE SPACES TO WS-LTR-TYPE WS-LTR-REF WS-LTR-USER
           MOVE SPACES TO WS-LTR-REASON-CODE WS-LTR-REASON-TEXT
           MOVE SPACES TO WS-LTR-SUBJECT WS-LTR-DETAIL-TABLE
           MOVE WS-RUN-DATE TO WS-LTR-DECIDED.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4000-ISSUE-LETTER - the staged letter, unless the register
      *> already has it: addressed off the profile, printed, and
      *> registered. No mailing address is an exception - nothing is
      *> registered, so a rerun for the date picks it up.
      *> ----------------------------------------------------------------
       4000-ISSUE-LETTER.
           MOVE WS-LTR-TYPE TO LLOG-TYPE
           MOVE WS-LTR-REF TO LLOG-REF
           MOVE WS-LTR-DECIDED TO LLOG-DECIDED
           READ LETTER-LOG-FILE KEY IS LLOG-KEY
           IF WS-LOG-STATUS = "00"
               ADD 1 TO WS-ALREADY-SENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LTR-USER TO PROF-USER-ID
           READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
           IF WS-PROF-STATUS NOT = "00" OR PROF-ADDR-LINE1 = SPACES
               DISPLAY "No mailing address for " WS-LTR-USER "; "
                       WS-LTR-TYPE " letter for " WS-LTR-REF
                       " held."
               ADD 1 TO WS-LETTER-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LETTER-SEQ
           PERFORM 5000-PRINT-LETTER
      *>   A letter that did not reach the print file is not
      *>   registered, so the next run prints it again.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Could not print " WS-LTR-TYPE " letter for "
                       WS-LTR-REF ", status " WS-PRINT-STATUS
               ADD 1 TO WS-LETTER-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LETTER-LOG-RECORD
           MOVE WS-LTR-TYPE TO LLOG-TYPE
           MOVE WS-LTR-REF TO LLOG-REF
           MOVE WS-LTR-DECIDED TO LLOG-DECIDED
           MOVE WS-LTR-USER TO LLOG-USER-ID
           MOVE WS-LTR-REASON-CODE TO LLOG-REASON
           MOVE PROF-LEGAL-NAME TO LLOG-NAME
           MOVE PROF-ADDR-LINE1 TO LLOG-ADDR-LINE1
           MOVE PROF-POSTAL TO LLOG-POSTAL
           MOVE WS-TIMESTAMP TO LLOG-PRINTED-AT
           MOVE WS-LETTER-SEQ TO LLOG-SEQUENCE
           WRITE LETTER-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "Could not register " WS-LTR-TYPE " letter "
                       "for " WS-LTR-REF ", status " WS-LOG-STATUS
               ADD 1 TO WS-LETTER-EXCEPTIONS
           END-IF
           ADD 1 TO WS-LETTERS-PRINTED
           DISPLAY "Letter " WS-LETTER-SEQ " " WS-LTR-TYPE " "
                   WS-LTR-REF " to " WS-LTR-USER.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5000-PRINT-LETTER - one letter on a new page: letterhead and
      *> date, the address block, the subject and reference, the
      *> type's template body, the particulars of the decision, and
      *> for a decline the principal reason - the reason code's
      *> wording and text when it has one, else the teller's reason.
      *> ----------------------------------------------------------------
       5000-PRINT-LETTER.
           MOVE "1" TO LPR-CONTROL
           MOVE WS-BANK-NAME TO LPR-TEXT
           WRITE LETTER-PRINT-RECORD
           MOVE SPACES TO LETTER-PRINT-RECORD
           MOVE WS-TIMESTAMP(1:8) TO WS-EDIT-DATE-IN
           PERFORM 8100-EDIT-DATE
           MOVE WS-DATE-EDIT TO LPR-TEXT(69:10)
           WRITE LETTER-PRINT-RECORD
           PERFORM 5100-BLANK-LINE
           PERFORM 5100-BLANK-LINE
           MOVE PROF-LEGAL-NAME TO LPR-TEXT
           WRITE LETTER-PRINT-RECORD
           MOVE PROF-ADDR-LINE1 TO LPR-TEXT
           WRITE LETTER-PRINT-RECORD
           IF PROF-ADDR-LINE2 NOT = SPACES
               MOVE PROF-ADDR-LINE2 TO LPR-TEXT
               WRITE LETTER-PRINT-RECORD
           END-IF
           MOVE SPACES TO LPR-TEXT
           STRING FUNCTION TRIM(PROF-CITY) "  "
                  FUNCTION TRIM(PROF-POSTAL)
                  DELIMITED BY SIZE INTO LPR-TEXT
           WRITE LETTER-PRINT-RECORD
           PERFORM 5100-BLANK-LINE
           PERFORM 5100-BLANK-LINE

           MOVE SPACES TO LTPL-KEY
           MOVE WS-LTR-TYPE TO LTPL-TYPE
           PERFORM 5200-READ-TEMPLATE
           IF WS-TPL-STATUS = "00" AND LTPL-TITLE NOT = SPACES
               MOVE LTPL-TITLE TO WS-LTR-SUBJECT
           END-IF
           MOVE WS-LTR-DECIDED TO WS-EDIT-DATE-IN
           PERFORM 8100-EDIT-DATE
           MOVE SPACES TO LPR-TEXT
           STRING "Re: " FUNCTION TRIM(WS-LTR-SUBJECT)
                  DELIMITED BY SIZE INTO LPR-TEXT
           WRITE LETTER-PRINT-RECORD
           MOVE SPACES TO LPR-TEXT
           STRING "    Reference " WS-LTR-REF ", decided "
                  WS-DATE-EDIT DELIMITED BY SIZE INTO LPR-TEXT
           WRITE LETTER-PRINT-RECORD
           PERFORM 5100-BLANK-LINE
           MOVE SPACES TO LPR-TEXT
           STRING "Dear " FUNCTION TRIM(PROF-LEGAL-NAME) ","
                  DELIMITED BY SIZE INTO LPR-TEXT
           WRITE LETTER-PRINT-RECORD
           PERFORM 5100-BLANK-LINE
           IF WS-TPL-STATUS = "00"
               PERFORM 5300-PRINT-TEMPLATE-LINES
               PERFORM 5100-BLANK-LINE
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 2
               IF WS-LTR-DETAIL(WS-LINE-IDX) NOT = SPACES
                   MOVE WS-LTR-DETAIL(WS-LINE-IDX) TO LPR-TEXT
                   WRITE LETTER-PRINT-RECORD
               END-IF
           END-PERFORM

           IF WS-LTR-TYPE = "LD" OR WS-LTR-TYPE = "CD"
               PERFORM 5100-BLANK-LINE
               MOVE "The principal reason for our decision:"
                    TO LPR-TEXT
               WRITE LETTER-PRINT-RECORD
               MOVE "N" TO WS-TPL-STATUS
               IF WS-LTR-REASON-CODE NOT = SPACES
                   MOVE WS-LTR-TYPE TO LTPL-TYPE
                   MOVE WS-LTR-REASON-CODE TO LTPL-REASON
                   PERFORM 5200-READ-TEMPLATE
               END-IF
               MOVE SPACES TO LPR-TEXT
               IF WS-TPL-STATUS = "00"
                   STRING "    " FUNCTION TRIM(LTPL-TITLE)
                          DELIMITED BY SIZE INTO LPR-TEXT
                   WRITE LETTER-PRINT-RECORD
                   PERFORM 5300-PRINT-TEMPLATE-LINES
               ELSE
                   STRING "    " FUNCTION TRIM(WS-LTR-REASON-TEXT)
                          DELIMITED BY SIZE INTO LPR-TEXT
                   WRITE LETTER-PRINT-RECORD
               END-IF
           END-IF

           PERFORM 5100-BLANK-LINE
           PERFORM 5100-BLANK-LINE
           MOVE "Sincerely," TO LPR-TEXT
           WRITE LETTER-PRINT-RECORD
           PERFORM 5100-BLANK-LINE
           MOVE WS-BANK-NAME TO LPR-TEXT
           WRITE LETTER-PRINT-RECORD.
           EXIT.

       5100-BLANK-LINE.
           MOVE SPACES TO LETTER-PRINT-RECORD
           WRITE LETTER-PRINT-RECORD.
           EXIT.

      *> the template row keyed in LTPL-KEY; WS-TPL-STATUS says
      *> whether there is one.
       5200-READ-TEMPLATE.
           READ LETTER-TEMPLATE-FILE KEY IS LTPL-KEY
           IF WS-TPL-STATUS NOT = "00"
               MOVE "N" TO WS-TPL-STATUS
           END-IF.
           EXIT.

       5300-PRINT-TEMPLATE-LINES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 6
               IF LTPL-LINE(WS-LINE-IDX) NOT = SPACES
                   MOVE SPACES TO LETTER-PRINT-RECORD
                   MOVE LTPL-LINE(WS-LINE-IDX) TO LPR-TEXT
                   WRITE LETTER-PRINT-RECORD
               END-IF
           END-PERFORM.
           EXIT.

       8000-STAMP-TIME.
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-TODAY-DATE WS-CDT-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO WS-TIMESTAMP.
           EXIT.

      *> WS-EDIT-DATE-IN (YYYYMMDD) as YYYY-MM-DD in WS-DATE-EDIT.
       8100-EDIT-DATE.
           MOVE SPACES TO WS-DATE-EDIT
           STRING WS-EDIT-DATE-IN(1:4) "-" WS-EDIT-DATE-IN(5:2) "-"
                  WS-EDIT-DATE-IN(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-EDIT.
           EXIT.

       9000-FINISH.
           IF PRINT-FILE-OPEN
               CLOSE LETTER-PRINT-FILE
           END-IF
           CLOSE PROFILE-MASTER-FILE
           CLOSE LETTER-TEMPLATE-FILE
           CLOSE LETTER-LOG-FILE
           DISPLAY " "
           DISPLAY "Loan decisions - approved: " WS-COUNT-LA
                   ", declined: " WS-COUNT-LD
           DISPLAY "Limit decisions - approved: " WS-COUNT-CA
                   ", declined: " WS-COUNT-CD
           DISPLAY "Card blocks: " WS-COUNT-CB
                   ", account closures: " WS-COUNT-AC
           DISPLAY "Letters printed: " WS-LETTERS-PRINTED
                   ", already sent: " WS-ALREADY-SENT
           DISPLAY "Exceptions: " WS-LETTER-EXCEPTIONS
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "DECISION-LETTERS" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-LETTERS-PRINTED TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-LETTER-EXCEPTIONS TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           IF PRINT-FILE-OPEN
               MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           ELSE
               MOVE 12 TO RUN-RET-CODE OF WS-RUN-ENTRY
               MOVE 12 TO RETURN-CODE
           END-IF
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-DECISION-LETTERS.
