      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly segregation-of-duties scan - reads the day's
      *>          audit trail and cash journal and the decision fields
      *>          already on the masters (TRANSFER-APPROVED-BY,
      *>          CDSP-DECIDED-BY, CLR-DECIDED-BY, APP-DECIDED-BY,
      *>          FRAUD-REVIEWED-BY, DISPUTE-DECIDED-BY) and flags
      *>          staff acting on their own USER-ID, cash and reversals
      *>          for customers who share the teller's address on the
      *>          profile, and a dispute or fraud item cleared by the
      *>          operator who last changed that customer. The flags go
      *>          to an exception report for internal audit and each
      *>          one is written to the audit log.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: the activity date comes off the
      *>                     command line (default the run date); the
      *>                     report goes to SODRPT, replaced each run.
      *>   15/10/2026 - jm - A PRIOR-ADJ journal row is read as the
      *>                     source it was posted under, so counter
      *>                     cash moved out of a locked period is
      *>                     still checked.
      *>                     "Last changed" is the latest flag, limits,
      *>                     suspense, screening, cash or reversal
      *>                     action an operator took on the customer up
      *>                     to the end of that day. A rerun for the
      *>                     same day reports its flags again but does
      *>                     not log the same flag to the audit trail
      *>                     twice.
      *>   15/10/2026 - jm - A rerun for an earlier day recognises that
      *>                     day's flags by the flagged action's time in
      *>                     the detail, whenever they were logged, and
      *>                     does not log them again.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-SOD-SCAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-STATUS.
             SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JRNL-STATUS.
             SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS USER-ID
                 ALTERNATE RECORD KEY IS USER-USERNAME WITH DUPLICATES
                 ALTERNATE RECORD KEY IS USER-EMAIL WITH DUPLICATES
                 FILE STATUS IS WS-USER-STATUS.
             SELECT PROFILE-MASTER-FILE ASSIGN TO "PROFMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROF-USER-ID
                 FILE STATUS IS WS-PROF-STATUS.
             SELECT TRANSFER-MASTER-FILE ASSIGN TO "TRNMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TRANSFER-ID
                 ALTERNATE RECORD KEY IS TRANSFER-FROM-USER
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS TRANSFER-TO-USER
                     WITH DUPLICATES
                 FILE STATUS IS WS-TRN-STATUS.
             SELECT PAYMENT-MASTER-FILE ASSIGN TO "PAYMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PAYMENT-ID
                 ALTERNATE RECORD KEY IS PAYMENT-USER-ID
                     WITH DUPLICATES
                 FILE STATUS IS WS-PAY-STATUS.
             SELECT CARD-DISPUTE-FILE ASSIGN TO "CARDDSP"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CDSP-ID
                 ALTERNATE RECORD KEY IS CDSP-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CDSP-STATUS.
             SELECT CLREQ-MASTER-FILE ASSIGN TO "CLREQ"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CLR-ID
                 ALTERNATE RECORD KEY IS CLR-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-CLR-STATUS.
             SELECT LOANAPP-MASTER-FILE ASSIGN TO "LOANAPP"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS APP-ID
                 ALTERNATE RECORD KEY IS APP-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-APP-STATUS.
             SELECT FRAUD-MASTER-FILE ASSIGN TO "FRAUDMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FRAUD-ID
                 ALTERNATE RECORD KEY IS FRAUD-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-FRAUD-STATUS.
             SELECT DISPUTE-MASTER-FILE ASSIGN TO "DSPMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DISPUTE-ID
                 ALTERNATE RECORD KEY IS DISPUTE-FILED-BY
                     WITH DUPLICATES
                 FILE STATUS IS WS-DSP-STATUS.
             SELECT SOD-REPORT-FILE ASSIGN TO "SODRPT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           LABEL RECORD STANDARD.
           COPY "audit-log.cpy".
       FD  JOURNAL-FILE
           LABEL RECORD STANDARD.
           COPY "journal.cpy".
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  PROFILE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".
       FD  TRANSFER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "transfer.cpy".
       FD  PAYMENT-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "payment.cpy".
       FD  CARD-DISPUTE-FILE
           LABEL RECORD STANDARD.
           COPY "card-dispute.cpy".
       FD  CLREQ-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "limit-request.cpy".
       FD  LOANAPP-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "loan-application.cpy".
       FD  FRAUD-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "fraud-exception.cpy".
       FD  DISPUTE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "dispute.cpy".
       FD  SOD-REPORT-FILE
           LABEL RECORD STANDARD.
       01 SOD-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-AUDIT-STATUS      PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS       PIC XX VALUE SPACES.
       77 WS-USER-STATUS       PIC XX VALUE SPACES.
       77 WS-PROF-STATUS       PIC XX VALUE SPACES.
       77 WS-TRN-STATUS        PIC XX VALUE SPACES.
       77 WS-PAY-STATUS        PIC XX VALUE SPACES.
       77 WS-CDSP-STATUS       PIC XX VALUE SPACES.
       77 WS-CLR-STATUS        PIC XX VALUE SPACES.
       77 WS-APP-STATUS        PIC XX VALUE SPACES.
       77 WS-FRAUD-STATUS      PIC XX VALUE SPACES.
       77 WS-DSP-STATUS        PIC XX VALUE SPACES.
       77 WS-REPORT-STATUS     PIC XX VALUE SPACES.
       77 WS-ARGS-LENGTH       PIC 9(4) COMP VALUE 0.
       77 WS-ARG-TEXT          PIC X(20) VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).
       77 WS-USER-FILE-OPEN    PIC X VALUE "N".
           88 USER-FILE-OPEN     VALUE "Y".
       77 WS-PROF-FILE-OPEN    PIC X VALUE "N".
           88 PROF-FILE-OPEN     VALUE "Y".
       77 WS-TRN-FILE-OPEN     PIC X VALUE "N".
           88 TRN-FILE-OPEN      VALUE "Y".
       77 WS-PAY-FILE-OPEN     PIC X VALUE "N".
           88 PAY-FILE-OPEN      VALUE "Y".

      *> The audit action in hand, sorted into the staff actions that
      *> name a customer in the detail and those that change one.
       77 WS-CHK-ACTION        PIC X(20) VALUE SPACES.
           88 STAFF-ACTION       VALUE "FLAG-SET" "FLAG-CLEAR"
                                       "SET-LIMITS" "SUSP-ASSIGN"
                                       "SUSP-RETURN" "SCREEN-CLEAR"
                                       "SCREEN-CONFIRM" "OFFCHK-ISSUE"
                                       "OFFCHK-VOID" "CUST-INQUIRY".
           88 CHANGE-ACTION      VALUE "FLAG-SET" "FLAG-CLEAR"
                                       "SET-LIMITS" "SUSP-ASSIGN"
                                       "SCREEN-CLEAR" "SCREEN-CONFIRM".
       77 WS-ACTOR-ID          PIC X(10) VALUE SPACES.
       77 WS-ACTOR-LEN         PIC 9(2) COMP VALUE 0.
       77 WS-ACTOR-HITS        PIC 9(4) COMP VALUE 0.
       77 WS-ACTOR-STAFF       PIC X VALUE "N".
           88 ACTOR-IS-STAFF     VALUE "Y".
       77 WS-TARGET-ID         PIC X(10) VALUE SPACES.
       77 WS-ROW-AT            PIC X(14) VALUE SPACES.
       77 WS-ROW-RET-CODE      PIC S9(4) VALUE 0.
       01 WS-DETAIL-SCAN.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-DETAIL-TEXT       PIC X(80).
       77 WS-DTL-IDX           PIC 9(3) COMP VALUE 0.
       77 WS-CUSTOMER-ID       PIC X(10) VALUE SPACES.
       77 WS-AMOUNT-EDIT       PIC Z(8)9.99.

      *> Address comparison - line 1 and postal code, upper-cased.
       77 WS-SHARED-ADDR       PIC X VALUE "N".
           88 SHARED-ADDRESS     VALUE "Y".
       77 WS-OPER-ADDR         PIC X(40) VALUE SPACES.
       77 WS-OPER-POSTAL       PIC X(10) VALUE SPACES.
       77 WS-CUST-ADDR         PIC X(40) VALUE SPACES.
       77 WS-CUST-POSTAL       PIC X(10) VALUE SPACES.

      *> Latest operator change per customer, up to the end of the
      *> activity date.
       77 WS-CHG-COUNT         PIC 9(5) COMP VALUE 0.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 2000 TIMES.
               10 WS-CHG-CUSTOMER  PIC X(10).
               10 WS-CHG-OPERATOR  PIC X(10).
               10 WS-CHG-ACTION    PIC X(20).
               10 WS-CHG-AT        PIC X(14).
       77 WS-CHG-IDX           PIC 9(5) COMP VALUE 0.
       77 WS-CHG-SLOT          PIC 9(5) COMP VALUE 0.
       77 WS-CHG-NEW-OPERATOR  PIC X(10) VALUE SPACES.
       77 WS-CHG-NEW-ACTION    PIC X(20) VALUE SPACES.
       77 WS-CHG-NEW-AT        PIC X(14) VALUE SPACES.

      *> Flags raised this run, staged in WS-NEW-FLAG and kept until
      *> the audit log has been read to the end.
       01 WS-NEW-FLAG.
           05 WS-NEW-KIND          PIC X(7).
               88 NEW-FLAG-SELF      VALUE "SELF".
               88 NEW-FLAG-RELATED   VALUE "RELATED".
               88 NEW-FLAG-CLEARED   VALUE "CLEARED".
           05 WS-NEW-OPERATOR      PIC X(10).
           05 WS-NEW-CUSTOMER      PIC X(10).
           05 WS-NEW-SOURCE        PIC X(16).
           05 WS-NEW-REF           PIC X(10).
           05 WS-NEW-AT            PIC X(14).
           05 WS-NEW-NOTE          PIC X(34).
       77 WS-FLAG-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-FLAG-TABLE.
           05 WS-FLAG-ENTRY OCCURS 500 TIMES.
               10 WS-FLAG-KIND     PIC X(7).
               10 WS-FLAG-OPERATOR PIC X(10).
               10 WS-FLAG-CUSTOMER PIC X(10).
               10 WS-FLAG-SOURCE   PIC X(16).
               10 WS-FLAG-REF      PIC X(10).
               10 WS-FLAG-AT       PIC X(14).
               10 WS-FLAG-NOTE     PIC X(34).
       77 WS-FLAG-IDX          PIC 9(4) COMP VALUE 0.

      *> SOD rows already on the audit log for the activity date, so a
      *> rerun does not log the same flag twice.
       77 WS-LOGGED-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-LOGGED-TABLE.
           05 WS-LOGGED-ENTRY OCCURS 500 TIMES.
               10 WS-LOGGED-USER   PIC X(10).
               10 WS-LOGGED-ACTION PIC X(20).
               10 WS-LOGGED-DETAIL PIC X(80).
       77 WS-LOGGED-IDX        PIC 9(4) COMP VALUE 0.
       77 WS-ALREADY-LOGGED    PIC X VALUE "N".
           88 ALREADY-LOGGED     VALUE "Y".

       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
       77 WS-AUDIT-RET-CODE    PIC S9(4) COMP.

      *> Report - one section per kind of conflict.
       01 WS-RPT-HEADING.
           05 FILLER           PIC X(48)
               VALUE "SEGREGATION OF DUTIES EXCEPTIONS - ACTIVITY OF ".
           05 WS-RPT-HDR-DATE  PIC X(8).
           05 FILLER           PIC X(6) VALUE "  RUN ".
           05 WS-RPT-HDR-RUN   PIC 9(8).
           05 FILLER           PIC X(62) VALUE SPACES.
       01 WS-RPT-SECTION       PIC X(132) VALUE SPACES.
       01 WS-RPT-COLUMNS.
           05 FILLER           PIC X(42)
               VALUE "OPERATOR    CUSTOMER    SOURCE".
           05 FILLER           PIC X(46)
               VALUE "REF         AT              NOTE".
           05 FILLER           PIC X(44) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 WS-RPT-OPERATOR  PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RPT-CUSTOMER  PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RPT-SOURCE    PIC X(16).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RPT-REF       PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RPT-AT        PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RPT-NOTE      PIC X(34).
           05 FILLER           PIC X(28) VALUE SPACES.
       01 WS-RPT-TOTALS.
           05 WS-RPT-TOT-LABEL PIC X(40).
           05 WS-RPT-TOT-COUNT PIC Z(6)9.
           05 FILLER           PIC X(85) VALUE SPACES.
       77 WS-SECTION-IDX       PIC 9(1) COMP VALUE 0.
       77 WS-SECTION-KIND      PIC X(7) VALUE SPACES.
       77 WS-SECTION-COUNT     PIC 9(5) COMP VALUE 0.

      *> Run counters and run-history rows
       77 WS-AUDIT-READ        PIC 9(7) COMP VALUE 0.
       77 WS-JRNL-READ         PIC 9(7) COMP VALUE 0.
       77 WS-DECISIONS-READ    PIC 9(7) COMP VALUE 0.
       77 WS-COUNT-SELF        PIC 9(5) COMP VALUE 0.
       77 WS-COUNT-RELATED     PIC 9(5) COMP VALUE 0.
       77 WS-COUNT-CLEARED     PIC 9(5) COMP VALUE 0.
       77 WS-FLAGS-LOGGED      PIC 9(5) COMP VALUE 0.
       77 WS-FLAGS-DROPPED     PIC 9(5) COMP VALUE 0.
       77 WS-CHG-DROPPED       PIC 9(5) COMP VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-AUDIT-LOG
           PERFORM 3000-SCAN-CASH-JOURNAL
           PERFORM 4000-SCAN-DECISIONS
           PERFORM 5000-WRITE-REPORT
           PERFORM 6000-LOG-FLAGS
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - the activity date off the command line
      *> (default the run date), the user and profile masters opened
      *> for lookup, and the START row to the run history.
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
           DISPLAY "=== Segregation of Duties Scan ==="
           DISPLAY "Activity of: " WS-RUN-DATE
           INITIALIZE WS-CHG-TABLE
           INITIALIZE WS-FLAG-TABLE
           INITIALIZE WS-LOGGED-TABLE

           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-STATUS = "00"
               MOVE "Y" TO WS-USER-FILE-OPEN
           ELSE
               DISPLAY "No user master on file - staff actions in "
                       "the audit log are not checked."
           END-IF
           OPEN INPUT PROFILE-MASTER-FILE
           IF WS-PROF-STATUS = "00"
               MOVE "Y" TO WS-PROF-FILE-OPEN
           ELSE
               DISPLAY "No profiles on file - shared addresses are "
                       "not checked."
           END-IF

           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "SOD-SCAN" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-SCAN-AUDIT-LOG - one pass over the audit trail. Rows up
      *> to the end of the activity date feed the last-change table;
      *> the day's own rows are checked for staff acting on their own
      *> id and for reversals on their own or a related account.
      *> ----------------------------------------------------------------
       2000-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "No audit log on file."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSFER-MASTER-FILE
           IF WS-TRN-STATUS = "00"
               MOVE "Y" TO WS-TRN-FILE-OPEN
           END-IF
           OPEN INPUT PAYMENT-MASTER-FILE
           IF WS-PAY-STATUS = "00"
               MOVE "Y" TO WS-PAY-FILE-OPEN
           END-IF
           READ AUDIT-LOG-FILE
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
               ADD 1 TO WS-AUDIT-READ
      *>       SOD- rows are read whenever they were logged: a rerun
      *>       for an earlier day finds that day's flags among them.
               IF AUDIT-TIMESTAMP OF AUDIT-LOG-RECORD(1:8)
                       NOT > WS-RUN-DATE
                       OR AUDIT-ACTION OF AUDIT-LOG-RECORD(1:4)
                       = "SOD-"
                   PERFORM 2100-CHECK-AUDIT-ROW
               END-IF
               READ AUDIT-LOG-FILE
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           IF TRN-FILE-OPEN
               CLOSE TRANSFER-MASTER-FILE
               MOVE "N" TO WS-TRN-FILE-OPEN
           END-IF
           IF PAY-FILE-OPEN
               CLOSE PAYMENT-MASTER-FILE
               MOVE "N" TO WS-PAY-FILE-OPEN
           END-IF.
           EXIT.

       2100-CHECK-AUDIT-ROW.
           MOVE AUDIT-TIMESTAMP OF AUDIT-LOG-RECORD TO WS-ROW-AT
           MOVE AUDIT-USER-ID OF AUDIT-LOG-RECORD TO WS-ACTOR-ID
           MOVE AUDIT-ACTION OF AUDIT-LOG-RECORD TO WS-CHK-ACTION
           MOVE AUDIT-RET-CODE OF AUDIT-LOG-RECORD TO WS-ROW-RET-CODE
           MOVE AUDIT-DETAIL OF AUDIT-LOG-RECORD TO WS-DETAIL-TEXT
      *>   a flag already logged for the activity date, told by the
      *>   flagged action's own time in the detail (see 6000), not
      *>   by when the flag was logged.
           IF WS-CHK-ACTION(1:4) = "SOD-"
               IF WS-DETAIL-TEXT(52:8) = WS-RUN-DATE
                   PERFORM 2400-REMEMBER-LOGGED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CHANGE-ACTION
               PERFORM 2200-FIND-TARGET-ID
               IF WS-TARGET-ID NOT = SPACES
                       AND WS-TARGET-ID NOT = WS-ACTOR-ID
                   MOVE WS-TARGET-ID TO WS-CUSTOMER-ID
                   MOVE WS-ACTOR-ID TO WS-CHG-NEW-OPERATOR
                   MOVE WS-CHK-ACTION TO WS-CHG-NEW-ACTION
                   MOVE WS-ROW-AT TO WS-CHG-NEW-AT
                   PERFORM 7100-NOTE-CHANGE
               END-IF
           END-IF
           IF WS-ROW-AT(1:8) NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF STAFF-ACTION
               PERFORM 2300-CHECK-OWN-ID
           END-IF
           IF WS-CHK-ACTION = "REVERSE-PAYMENT"
                   OR WS-CHK-ACTION = "REVERSE-TRANSFER"
               PERFORM 2500-CHECK-REVERSAL
           END-IF.
           EXIT.

      *> the first user id ("U" and nine digits, standing as a word)
      *> the detail text names, spaces when there is none.
       2200-FIND-TARGET-ID.
           MOVE SPACES TO WS-TARGET-ID
           PERFORM VARYING WS-DTL-IDX FROM 2 BY 1
                   UNTIL WS-DTL-IDX > 72
                      OR WS-TARGET-ID NOT = SPACES
               IF WS-DETAIL-SCAN(WS-DTL-IDX:1) = "U"
                       AND WS-DETAIL-SCAN(WS-DTL-IDX - 1:1) = SPACE
                       AND WS-DETAIL-SCAN(WS-DTL-IDX + 1:9) IS NUMERIC
                   MOVE WS-DETAIL-SCAN(WS-DTL-IDX:10) TO WS-TARGET-ID
               END-IF
           END-PERFORM.
           EXIT.

      *> a teller or admin whose staff action names their own id.
       2300-CHECK-OWN-ID.
           IF WS-ACTOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 7200-CHECK-ACTOR-ROLE
           IF NOT ACTOR-IS-STAFF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACTOR-LEN
           INSPECT WS-ACTOR-ID TALLYING WS-ACTOR-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-ACTOR-HITS
           INSPECT WS-DETAIL-TEXT TALLYING WS-ACTOR-HITS
               FOR ALL WS-ACTOR-ID(1:WS-ACTOR-LEN)
           IF WS-ACTOR-HITS > 0
               MOVE SPACES TO WS-NEW-FLAG
               SET NEW-FLAG-SELF TO TRUE
               MOVE WS-ACTOR-ID TO WS-NEW-OPERATOR
               MOVE WS-ACTOR-ID TO WS-NEW-CUSTOMER
               MOVE WS-CHK-ACTION TO WS-NEW-SOURCE
               MOVE WS-ROW-AT TO WS-NEW-AT
               MOVE WS-DETAIL-TEXT TO WS-NEW-NOTE
               PERFORM 7000-ADD-FLAG
           END-IF.
           EXIT.

       2400-REMEMBER-LOGGED.
           IF WS-LOGGED-COUNT < 500
               ADD 1 TO WS-LOGGED-COUNT
               MOVE WS-ACTOR-ID TO WS-LOGGED-USER(WS-LOGGED-COUNT)
               MOVE WS-CHK-ACTION TO WS-LOGGED-ACTION(WS-LOGGED-COUNT)
               MOVE WS-DETAIL-TEXT TO WS-LOGGED-DETAIL(WS-LOGGED-COUNT)
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2500-CHECK-REVERSAL - resolves the customer(s) behind a
      *> reversal the day's audit rows record: the payer on a
      *> reversed payment, both parties on a reversed transfer.
      *> ----------------------------------------------------------------
       2500-CHECK-REVERSAL.
           IF WS-CHK-ACTION = "REVERSE-PAYMENT"
               IF NOT PAY-FILE-OPEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DETAIL-TEXT(9:10) TO PAYMENT-ID
               READ PAYMENT-MASTER-FILE KEY IS PAYMENT-ID
               IF WS-PAY-STATUS = "00"
                   MOVE PAYMENT-USER-ID TO WS-CUSTOMER-ID
                   PERFORM 2600-CHECK-PARTY
               END-IF
           ELSE
               IF NOT TRN-FILE-OPEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DETAIL-TEXT(10:10) TO TRANSFER-ID
               READ TRANSFER-MASTER-FILE KEY IS TRANSFER-ID
               IF WS-TRN-STATUS = "00"
                   MOVE TRANSFER-FROM-USER TO WS-CUSTOMER-ID
                   PERFORM 2600-CHECK-PARTY
                   IF TRANSFER-TO-USER(1:1) = "U"
                           AND TRANSFER-TO-USER NOT = TRANSFER-FROM-USER
                       MOVE TRANSFER-TO-USER TO WS-CUSTOMER-ID
                       PERFORM 2600-CHECK-PARTY
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *> one customer on a reversal: the operator's own account, or
      *> one at the operator's address. Either way the reversal is a
      *> change the operator made to that customer.
       2600-CHECK-PARTY.
           IF WS-CUSTOMER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-FLAG
           MOVE WS-ACTOR-ID TO WS-NEW-OPERATOR
           MOVE WS-CUSTOMER-ID TO WS-NEW-CUSTOMER
           MOVE WS-CHK-ACTION TO WS-NEW-SOURCE
           IF WS-CHK-ACTION = "REVERSE-PAYMENT"
               MOVE PAYMENT-ID TO WS-NEW-REF
           ELSE
               MOVE TRANSFER-ID TO WS-NEW-REF
           END-IF
           MOVE WS-ROW-AT TO WS-NEW-AT
           IF WS-CUSTOMER-ID = WS-ACTOR-ID
               SET NEW-FLAG-SELF TO TRUE
               MOVE "reversal on own account" TO WS-NEW-NOTE
               PERFORM 7000-ADD-FLAG
           ELSE
               PERFORM 7300-CHECK-SHARED-ADDRESS
               IF SHARED-ADDRESS
                   SET NEW-FLAG-RELATED TO TRUE
                   MOVE "customer shares operator address"
                        TO WS-NEW-NOTE
                   PERFORM 7000-ADD-FLAG
               END-IF
               MOVE WS-ACTOR-ID TO WS-CHG-NEW-OPERATOR
               MOVE WS-CHK-ACTION TO WS-CHG-NEW-ACTION
               MOVE WS-ROW-AT TO WS-CHG-NEW-AT
               PERFORM 7100-NOTE-CHANGE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-SCAN-CASH-JOURNAL - counter cash posts the customer's
      *> account under CASH-DEP / CASH-WDR with the teller as the
      *> source id. Every such row to the end of the day is a change
      *> the teller made; the day's rows are checked for the teller's
      *> own account and for a customer at the teller's address.
      *> ----------------------------------------------------------------
       3000-SCAN-CASH-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "No journal on file."
               EXIT PARAGRAPH
           END-IF
           READ JOURNAL-FILE
           PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
               ADD 1 TO WS-JRNL-READ
      *>       a prior-period adjustment is the cash it was posted as
               IF JRNL-SOURCE-TYPE = "PRIOR-ADJ"
                   MOVE JRNL-ADJ-SOURCE TO JRNL-SOURCE-TYPE
               END-IF
               IF (JRNL-SOURCE-TYPE = "CASH-DEP"
                       OR JRNL-SOURCE-TYPE = "CASH-WDR")
                       AND JRNL-TIMESTAMP(1:8) NOT > WS-RUN-DATE
                       AND JRNL-SOURCE-ID NOT = SPACES
                   PERFORM 3100-CHECK-CASH-ROW
               END-IF
               READ JOURNAL-FILE
           END-PERFORM
           CLOSE JOURNAL-FILE.
           EXIT.

       3100-CHECK-CASH-ROW.
           MOVE JRNL-SOURCE-ID TO WS-ACTOR-ID
           MOVE JRNL-ACCOUNT-ID TO WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID NOT = WS-ACTOR-ID
               MOVE WS-ACTOR-ID TO WS-CHG-NEW-OPERATOR
               MOVE JRNL-SOURCE-TYPE TO WS-CHG-NEW-ACTION
               MOVE JRNL-TIMESTAMP TO WS-CHG-NEW-AT
               PERFORM 7100-NOTE-CHANGE
           END-IF
           IF JRNL-TIMESTAMP(1:8) NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-FLAG
           MOVE WS-ACTOR-ID TO WS-NEW-OPERATOR
           MOVE WS-CUSTOMER-ID TO WS-NEW-CUSTOMER
           IF JRNL-SOURCE-TYPE = "CASH-DEP"
               MOVE "CASH-DEPOSIT" TO WS-NEW-SOURCE
           ELSE
               MOVE "CASH-WITHDRAWAL" TO WS-NEW-SOURCE
           END-IF
           MOVE JRNL-TIMESTAMP TO WS-NEW-AT
           MOVE JRNL-AMOUNT TO WS-AMOUNT-EDIT
           IF WS-CUSTOMER-ID = WS-ACTOR-ID
               SET NEW-FLAG-SELF TO TRUE
               STRING "own account, amount " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-NEW-NOTE
               PERFORM 7000-ADD-FLAG
           ELSE
               PERFORM 7300-CHECK-SHARED-ADDRESS
               IF SHARED-ADDRESS
                   SET NEW-FLAG-RELATED TO TRUE
                   STRING "shared address, amount " WS-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO WS-NEW-NOTE
                   PERFORM 7000-ADD-FLAG
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 4000-SCAN-DECISIONS - the decision fields on the masters for
      *> items decided on the activity date: any decided by the
      *> customer themselves, and disputes and fraud items cleared by
      *> the operator who last changed the customer.
      *> ----------------------------------------------------------------
       4000-SCAN-DECISIONS.
           PERFORM 4100-TRANSFER-APPROVALS
           PERFORM 4200-CARD-DISPUTES
           PERFORM 4300-LIMIT-REQUESTS
           PERFORM 4400-LOAN-APPLICATIONS
           PERFORM 4500-FRAUD-REVIEWS
           PERFORM 4600-TRANSFER-DISPUTES.
           EXIT.

       4100-TRANSFER-APPROVALS.
           OPEN INPUT TRANSFER-MASTER-FILE
           IF WS-TRN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO TRANSFER-ID
           START TRANSFER-MASTER-FILE KEY IS NOT LESS THAN TRANSFER-ID
           IF WS-TRN-STATUS = "00"
               READ TRANSFER-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-TRN-STATUS NOT = "00"
                   IF TRANSFER-APPROVED-BY NOT = SPACES
                           AND TRANSFER-APPROVED-AT(1:8) = WS-RUN-DATE
                       ADD 1 TO WS-DECISIONS-READ
                       IF TRANSFER-APPROVED-BY = TRANSFER-FROM-USER
                               OR TRANSFER-APPROVED-BY
                                  = TRANSFER-TO-USER
                           MOVE SPACES TO WS-NEW-FLAG
                           SET NEW-FLAG-SELF TO TRUE
                           MOVE TRANSFER-APPROVED-BY TO WS-NEW-OPERATOR
                           MOVE TRANSFER-APPROVED-BY TO WS-NEW-CUSTOMER
                           MOVE "TRANSFER-APPROVAL" TO WS-NEW-SOURCE
                           MOVE TRANSFER-ID TO WS-NEW-REF
                           MOVE TRANSFER-APPROVED-AT TO WS-NEW-AT
                           MOVE "checker is a party to the transfer"
                                TO WS-NEW-NOTE
                           PERFORM 7000-ADD-FLAG
                       END-IF
                   END-IF
                   READ TRANSFER-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE TRANSFER-MASTER-FILE.
           EXIT.

       4200-CARD-DISPUTES.
           OPEN INPUT CARD-DISPUTE-FILE
           IF WS-CDSP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CDSP-ID
           START CARD-DISPUTE-FILE KEY IS NOT LESS THAN CDSP-ID
           IF WS-CDSP-STATUS = "00"
               READ CARD-DISPUTE-FILE NEXT RECORD
               PERFORM UNTIL WS-CDSP-STATUS NOT = "00"
                   IF CDSP-DECIDED-BY NOT = SPACES
                           AND CDSP-DECIDED-AT(1:8) = WS-RUN-DATE
                       ADD 1 TO WS-DECISIONS-READ
                       MOVE SPACES TO WS-NEW-FLAG
                       MOVE CDSP-DECIDED-BY TO WS-NEW-OPERATOR
                       MOVE CDSP-USER-ID TO WS-NEW-CUSTOMER
                       MOVE "CARD-DISPUTE" TO WS-NEW-SOURCE
                       MOVE CDSP-ID TO WS-NEW-REF
                       MOVE CDSP-DECIDED-AT TO WS-NEW-AT
                       PERFORM 4900-CHECK-DECIDER
                   END-IF
                   READ CARD-DISPUTE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CARD-DISPUTE-FILE.
           EXIT.

       4300-LIMIT-REQUESTS.
           OPEN INPUT CLREQ-MASTER-FILE
           IF WS-CLR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CLR-ID
           START CLREQ-MASTER-FILE KEY IS NOT LESS THAN CLR-ID
           IF WS-CLR-STATUS = "00"
               READ CLREQ-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-CLR-STATUS NOT = "00"
                   IF CLR-DECIDED-BY NOT = SPACES
                           AND CLR-DECIDED-AT(1:8) = WS-RUN-DATE
                       ADD 1 TO WS-DECISIONS-READ
                       IF CLR-DECIDED-BY = CLR-USER-ID
                           MOVE SPACES TO WS-NEW-FLAG
                           SET NEW-FLAG-SELF TO TRUE
                           MOVE CLR-DECIDED-BY TO WS-NEW-OPERATOR
                           MOVE CLR-USER-ID TO WS-NEW-CUSTOMER
                           MOVE "LIMIT-REQUEST" TO WS-NEW-SOURCE
                           MOVE CLR-ID TO WS-NEW-REF
                           MOVE CLR-DECIDED-AT TO WS-NEW-AT
                           MOVE "decided own limit request"
                                TO WS-NEW-NOTE
                           PERFORM 7000-ADD-FLAG
                       END-IF
                   END-IF
                   READ CLREQ-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE CLREQ-MASTER-FILE.
           EXIT.

       4400-LOAN-APPLICATIONS.
           OPEN INPUT LOANAPP-MASTER-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO APP-ID
           START LOANAPP-MASTER-FILE KEY IS NOT LESS THAN APP-ID
           IF WS-APP-STATUS = "00"
               READ LOANAPP-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-APP-STATUS NOT = "00"
                   IF APP-DECIDED-BY NOT = SPACES
                           AND APP-DECIDED-AT(1:8) = WS-RUN-DATE
                       ADD 1 TO WS-DECISIONS-READ
                       IF APP-DECIDED-BY = APP-USER-ID
                           MOVE SPACES TO WS-NEW-FLAG
                           SET NEW-FLAG-SELF TO TRUE
                           MOVE APP-DECIDED-BY TO WS-NEW-OPERATOR
                           MOVE APP-USER-ID TO WS-NEW-CUSTOMER
                           MOVE "LOAN-APPLICATION" TO WS-NEW-SOURCE
                           MOVE APP-ID TO WS-NEW-REF
                           MOVE APP-DECIDED-AT TO WS-NEW-AT
                           MOVE "decided own loan application"
                                TO WS-NEW-NOTE
                           PERFORM 7000-ADD-FLAG
                       END-IF
                   END-IF
                   READ LOANAPP-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE LOANAPP-MASTER-FILE.
           EXIT.

      *> the review date is only stamped on exceptions reviewed since
      *> FRAUD-REVIEWED-ON was added; older reviews are not rescanned.
       4500-FRAUD-REVIEWS.
           OPEN INPUT FRAUD-MASTER-FILE
           IF WS-FRAUD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FRAUD-ID
           START FRAUD-MASTER-FILE KEY IS NOT LESS THAN FRAUD-ID
           IF WS-FRAUD-STATUS = "00"
               READ FRAUD-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FRAUD-STATUS NOT = "00"
                   IF FRAUD-REVIEWED
                           AND FRAUD-REVIEWED-BY NOT = SPACES
                           AND FRAUD-REVIEWED-ON = WS-RUN-DATE
                       ADD 1 TO WS-DECISIONS-READ
                       MOVE SPACES TO WS-NEW-FLAG
                       MOVE FRAUD-REVIEWED-BY TO WS-NEW-OPERATOR
                       MOVE FRAUD-USER-ID TO WS-NEW-CUSTOMER
                       MOVE "FRAUD-EXCEPTION" TO WS-NEW-SOURCE
                       MOVE FRAUD-ID TO WS-NEW-REF
                       MOVE FRAUD-REVIEWED-ON TO WS-NEW-AT
                       PERFORM 4900-CHECK-DECIDER
                   END-IF
                   READ FRAUD-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE FRAUD-MASTER-FILE.
           EXIT.

       4600-TRANSFER-DISPUTES.
           OPEN INPUT DISPUTE-MASTER-FILE
           IF WS-DSP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DISPUTE-ID
           START DISPUTE-MASTER-FILE KEY IS NOT LESS THAN DISPUTE-ID
           IF WS-DSP-STATUS = "00"
               READ DISPUTE-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-DSP-STATUS NOT = "00"
                   IF DISPUTE-DECIDED-BY NOT = SPACES
                           AND DISPUTE-DECIDED-AT(1:8) = WS-RUN-DATE
                       ADD 1 TO WS-DECISIONS-READ
                       MOVE SPACES TO WS-NEW-FLAG
                       MOVE DISPUTE-DECIDED-BY TO WS-NEW-OPERATOR
                       MOVE DISPUTE-FILED-BY TO WS-NEW-CUSTOMER
                       MOVE "TRANSFER-DISPUTE" TO WS-NEW-SOURCE
                       MOVE DISPUTE-ID TO WS-NEW-REF
                       MOVE DISPUTE-DECIDED-AT TO WS-NEW-AT
                       PERFORM 4900-CHECK-DECIDER
                   END-IF
                   READ DISPUTE-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE DISPUTE-MASTER-FILE.
           EXIT.

      *> a dispute or fraud item staged in WS-NEW-FLAG: decided by the
      *> customer, or by the operator holding the customer's last
      *> change.
       4900-CHECK-DECIDER.
           IF WS-NEW-OPERATOR = WS-NEW-CUSTOMER
               SET NEW-FLAG-SELF TO TRUE
               MOVE "cleared own item" TO WS-NEW-NOTE
               PERFORM 7000-ADD-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-CUSTOMER TO WS-CUSTOMER-ID
           PERFORM 7110-FIND-CHANGE-SLOT
           IF WS-CHG-SLOT > 0
               IF WS-CHG-OPERATOR(WS-CHG-SLOT) = WS-NEW-OPERATOR
                   SET NEW-FLAG-CLEARED TO TRUE
                   STRING "last change " WS-CHG-ACTION(WS-CHG-SLOT)
                       DELIMITED BY SIZE INTO WS-NEW-NOTE
                   PERFORM 7000-ADD-FLAG
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 5000-WRITE-REPORT - one section per kind of conflict, in the
      *> order they were found, then the totals.
      *> ----------------------------------------------------------------
       5000-WRITE-REPORT.
           OPEN OUTPUT SOD-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
           MOVE WS-TODAY-DATE TO WS-RPT-HDR-RUN
           WRITE SOD-REPORT-LINE FROM WS-RPT-HEADING
           PERFORM VARYING WS-SECTION-IDX FROM 1 BY 1
                   UNTIL WS-SECTION-IDX > 3
               MOVE SPACES TO WS-RPT-SECTION
               WRITE SOD-REPORT-LINE FROM WS-RPT-SECTION
               EVALUATE WS-SECTION-IDX
                   WHEN 1
                       MOVE "SELF" TO WS-SECTION-KIND
                       MOVE "SECTION 1 - STAFF ACTING ON OWN USER-ID"
                            TO WS-RPT-SECTION
                   WHEN 2
                       MOVE "RELATED" TO WS-SECTION-KIND
                       MOVE
                        "SECTION 2 - CASH AND REVERSALS, SHARED ADDRESS"
                            TO WS-RPT-SECTION
                   WHEN OTHER
                       MOVE "CLEARED" TO WS-SECTION-KIND
                       MOVE
                        "SECTION 3 - CLEARED BY THE LAST CHANGER"
                            TO WS-RPT-SECTION
               END-EVALUATE
               WRITE SOD-REPORT-LINE FROM WS-RPT-SECTION
               WRITE SOD-REPORT-LINE FROM WS-RPT-COLUMNS
               MOVE 0 TO WS-SECTION-COUNT
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                       UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
                   IF WS-FLAG-KIND(WS-FLAG-IDX) = WS-SECTION-KIND
                       PERFORM 5100-WRITE-FLAG-LINE
                   END-IF
               END-PERFORM
               MOVE "ITEMS" TO WS-RPT-TOT-LABEL
               MOVE WS-SECTION-COUNT TO WS-RPT-TOT-COUNT
               WRITE SOD-REPORT-LINE FROM WS-RPT-TOTALS
           END-PERFORM

           MOVE SPACES TO WS-RPT-SECTION
           WRITE SOD-REPORT-LINE FROM WS-RPT-SECTION
           MOVE "AUDIT ROWS READ" TO WS-RPT-TOT-LABEL
           MOVE WS-AUDIT-READ TO WS-RPT-TOT-COUNT
           WRITE SOD-REPORT-LINE FROM WS-RPT-TOTALS
           MOVE "JOURNAL ROWS READ" TO WS-RPT-TOT-LABEL
           MOVE WS-JRNL-READ TO WS-RPT-TOT-COUNT
           WRITE SOD-REPORT-LINE FROM WS-RPT-TOTALS
           MOVE "DECISIONS OF THE DAY" TO WS-RPT-TOT-LABEL
           MOVE WS-DECISIONS-READ TO WS-RPT-TOT-COUNT
           WRITE SOD-REPORT-LINE FROM WS-RPT-TOTALS
           MOVE "EXCEPTIONS" TO WS-RPT-TOT-LABEL
           MOVE WS-FLAG-COUNT TO WS-RPT-TOT-COUNT
           WRITE SOD-REPORT-LINE FROM WS-RPT-TOTALS
           IF WS-FLAGS-DROPPED > 0
               MOVE "EXCEPTIONS NOT LISTED (TABLE FULL)"
                    TO WS-RPT-TOT-LABEL
               MOVE WS-FLAGS-DROPPED TO WS-RPT-TOT-COUNT
               WRITE SOD-REPORT-LINE FROM WS-RPT-TOTALS
           END-IF
           IF WS-CHG-DROPPED > 0
               MOVE "CUSTOMERS NOT TRACKED (TABLE FULL)"
                    TO WS-RPT-TOT-LABEL
               MOVE WS-CHG-DROPPED TO WS-RPT-TOT-COUNT
               WRITE SOD-REPORT-LINE FROM WS-RPT-TOTALS
           END-IF
           CLOSE SOD-REPORT-FILE.
           EXIT.

       5100-WRITE-FLAG-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-FLAG-OPERATOR(WS-FLAG-IDX) TO WS-RPT-OPERATOR
           MOVE WS-FLAG-CUSTOMER(WS-FLAG-IDX) TO WS-RPT-CUSTOMER
           MOVE WS-FLAG-SOURCE(WS-FLAG-IDX) TO WS-RPT-SOURCE
           MOVE WS-FLAG-REF(WS-FLAG-IDX) TO WS-RPT-REF
           MOVE WS-FLAG-AT(WS-FLAG-IDX) TO WS-RPT-AT
           MOVE WS-FLAG-NOTE(WS-FLAG-IDX) TO WS-RPT-NOTE
           WRITE SOD-REPORT-LINE FROM WS-RPT-DETAIL.
           EXIT.

      *> ----------------------------------------------------------------
      *> 6000-LOG-FLAGS - each flag to the audit log under the
      *> operator, as SOD-SELF / SOD-RELATED / SOD-CLEARED, once the
      *> log has been read to the end. The detail is fixed-width -
      *> source, reference, customer, and from column 52 the flagged
      *> action's own time, which 2100 keys a rerun's already-logged
      *> check on.
      *> ----------------------------------------------------------------
       6000-LOG-FLAGS.
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
               MOVE SPACES TO WS-AUDIT-ENTRY
               MOVE WS-FLAG-OPERATOR(WS-FLAG-IDX)
                    TO AUDIT-USER-ID OF WS-AUDIT-ENTRY
               STRING "SOD-" WS-FLAG-KIND(WS-FLAG-IDX)
                   DELIMITED BY SPACE
                   INTO AUDIT-ACTION OF WS-AUDIT-ENTRY
               MOVE 0 TO AUDIT-RET-CODE OF WS-AUDIT-ENTRY
               STRING WS-FLAG-SOURCE(WS-FLAG-IDX) " "
                      WS-FLAG-REF(WS-FLAG-IDX) " customer "
                      WS-FLAG-CUSTOMER(WS-FLAG-IDX) " at "
                      WS-FLAG-AT(WS-FLAG-IDX)
                   DELIMITED BY SIZE
                   INTO AUDIT-DETAIL OF WS-AUDIT-ENTRY
               PERFORM 6100-CHECK-LOGGED
               IF NOT ALREADY-LOGGED
                   PERFORM 8000-STAMP-TIME
                   MOVE WS-TIMESTAMP
                        TO AUDIT-TIMESTAMP OF WS-AUDIT-ENTRY
                   CALL "BLM-AUDIT-CONTROLLER" USING "LOG",
                        WS-AUDIT-ENTRY, WS-AUDIT-RET-CODE
                   ADD 1 TO WS-FLAGS-LOGGED
               END-IF
           END-PERFORM.
           EXIT.

       6100-CHECK-LOGGED.
           MOVE "N" TO WS-ALREADY-LOGGED
           PERFORM VARYING WS-LOGGED-IDX FROM 1 BY 1
                   UNTIL WS-LOGGED-IDX > WS-LOGGED-COUNT
                      OR ALREADY-LOGGED
               IF WS-LOGGED-USER(WS-LOGGED-IDX)
                           = AUDIT-USER-ID OF WS-AUDIT-ENTRY
                       AND WS-LOGGED-ACTION(WS-LOGGED-IDX)
                           = AUDIT-ACTION OF WS-AUDIT-ENTRY
                       AND WS-LOGGED-DETAIL(WS-LOGGED-IDX)
                           = AUDIT-DETAIL OF WS-AUDIT-ENTRY
                   MOVE "Y" TO WS-ALREADY-LOGGED
               END-IF
           END-PERFORM.
           EXIT.

      *> 7000-ADD-FLAG - keeps the flag staged in WS-NEW-FLAG, once.
      *> ----------------------------------------------------------------
       7000-ADD-FLAG.
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
               IF WS-FLAG-ENTRY(WS-FLAG-IDX) = WS-NEW-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FLAG-COUNT NOT < 500
               ADD 1 TO WS-FLAGS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-NEW-FLAG TO WS-FLAG-ENTRY(WS-FLAG-COUNT)
           EVALUATE TRUE
               WHEN NEW-FLAG-SELF
                   ADD 1 TO WS-COUNT-SELF
               WHEN NEW-FLAG-RELATED
                   ADD 1 TO WS-COUNT-RELATED
               WHEN OTHER
                   ADD 1 TO WS-COUNT-CLEARED
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 7100-NOTE-CHANGE - records WS-CHG-NEW-OPERATOR as the last to
      *> change WS-CUSTOMER-ID unless a later change is already held.
      *> ----------------------------------------------------------------
       7100-NOTE-CHANGE.
           PERFORM 7110-FIND-CHANGE-SLOT
           IF WS-CHG-SLOT = 0
               IF WS-CHG-COUNT NOT < 2000
                   ADD 1 TO WS-CHG-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-CHG-COUNT TO WS-CHG-SLOT
               MOVE WS-CUSTOMER-ID TO WS-CHG-CUSTOMER(WS-CHG-SLOT)
           ELSE
               IF WS-CHG-AT(WS-CHG-SLOT) > WS-CHG-NEW-AT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CHG-NEW-OPERATOR TO WS-CHG-OPERATOR(WS-CHG-SLOT)
           MOVE WS-CHG-NEW-ACTION TO WS-CHG-ACTION(WS-CHG-SLOT)
           MOVE WS-CHG-NEW-AT TO WS-CHG-AT(WS-CHG-SLOT).
           EXIT.

       7110-FIND-CHANGE-SLOT.
           MOVE 0 TO WS-CHG-SLOT
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                      OR WS-CHG-SLOT > 0
               IF WS-CHG-CUSTOMER(WS-CHG-IDX) = WS-CUSTOMER-ID
                   MOVE WS-CHG-IDX TO WS-CHG-SLOT
               END-IF
           END-PERFORM.
           EXIT.

      *> a teller or admin on the user master.
       7200-CHECK-ACTOR-ROLE.
           MOVE "N" TO WS-ACTOR-STAFF
           IF NOT USER-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACTOR-ID TO USER-ID
           READ USER-MASTER-FILE KEY IS USER-ID
           IF WS-USER-STATUS = "00"
                   AND (USER-ROLE-TELLER OR USER-ROLE-ADMIN)
               MOVE "Y" TO WS-ACTOR-STAFF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 7300-CHECK-SHARED-ADDRESS - WS-ACTOR-ID and WS-CUSTOMER-ID
      *> share an address when both profiles carry the same first
      *> address line and postal code (case aside). A blank address
      *> on either side never matches.
      *> ----------------------------------------------------------------
       7300-CHECK-SHARED-ADDRESS.
           MOVE "N" TO WS-SHARED-ADDR
           IF NOT PROF-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACTOR-ID TO PROF-USER-ID
           READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
           IF WS-PROF-STATUS NOT = "00" OR PROF-ADDR-LINE1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(PROF-ADDR-LINE1) TO WS-OPER-ADDR
           MOVE FUNCTION UPPER-CASE(PROF-POSTAL) TO WS-OPER-POSTAL
           MOVE WS-CUSTOMER-ID TO PROF-USER-ID
           READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
           IF WS-PROF-STATUS NOT = "00" OR PROF-ADDR-LINE1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(PROF-ADDR-LINE1) TO WS-CUST-ADDR
           MOVE FUNCTION UPPER-CASE(PROF-POSTAL) TO WS-CUST-POSTAL
           IF WS-CUST-ADDR = WS-OPER-ADDR
                   AND WS-CUST-POSTAL = WS-OPER-POSTAL
               MOVE "Y" TO WS-SHARED-ADDR
           END-IF.
           EXIT.

       8000-STAMP-TIME.
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-TODAY-DATE WS-CDT-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO WS-TIMESTAMP.
           EXIT.

       9000-FINISH.
           IF USER-FILE-OPEN
               CLOSE USER-MASTER-FILE
           END-IF
           IF PROF-FILE-OPEN
               CLOSE PROFILE-MASTER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Audit rows read: " WS-AUDIT-READ
                   ", journal rows read: " WS-JRNL-READ
                   ", decisions of the day: " WS-DECISIONS-READ
           DISPLAY "Own user-id: " WS-COUNT-SELF
                   ", shared address: " WS-COUNT-RELATED
                   ", cleared by last changer: " WS-COUNT-CLEARED
           DISPLAY "Flags logged to the audit trail: " WS-FLAGS-LOGGED
           IF WS-FLAGS-DROPPED > 0 OR WS-CHG-DROPPED > 0
               DISPLAY "*** Tables full - " WS-FLAGS-DROPPED
                       " flag(s) and " WS-CHG-DROPPED
                       " customer(s) not tracked ***"
           END-IF
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "SOD-SCAN" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           COMPUTE RUN-RECORDS OF WS-RUN-ENTRY =
                   WS-AUDIT-READ + WS-JRNL-READ + WS-DECISIONS-READ
           MOVE WS-FLAG-COUNT TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           IF WS-FLAGS-DROPPED > 0 OR WS-CHG-DROPPED > 0
               MOVE 4 TO RUN-RET-CODE OF WS-RUN-ENTRY
           ELSE
               MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           END-IF
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-SOD-SCAN.
