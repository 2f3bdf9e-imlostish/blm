      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Year-end tax information file - folds the tax ledger
      *>          (every interest credit paid to a customer and the
      *>          backup withholding taken from it) into one record per
      *>          customer of interest paid and tax withheld, with the
      *>          taxpayer ID, legal name and address off the profile,
      *>          and writes the fixed-width file our filing agent
      *>          accepts: a header, the payee records, and a trailer
      *>          carrying the record count and the two amount totals.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: takes the tax year as an
      *>                     optional argument (default: the year
      *>                     before the one the job runs in), runs as
      *>                     a named driver job like ANNUAL-SUMMARY.
      *>                     A customer is reported when interest
      *>                     paid reaches TAXINFO-MIN (default 10.00)
      *>                     or anything was withheld; a payee record
      *>                     with no certified TIN is flagged for the
      *>                     agent and counted as an exception.
      *>   15/10/2026 - jm - A TAXINFO file that cannot be opened ends
      *>                     the run with 12 instead of running on with
      *>                     nowhere to write.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-TAX-INFO.
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
             SELECT PROFILE-MASTER-FILE ASSIGN TO "PROFMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PROF-USER-ID
                 FILE STATUS IS WS-PROF-STATUS.
             SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDGR"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TAXL-STATUS.
             SELECT TAX-INFO-FILE ASSIGN TO "TAXINFO"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TAXINFO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  PROFILE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".
       FD  TAX-LEDGER-FILE
           LABEL RECORD STANDARD.
           COPY "tax-ledger.cpy".
       FD  TAX-INFO-FILE
           LABEL RECORD STANDARD.
       01 TAX-INFO-RECORD      PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-PROF-STATUS       PIC XX VALUE SPACES.
       77 WS-TAXL-STATUS       PIC XX VALUE SPACES.
       77 WS-TAXINFO-STATUS    PIC XX VALUE SPACES.
       77 WS-ARGS-LENGTH       PIC 9(4) COMP VALUE 0.
       77 WS-ARG-TEXT          PIC X(20) VALUE SPACES.
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-TODAY-YEAR        PIC 9(4) VALUE 0.
       77 WS-TAX-YEAR          PIC X(4) VALUE SPACES.
       77 WS-REPORT-USER       PIC X(10) VALUE SPACES.

      *> Reporting threshold and payer identity off the system
      *> switches.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-CTL-RET           PIC S9(4) COMP.
       77 WS-REPORT-MIN        PIC 9(9)V99 VALUE 0.

      *> Year totals per customer
       77 WS-INT-PAID          PIC 9(11)V99 VALUE 0.
       77 WS-TAX-WITHHELD      PIC 9(11)V99 VALUE 0.

      *> Fixed-width filing records - one header, one payee record per
      *> reported customer, one trailer with count and totals.
       01 WS-TAX-HEADER.
           05 FILLER           PIC X(1) VALUE "T".
           05 WS-HDR-TAX-YEAR  PIC X(4).
           05 WS-HDR-RUN-DATE  PIC 9(8).
           05 FILLER           PIC X(6) VALUE "BLMTAX".
           05 WS-HDR-PAYER-TIN PIC X(9).
           05 WS-HDR-PAYER-NAME PIC X(40).
           05 FILLER           PIC X(182) VALUE SPACES.
       01 WS-TAX-PAYEE.
           05 FILLER           PIC X(1) VALUE "B".
           05 WS-PAY-TAX-YEAR  PIC X(4).
           05 WS-PAY-USER-ID   PIC X(10).
           05 WS-PAY-TIN-TYPE  PIC X(1).
           05 WS-PAY-TIN       PIC X(9).
           05 WS-PAY-NAME      PIC X(50).
           05 WS-PAY-ADDR1     PIC X(40).
           05 WS-PAY-ADDR2     PIC X(40).
           05 WS-PAY-CITY      PIC X(20).
           05 WS-PAY-POSTAL    PIC X(10).
           05 WS-PAY-INT-PAID  PIC 9(11)V99.
           05 WS-PAY-WITHHELD  PIC 9(11)V99.
      *>   "Y" when no certified TIN was on file at year end.
           05 WS-PAY-TIN-NOT-CERT PIC X(1).
           05 FILLER           PIC X(38) VALUE SPACES.
       01 WS-TAX-TRAILER.
           05 FILLER           PIC X(1) VALUE "C".
           05 WS-TRL-COUNT     PIC 9(7).
           05 WS-TRL-INT-PAID  PIC 9(13)V99.
           05 WS-TRL-WITHHELD  PIC 9(13)V99.
           05 FILLER           PIC X(212) VALUE SPACES.

      *> Run counters and run-history rows
       77 WS-PAYEES-WRITTEN    PIC 9(7) VALUE 0.
       77 WS-NOT-CERT-COUNT    PIC 9(5) COMP VALUE 0.
       77 WS-TOTAL-INT-PAID    PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-WITHHELD    PIC 9(13)V99 VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-USERS
           PERFORM 9000-FINISH
           STOP RUN.

      *> ----------------------------------------------------------------
      *> 1000-INITIALIZE - the tax year comes from the command line
      *> (YYYY), defaulting to last year: the file is produced in the
      *> new year for the year just closed. Opens a fresh filing file;
      *> one that cannot be opened ends the run with 12.
      *> ----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YEAR
           SUBTRACT 1 FROM WS-TODAY-YEAR
           MOVE WS-TODAY-YEAR TO WS-TAX-YEAR
           ACCEPT WS-ARGS-LENGTH FROM ARGUMENT-NUMBER
           IF WS-ARGS-LENGTH > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT(1:4) NOT = SPACES
                   MOVE WS-ARG-TEXT(1:4) TO WS-TAX-YEAR
               END-IF
           END-IF
           DISPLAY "=== Year-End Tax Information File ==="
           DISPLAY "Tax year: " WS-TAX-YEAR
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "TAX-INFO" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           PERFORM 1100-LOAD-SWITCHES
           OPEN OUTPUT TAX-INFO-FILE
           IF WS-TAXINFO-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open TAXINFO, status "
                       WS-TAXINFO-STATUS "; no file produced."
               MOVE SPACES TO WS-RUN-ENTRY
               MOVE "TAX-INFO" TO RUN-JOB-NAME OF WS-RUN-ENTRY
               SET RUN-END OF WS-RUN-ENTRY TO TRUE
               MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
               MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
               MOVE 12 TO RUN-RET-CODE OF WS-RUN-ENTRY
               CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                    WS-RUNLOG-RET-CODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TAX-YEAR TO WS-HDR-TAX-YEAR
           MOVE WS-TODAY-DATE TO WS-HDR-RUN-DATE
           MOVE WS-TAX-HEADER TO TAX-INFO-RECORD
           WRITE TAX-INFO-RECORD.
           EXIT.

       1100-LOAD-SWITCHES.
           MOVE 10.00 TO WS-REPORT-MIN
           MOVE "TAXINFO-MIN" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           IF WS-CTL-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CTL-VALUE) TO WS-REPORT-MIN
           END-IF
           MOVE "PAYER-TIN" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           MOVE WS-CTL-VALUE(1:9) TO WS-HDR-PAYER-TIN
           MOVE "PAYER-NAME" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           MOVE WS-CTL-VALUE TO WS-HDR-PAYER-NAME
           IF WS-HDR-PAYER-TIN = SPACES
               DISPLAY "WARNING: PAYER-TIN is not set; the header "
                       "goes out without it."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-REPORT-USERS - every customer, closed accounts included:
      *> interest paid before an account closed is still reportable.
      *> ----------------------------------------------------------------
       2000-REPORT-USERS.
           OPEN INPUT USER-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No users on file."
           ELSE
               MOVE LOW-VALUES TO USER-ID
               START USER-MASTER-FILE KEY IS NOT LESS THAN USER-ID
               IF WS-FILE-STATUS = "00"
                   READ USER-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       PERFORM 2100-REPORT-ONE-USER
                       READ USER-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE USER-MASTER-FILE
           END-IF.
           EXIT.

       2100-REPORT-ONE-USER.
           MOVE USER-ID TO WS-REPORT-USER
           PERFORM 2110-FOLD-YEAR-LEDGER
           IF WS-TAX-WITHHELD = 0 AND WS-INT-PAID < WS-REPORT-MIN
               EXIT PARAGRAPH
           END-IF
           PERFORM 2120-WRITE-PAYEE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2110-FOLD-YEAR-LEDGER - one pass over the tax ledger for this
      *> customer's rows in the tax year; interest is reported gross,
      *> withholding only where the debit actually posted.
      *> ----------------------------------------------------------------
       2110-FOLD-YEAR-LEDGER.
           MOVE 0 TO WS-INT-PAID WS-TAX-WITHHELD
           OPEN INPUT TAX-LEDGER-FILE
           IF WS-TAXL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TAX-LEDGER-FILE
           PERFORM UNTIL WS-TAXL-STATUS NOT = "00"
               IF TAXL-TAX-YEAR = WS-TAX-YEAR
                       AND TAXL-USER-ID = WS-REPORT-USER
                   ADD TAXL-GROSS-AMT TO WS-INT-PAID
                   IF TAXL-WH-POSTED
                       ADD TAXL-WITHHELD-AMT TO WS-TAX-WITHHELD
                   END-IF
               END-IF
               READ TAX-LEDGER-FILE
           END-PERFORM
           CLOSE TAX-LEDGER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2120-WRITE-PAYEE - name, address and TIN off the profile as
      *> they stand at year end; a customer with no profile goes out
      *> under the username with no TIN, flagged not certified.
      *> ----------------------------------------------------------------
       2120-WRITE-PAYEE.
           MOVE SPACES TO WS-PAY-TIN-TYPE WS-PAY-TIN WS-PAY-NAME
           MOVE SPACES TO WS-PAY-ADDR1 WS-PAY-ADDR2 WS-PAY-CITY
           MOVE SPACES TO WS-PAY-POSTAL
           MOVE "Y" TO WS-PAY-TIN-NOT-CERT
           MOVE USER-USERNAME TO WS-PAY-NAME
           OPEN INPUT PROFILE-MASTER-FILE
           IF WS-PROF-STATUS = "00"
               MOVE WS-REPORT-USER TO PROF-USER-ID
               READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
               IF WS-PROF-STATUS = "00"
                   PERFORM 2125-MOVE-PROFILE-FIELDS
               END-IF
               CLOSE PROFILE-MASTER-FILE
           END-IF
           MOVE WS-TAX-YEAR TO WS-PAY-TAX-YEAR
           MOVE WS-REPORT-USER TO WS-PAY-USER-ID
           MOVE WS-INT-PAID TO WS-PAY-INT-PAID
           MOVE WS-TAX-WITHHELD TO WS-PAY-WITHHELD
           MOVE WS-TAX-PAYEE TO TAX-INFO-RECORD
           WRITE TAX-INFO-RECORD
           ADD 1 TO WS-PAYEES-WRITTEN
           ADD WS-INT-PAID TO WS-TOTAL-INT-PAID
           ADD WS-TAX-WITHHELD TO WS-TOTAL-WITHHELD
           IF WS-PAY-TIN-NOT-CERT = "Y"
               ADD 1 TO WS-NOT-CERT-COUNT
               DISPLAY "NO CERTIFIED TIN: " WS-REPORT-USER
                       " interest " WS-INT-PAID
                       " withheld " WS-TAX-WITHHELD
           END-IF.
           EXIT.

       2125-MOVE-PROFILE-FIELDS.
           IF PROF-LEGAL-NAME NOT = SPACES
               MOVE PROF-LEGAL-NAME TO WS-PAY-NAME
           END-IF
           MOVE PROF-ADDR-LINE1 TO WS-PAY-ADDR1
           MOVE PROF-ADDR-LINE2 TO WS-PAY-ADDR2
           MOVE PROF-CITY TO WS-PAY-CITY
           MOVE PROF-POSTAL TO WS-PAY-POSTAL
           MOVE PROF-TAX-ID TO WS-PAY-TIN
           MOVE PROF-TIN-TYPE TO WS-PAY-TIN-TYPE
           IF PROF-TAX-ID NOT = SPACES AND PROF-TIN-CERTIFIED
               MOVE "N" TO WS-PAY-TIN-NOT-CERT
           END-IF.
           EXIT.

       9000-FINISH.
           MOVE WS-PAYEES-WRITTEN TO WS-TRL-COUNT
           MOVE WS-TOTAL-INT-PAID TO WS-TRL-INT-PAID
           MOVE WS-TOTAL-WITHHELD TO WS-TRL-WITHHELD
           MOVE WS-TAX-TRAILER TO TAX-INFO-RECORD
           WRITE TAX-INFO-RECORD
           CLOSE TAX-INFO-FILE
           DISPLAY " "
           DISPLAY "Payee records written: " WS-PAYEES-WRITTEN
           DISPLAY "Interest paid reported: " WS-TOTAL-INT-PAID
           DISPLAY "Tax withheld reported: " WS-TOTAL-WITHHELD
           DISPLAY "Without a certified TIN: " WS-NOT-CERT-COUNT
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "TAX-INFO" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-PAYEES-WRITTEN TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-NOT-CERT-COUNT TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-TAX-INFO.
