      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly sanctions / watch-list load and re-screen.
      *>          Takes in the list file the compliance team drops
      *>          (WATCHLIST.DAT) when it carries a version we have
      *>          not loaded yet, replacing WATCH-LIST-FILE whole, and
      *>          then re-screens the entire customer base - every
      *>          customer's username and profile legal name - against
      *>          the new list through BLM-SCREEN-CONTROLLER. A hit
      *>          there flags the customer SANCTION exactly as it
      *>          would at onboarding. The re-screen is keyed off the
      *>          WATCHLIST-SCREENED switch, so a run that dies part
      *>          way simply re-screens again the next night.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: WATCHLIST.DAT is a
      *>                     "VERSION,<ver>" header line followed by
      *>                     one "id,name,program,type" line per entry
      *>                     (type I individual, E entity).
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-WATCHLIST-LOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT LIST-INPUT-FILE ASSIGN TO "WATCHLIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INPUT-STATUS.
             SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WL-ENTRY-ID
                 FILE STATUS IS WS-WL-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-INPUT-FILE
           LABEL RECORD STANDARD.
       01 LIST-INPUT-LINE        PIC X(120).
       FD  WATCH-LIST-FILE
           LABEL RECORD STANDARD.
           COPY "watch-list.cpy".
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  PROFILE-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".

       WORKING-STORAGE SECTION.
       77 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       77 WS-WL-STATUS         PIC XX VALUE SPACES.
       77 WS-USER-STATUS       PIC XX VALUE SPACES.
       77 WS-PROF-STATUS       PIC XX VALUE SPACES.
       77 WS-PROF-OPEN-SW      PIC X VALUE "N".
           88 PROF-FILE-OPEN     VALUE "Y".
       77 WS-TODAY-DATE        PIC 9(8).
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).

      *> List versions - the one in the file, the one loaded, and the
      *> one the customer base was last screened against.
       77 WS-CTL-KEY           PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE         PIC X(40) VALUE SPACES.
       77 WS-CTL-RET           PIC S9(4) COMP.
       77 WS-FILE-VERSION      PIC X(10) VALUE SPACES.
       77 WS-LOADED-VERSION    PIC X(10) VALUE SPACES.
       77 WS-SCREENED-VERSION  PIC X(10) VALUE SPACES.
       77 WS-HDR-TAG           PIC X(10) VALUE SPACES.

      *> One list line at a time.
       77 WS-IN-ID             PIC X(10) VALUE SPACES.
       77 WS-IN-NAME           PIC X(50) VALUE SPACES.
       77 WS-IN-PROGRAM        PIC X(10) VALUE SPACES.
       77 WS-IN-TYPE           PIC X(1) VALUE SPACES.

      *> Screening calls - one name per call.
       COPY "op-fields.cpy".
       77 WS-SCREEN-USER-ID    PIC X(10) VALUE SPACES.
       77 WS-SCREEN-NAME       PIC X(50) VALUE SPACES.
       77 WS-SCREEN-RET        PIC S9(4) COMP.

      *> Run counters and the run-history rows
       77 WS-ENTRIES-READ      PIC 9(7) COMP VALUE 0.
       77 WS-ENTRIES-LOADED    PIC 9(7) COMP VALUE 0.
       77 WS-ENTRIES-REJECTED  PIC 9(5) COMP VALUE 0.
       77 WS-CUSTOMERS-SCREENED PIC 9(7) COMP VALUE 0.
       77 WS-NAMES-SCREENED    PIC 9(7) COMP VALUE 0.
       77 WS-SCREEN-HITS       PIC 9(5) COMP VALUE 0.
       77 WS-RUN-EXCEPTIONS    PIC 9(5) COMP VALUE 0.
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LIST
           PERFORM 3000-RESCREEN-CUSTOMERS
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Watch-List Load and Re-screen ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           MOVE "WATCHLIST-VERSION" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           MOVE WS-CTL-VALUE(1:10) TO WS-LOADED-VERSION
           MOVE "WATCHLIST-SCREENED" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           MOVE WS-CTL-VALUE(1:10) TO WS-SCREENED-VERSION
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "WATCHLIST-LOAD" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-LOAD-LIST - no file, or a file carrying the version
      *> already loaded, leaves the current list alone. A new version
      *> replaces WATCH-LIST-FILE outright; entries withdrawn from the
      *> published list must stop matching the same night.
      *> ----------------------------------------------------------------
       2000-LOAD-LIST.
           OPEN INPUT LIST-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "No watch-list file (WATCHLIST.DAT) today."
               EXIT PARAGRAPH
           END-IF
           READ LIST-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Watch-list file is empty; not loaded."
               CLOSE LIST-INPUT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HDR-TAG WS-FILE-VERSION
           UNSTRING LIST-INPUT-LINE DELIMITED BY ","
               INTO WS-HDR-TAG WS-FILE-VERSION
           IF WS-HDR-TAG NOT = "VERSION" OR WS-FILE-VERSION = SPACES
               DISPLAY "Watch-list file has no VERSION header; "
                       "not loaded."
               ADD 1 TO WS-ENTRIES-REJECTED
               CLOSE LIST-INPUT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-VERSION = WS-LOADED-VERSION
               DISPLAY "Watch-list version " WS-FILE-VERSION
                       " is already loaded."
               CLOSE LIST-INPUT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2300-STAMP-TIME
           OPEN OUTPUT WATCH-LIST-FILE
           IF WS-WL-STATUS NOT = "00"
               DISPLAY "Cannot open WATCHLST, status " WS-WL-STATUS
               ADD 1 TO WS-ENTRIES-REJECTED
               CLOSE LIST-INPUT-FILE
               EXIT PARAGRAPH
           END-IF
           READ LIST-INPUT-FILE
           PERFORM UNTIL WS-INPUT-STATUS NOT = "00"
               IF LIST-INPUT-LINE NOT = SPACES
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM 2100-LOAD-ONE-ENTRY
               END-IF
               READ LIST-INPUT-FILE
           END-PERFORM
           CLOSE WATCH-LIST-FILE
           CLOSE LIST-INPUT-FILE

           MOVE WS-FILE-VERSION TO WS-LOADED-VERSION
           MOVE "WATCHLIST-VERSION" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           MOVE WS-LOADED-VERSION TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "SET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           DISPLAY "Loaded watch-list version " WS-LOADED-VERSION
                   ": " WS-ENTRIES-LOADED " entries.".
           EXIT.

       2100-LOAD-ONE-ENTRY.
           MOVE SPACES TO WS-IN-ID WS-IN-NAME WS-IN-PROGRAM WS-IN-TYPE
           UNSTRING LIST-INPUT-LINE DELIMITED BY ","
               INTO WS-IN-ID WS-IN-NAME WS-IN-PROGRAM WS-IN-TYPE
           IF WS-IN-ID = SPACES OR WS-IN-NAME = SPACES
               DISPLAY "SKIPPED  line " WS-ENTRIES-READ
                       " - id and name are required"
               ADD 1 TO WS-ENTRIES-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WATCH-LIST-RECORD
           MOVE WS-IN-ID TO WL-ENTRY-ID
           MOVE WS-IN-NAME TO WL-NAME
           MOVE WS-IN-PROGRAM TO WL-PROGRAM
           IF WS-IN-TYPE = "E"
               SET WL-ENTITY TO TRUE
           ELSE
               SET WL-INDIVIDUAL TO TRUE
           END-IF
           MOVE WS-FILE-VERSION TO WL-LIST-VERSION
           MOVE WS-TIMESTAMP TO WL-LOADED-AT
           WRITE WATCH-LIST-RECORD
           IF WS-WL-STATUS = "00"
               ADD 1 TO WS-ENTRIES-LOADED
           ELSE
               DISPLAY "SKIPPED  " WS-IN-ID " - status " WS-WL-STATUS
               ADD 1 TO WS-ENTRIES-REJECTED
           END-IF.
           EXIT.

       2300-STAMP-TIME.
           ACCEPT WS-CDT-TIME-RAW FROM TIME
           STRING WS-TODAY-DATE WS-CDT-TIME-RAW(1:6)
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.
           EXIT.

      *> ----------------------------------------------------------------
      *> 3000-RESCREEN-CUSTOMERS - runs whenever the loaded version is
      *> not the one the customer base was last screened against.
      *> CLOSED accounts are skipped; everyone else has the username
      *> and, where a profile exists, the legal name screened.
      *> ----------------------------------------------------------------
       3000-RESCREEN-CUSTOMERS.
           IF WS-LOADED-VERSION = SPACES
               DISPLAY "No watch list loaded; nothing to screen."
               EXIT PARAGRAPH
           END-IF
           IF WS-LOADED-VERSION = WS-SCREENED-VERSION
               DISPLAY "Customer base already screened against "
                       "version " WS-LOADED-VERSION "."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-STATUS NOT = "00"
               DISPLAY "Cannot open USRMSTR, status " WS-USER-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PROFILE-MASTER-FILE
           IF WS-PROF-STATUS = "00"
               MOVE "Y" TO WS-PROF-OPEN-SW
           END-IF
           MOVE LOW-VALUES TO USER-ID
           START USER-MASTER-FILE KEY IS NOT LESS THAN USER-ID
           IF WS-USER-STATUS = "00"
               READ USER-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-USER-STATUS NOT = "00"
                   IF NOT USER-STATUS-CLOSED
                       PERFORM 3100-SCREEN-ONE-CUSTOMER
                   END-IF
                   READ USER-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF PROF-FILE-OPEN
               CLOSE PROFILE-MASTER-FILE
           END-IF
           CLOSE USER-MASTER-FILE

           MOVE "WATCHLIST-SCREENED" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           MOVE WS-LOADED-VERSION TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "SET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-CTL-RET
           DISPLAY "Re-screened " WS-CUSTOMERS-SCREENED
                   " customers against version " WS-LOADED-VERSION
                   "; " WS-SCREEN-HITS " hits.".
           EXIT.

       3100-SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-SCREENED
           MOVE USER-ID TO WS-SCREEN-USER-ID
           MOVE USER-USERNAME TO WS-SCREEN-NAME
           PERFORM 3200-SCREEN-NAME
      *>   a hit on the username already has the customer under
      *>   review; the legal name would only file a second hit.
           IF WS-SCREEN-RET = 20
               EXIT PARAGRAPH
           END-IF
           IF NOT PROF-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE USER-ID TO PROF-USER-ID
           READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
           IF WS-PROF-STATUS = "00" AND PROF-LEGAL-NAME NOT = SPACES
               MOVE PROF-LEGAL-NAME TO WS-SCREEN-NAME
               PERFORM 3200-SCREEN-NAME
           END-IF.
           EXIT.

       3200-SCREEN-NAME.
           ADD 1 TO WS-NAMES-SCREENED
           MOVE "user" TO OP-FIELD-NAME(1)
           MOVE WS-SCREEN-USER-ID TO OP-FIELD-VALUE(1)
           MOVE "name" TO OP-FIELD-NAME(2)
           MOVE WS-SCREEN-NAME TO OP-FIELD-VALUE(2)
           MOVE "context" TO OP-FIELD-NAME(3)
           MOVE "CUSTOMER" TO OP-FIELD-VALUE(3)
           MOVE 3 TO OP-FIELD-COUNT
           CALL "BLM-SCREEN-CONTROLLER" USING "screen", OP-FIELDS,
                OP-FIELD-COUNT, WS-SCREEN-USER-ID, WS-SCREEN-RET
           IF WS-SCREEN-RET = 20
               ADD 1 TO WS-SCREEN-HITS
               DISPLAY "HIT      " WS-SCREEN-USER-ID " "
                       FUNCTION TRIM(WS-SCREEN-NAME)
           END-IF.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "List entries read: " WS-ENTRIES-READ
           DISPLAY "List entries loaded: " WS-ENTRIES-LOADED
           DISPLAY "List lines rejected: " WS-ENTRIES-REJECTED
           DISPLAY "Customers screened: " WS-CUSTOMERS-SCREENED
                   " (" WS-NAMES-SCREENED " names)"
           DISPLAY "Screening hits: " WS-SCREEN-HITS
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "WATCHLIST-LOAD" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           COMPUTE RUN-RECORDS OF WS-RUN-ENTRY =
                   WS-ENTRIES-READ + WS-CUSTOMERS-SCREENED
           COMPUTE WS-RUN-EXCEPTIONS =
                   WS-ENTRIES-REJECTED + WS-SCREEN-HITS
           MOVE WS-RUN-EXCEPTIONS TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-WATCHLIST-LOAD.
