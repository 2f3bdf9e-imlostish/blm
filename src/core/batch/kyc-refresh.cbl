      *> ----------------------------------------------------------------
      *> Author: imlostish
      *> Date:   15/10/2026
      *> Purpose: Nightly periodic KYC review pass - every open
      *>          customer's identity review is brought up to date
      *>          through BLM-KYC-CONTROLLER: a review date set up for
      *>          anyone without one, the due date worked out again
      *>          from tonight's risk grade, notices sent ahead of the
      *>          due date, overdue reviews put on the teller
      *>          worklist, and money going out stopped under the
      *>          KYCREVIEW memo flag once the grace period has run.
      *>          The report lists what moved tonight and the whole
      *>          worklist as it stands.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - First cut: one pass over the user master,
      *>                     active and locked customers only, with
      *>                     START/END rows to the run-history ledger
      *>                     like the other jobs.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-KYC-REFRESH.
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
       77 WS-SCAN-USER         PIC X(10) VALUE SPACES.

      *> One customer's review as the controller left it
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-KY-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-KY-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-KY-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-KY-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-KY-FIELD-COUNT==.
       77 WS-KY-RET-CODE       PIC S9(4) COMP.
       77 WS-KY-ACTION         PIC X(10) VALUE SPACES.
       77 WS-KY-DUE            PIC X(8) VALUE SPACES.
       77 WS-KY-STATE          PIC X(1) VALUE SPACE.
       77 WS-KY-GRADE          PIC X(1) VALUE SPACE.

      *> Run counters
       77 WS-CUSTOMERS-READ    PIC 9(7) COMP VALUE 0.
       77 WS-NOTICES-SENT      PIC 9(5) COMP VALUE 0.
       77 WS-NEWLY-OVERDUE     PIC 9(5) COMP VALUE 0.
       77 WS-NEWLY-RESTRICTED  PIC 9(5) COMP VALUE 0.
       77 WS-EASED             PIC 9(5) COMP VALUE 0.
       77 WS-ON-WORKLIST       PIC 9(5) COMP VALUE 0.
       77 WS-RESTRICTED        PIC 9(5) COMP VALUE 0.
       77 WS-ERRORS            PIC 9(5) COMP VALUE 0.
       77 WS-COUNT-EDIT        PIC Z(6)9.

      *> Run-history ledger rows for the operations summary
       COPY "run-history.cpy"
           REPLACING ==RUN-HISTORY-RECORD== BY ==WS-RUN-ENTRY==.
       77 WS-RUNLOG-RET-CODE   PIC S9(4) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REFRESH-CUSTOMERS
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "=== Nightly KYC Review Refresh ==="
           DISPLAY "Run date: " WS-TODAY-DATE
           DISPLAY " "
           DISPLAY "User id    Username                       "
                   "Due      G Tonight"
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "KYC-REFRESH" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-START OF WS-RUN-ENTRY TO TRUE
           MOVE 0 TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> 2000-REFRESH-CUSTOMERS - every customer who can still move
      *> money: a pending account has not passed onboarding yet and a
      *> closed one has nothing left to review.
      *> ----------------------------------------------------------------
       2000-REFRESH-CUSTOMERS.
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
                           AND (USER-STATUS-ACTIVE
                                OR USER-STATUS-LOCKED)
                       PERFORM 2100-REFRESH-ONE-CUSTOMER
                   END-IF
                   READ USER-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE USER-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2100-REFRESH-ONE-CUSTOMER - the controller does the work; a
      *> customer is listed when something happened tonight or the
      *> review sits on the worklist.
      *> ----------------------------------------------------------------
       2100-REFRESH-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           MOVE USER-ID TO WS-SCAN-USER
           MOVE "created" TO WS-KY-FIELD-NAME(1)
           MOVE USER-CREATED-AT(1:8) TO WS-KY-FIELD-VALUE(1)
           MOVE 1 TO WS-KY-FIELD-COUNT
           CALL "BLM-KYC-CONTROLLER" USING "refresh", WS-KY-FIELDS,
                WS-KY-FIELD-COUNT, WS-SCAN-USER, WS-KY-RET-CODE
           IF WS-KY-RET-CODE NOT = 0
               ADD 1 TO WS-ERRORS
               DISPLAY WS-SCAN-USER " " USER-USERNAME
                       " review not refreshed, code " WS-KY-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KY-FIELD-VALUE(1)(1:10) TO WS-KY-ACTION
           MOVE WS-KY-FIELD-VALUE(2)(1:8) TO WS-KY-DUE
           MOVE WS-KY-FIELD-VALUE(3)(1:1) TO WS-KY-STATE
           MOVE WS-KY-FIELD-VALUE(4)(1:1) TO WS-KY-GRADE
           EVALUATE WS-KY-ACTION
               WHEN "NOTICE"
                   ADD 1 TO WS-NOTICES-SENT
               WHEN "OVERDUE"
                   ADD 1 TO WS-NEWLY-OVERDUE
               WHEN "RESTRICT"
                   ADD 1 TO WS-NEWLY-RESTRICTED
               WHEN "EASED"
                   ADD 1 TO WS-EASED
           END-EVALUATE
           EVALUATE WS-KY-STATE
               WHEN "O"
                   ADD 1 TO WS-ON-WORKLIST
               WHEN "R"
                   ADD 1 TO WS-ON-WORKLIST
                   ADD 1 TO WS-RESTRICTED
           END-EVALUATE
           IF WS-KY-ACTION NOT = "NONE"
                   OR WS-KY-STATE = "O" OR WS-KY-STATE = "R"
               PERFORM 2200-LIST-CUSTOMER
           END-IF.
           EXIT.

       2200-LIST-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-KY-ACTION = "NOTICE"
                   DISPLAY WS-SCAN-USER " " USER-USERNAME " "
                           WS-KY-DUE " " WS-KY-GRADE
                           " due notice sent"
               WHEN WS-KY-ACTION = "OVERDUE"
                   DISPLAY WS-SCAN-USER " " USER-USERNAME " "
                           WS-KY-DUE " " WS-KY-GRADE
                           " OVERDUE - to teller worklist"
               WHEN WS-KY-ACTION = "RESTRICT"
                   DISPLAY WS-SCAN-USER " " USER-USERNAME " "
                           WS-KY-DUE " " WS-KY-GRADE
                           " RESTRICTED - outgoing money held"
               WHEN WS-KY-ACTION = "EASED"
                   DISPLAY WS-SCAN-USER " " USER-USERNAME " "
                           WS-KY-DUE " " WS-KY-GRADE
                           " due date moved out (grade)"
               WHEN WS-KY-STATE = "R"
                   DISPLAY WS-SCAN-USER " " USER-USERNAME " "
                           WS-KY-DUE " " WS-KY-GRADE
                           " still restricted"
               WHEN OTHER
                   DISPLAY WS-SCAN-USER " " USER-USERNAME " "
                           WS-KY-DUE " " WS-KY-GRADE
                           " still overdue"
           END-EVALUATE.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           MOVE WS-CUSTOMERS-READ TO WS-COUNT-EDIT
           DISPLAY "Customers reviewed:          " WS-COUNT-EDIT
           MOVE WS-NOTICES-SENT TO WS-COUNT-EDIT
           DISPLAY "Due notices sent:            " WS-COUNT-EDIT
           MOVE WS-NEWLY-OVERDUE TO WS-COUNT-EDIT
           DISPLAY "Newly overdue:               " WS-COUNT-EDIT
           MOVE WS-NEWLY-RESTRICTED TO WS-COUNT-EDIT
           DISPLAY "Newly restricted:            " WS-COUNT-EDIT
           MOVE WS-EASED TO WS-COUNT-EDIT
           DISPLAY "Due date moved out:          " WS-COUNT-EDIT
           MOVE WS-ON-WORKLIST TO WS-COUNT-EDIT
           DISPLAY "On the teller worklist:      " WS-COUNT-EDIT
           MOVE WS-RESTRICTED TO WS-COUNT-EDIT
           DISPLAY "  of which restricted:       " WS-COUNT-EDIT
           IF WS-ERRORS > 0
               MOVE WS-ERRORS TO WS-COUNT-EDIT
               DISPLAY "Not refreshed (errors):      " WS-COUNT-EDIT
           END-IF
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "KYC-REFRESH" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-CUSTOMERS-READ TO RUN-RECORDS OF WS-RUN-ENTRY
           COMPUTE RUN-EXCEPTIONS OF WS-RUN-ENTRY =
                   WS-ON-WORKLIST + WS-ERRORS
           IF WS-ERRORS > 0
               MOVE 4 TO RUN-RET-CODE OF WS-RUN-ENTRY
           ELSE
               MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           END-IF
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           EXIT.

       END PROGRAM BLM-KYC-REFRESH.
