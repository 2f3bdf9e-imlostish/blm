      *>          and loan status for every active user.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - A resumed closing run recounts the paper
      *>                     statements held before the checkpoint, so
      *>                     the trailer and run log carry the whole
      *>                     period's held count.
      *>   15/10/2026 - jm - Average daily balance and the overdraft
      *>                     interest accrued so far this period, off
      *>                     the EODBAL end-of-day snapshots, for the
      *>                     primary balance and under each deposit
      *>                     account.
      *>   15/10/2026 - jm - Statement delivery: the closing run
      *>                     writes paper statements to the print
      *>                     vendor's STMTVEND interface file (address
      *>                     block, lines, page count, insert codes,
      *>                     control trailer), posts an inbox notice
      *>                     for electronic ones, and first reads the
      *>                     vendor's STMTRTN returned-mail file so a
      *>                     bad address holds its paper.
      *>   15/10/2026 - jm - Per-card rewards points section: the
      *>                     period's points earned, reversed,
      *>                     redeemed and expired, the balance, and
      *>                     what expires by the end of next month.
      *>   15/10/2026 - jm - New deposit-accounts section: each of the
      *>                     customer's accounts (ACCTMSTR) with its
      *>                     number, type, nickname and balance.
      *>   17/10/2025 - jm - The closing run now comes off the
      *>                     processing calendar's month-end business
      *>                     day instead of the raw calendar month
                 RECORD KEY IS PROF-USER-ID
                 FILE STATUS IS WS-PROF-STATUS.

             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-ACCT-STATUS.

             SELECT REWARDS-FILE ASSIGN TO "RWDLEDG"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RWD-KEY
                 ALTERNATE RECORD KEY IS RWD-AUTH-ID WITH DUPLICATES
                 FILE STATUS IS WS-RWD-STATUS.

             SELECT EOD-BALANCE-FILE ASSIGN TO "EODBAL"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EOD-KEY
                 FILE STATUS IS WS-EOD-STATUS.

             SELECT STMT-VENDOR-FILE ASSIGN TO "STMTVEND"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VND-STATUS.

             SELECT RETURNED-MAIL-FILE ASSIGN TO "STMTRTN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RTN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "customer-profile.cpy".

       FD  DEPOSIT-ACCOUNT-FILE
           LABEL RECORD STANDARD.
           COPY "deposit-account.cpy".
       FD  REWARDS-FILE
           LABEL RECORD STANDARD.
           COPY "rewards-ledger.cpy".
       FD  EOD-BALANCE-FILE
           LABEL RECORD STANDARD.
           COPY "eod-balance.cpy".
       FD  STMT-VENDOR-FILE
           LABEL RECORD STANDARD.
           COPY "stmt-vendor.cpy".
       FD  RETURNED-MAIL-FILE
           LABEL RECORD STANDARD.
           COPY "returned-mail.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS        PIC XX VALUE SPACES.
       77 WS-TRN-STATUS         PIC XX VALUE SPACES.
       77 WS-AUTH-OPEN          PIC X VALUE "N".
           88 AUTH-FILE-OPEN      VALUE "Y".
       77 WS-STMT-CARD-ID       PIC X(10) VALUE SPACES.
       77 WS-ACCT-STATUS        PIC XX VALUE SPACES.
       77 WS-ACCT-OPEN          PIC X VALUE "N".
           88 ACCT-FILE-OPEN      VALUE "Y".
       77 WS-ACCT-BALANCE       PIC S9(9)V99 VALUE 0.
       77 WS-ACCT-TYPE-TEXT     PIC X(8) VALUE SPACES.
       77 WS-ACCT-MARKER        PIC X(12) VALUE SPACES.

      *> Balance history for one account over the statement period:
      *> the average of its end-of-day balances and the overdraft
      *> interest its overdrawn days have accrued (charged by the
      *> interest accrual early next month).
       77 WS-EOD-STATUS         PIC XX VALUE SPACES.
       77 WS-EOD-OPEN           PIC X VALUE "N".
           88 EOD-FILE-OPEN       VALUE "Y".
       77 WS-EOD-ACCOUNT        PIC X(10) VALUE SPACES.
       77 WS-EOD-INDENT         PIC X(4) VALUE SPACES.
       77 WS-EOD-SUM            PIC S9(13)V99 VALUE 0.
       77 WS-EOD-DAYS           PIC 9(3) VALUE 0.
       77 WS-EOD-AVERAGE        PIC S9(9)V99 VALUE 0.
       77 WS-EOD-OD-SUM         PIC 9(9)V9(6) VALUE 0.
       77 WS-EOD-OD-ACCRUED     PIC 9(9)V99 VALUE 0.

      *> Rewards points section, reset per card. Points expiring are
      *> those left on lots whose expiry falls by the end of the
      *> month after the statement period.
       77 WS-RWD-STATUS         PIC XX VALUE SPACES.
       77 WS-RWD-OPEN           PIC X VALUE "N".
           88 RWD-FILE-OPEN       VALUE "Y".
       77 WS-RWD-ROWS           PIC 9(5) COMP VALUE 0.
       77 WS-RWD-EARNED         PIC S9(9) VALUE 0.
       77 WS-RWD-REVERSED       PIC S9(9) VALUE 0.
       77 WS-RWD-REDEEMED       PIC S9(9) VALUE 0.
       77 WS-RWD-EXPIRED        PIC S9(9) VALUE 0.
       77 WS-RWD-BALANCE        PIC S9(11) VALUE 0.
       77 WS-RWD-EXPIRING       PIC 9(11) VALUE 0.
       77 WS-RWD-NEXT-YYYYMM    PIC 9(6) VALUE 0.
       77 WS-RWD-PTS-1          PIC -(9)9.
       77 WS-RWD-PTS-2          PIC -(9)9.
       77 WS-RWD-PTS-3          PIC -(9)9.
       77 WS-RWD-PTS-4          PIC -(9)9.

      *> Spending-by-category accumulation, reset per card: one slot
      *> per category code seen in the period's charges.
       77 WS-CAL-ACTING         PIC X(10) VALUE SPACES.
       77 WS-CAL-RET-CODE       PIC S9(4) COMP.

      *> Statement delivery - on the closing run each statement goes
      *> to the print vendor (paper), gets an inbox notice
      *> (electronic), or both, per the profile's preference. Paper
      *> to an address the vendor reported as returned, or with no
      *> address on file, is held rather than sent.
       77 WS-VND-STATUS         PIC XX VALUE SPACES.
       77 WS-VND-OPEN           PIC X VALUE "N".
           88 VND-FILE-OPEN       VALUE "Y".
       77 WS-RTN-STATUS         PIC XX VALUE SPACES.
       77 WS-RTN-READ           PIC 9(5) COMP VALUE 0.
       77 WS-STMT-TO-VENDOR     PIC X VALUE "N".
           88 STMT-TO-VENDOR      VALUE "Y".
       77 WS-STMT-HELD          PIC X VALUE "N".
           88 STMT-HELD           VALUE "Y".
       77 WS-STMT-NOTICE        PIC X VALUE "N".
           88 STMT-NOTICE         VALUE "Y".
       77 WS-HELD-REASON        PIC X(30) VALUE SPACES.
       77 WS-HELD-RECOUNT       PIC X VALUE "N".
           88 HELD-RECOUNT        VALUE "Y".
       77 WS-VND-LINES          PIC 9(4) COMP VALUE 0.
       77 WS-VND-STMTS          PIC 9(7) VALUE 0.
       77 WS-VND-PAGES          PIC 9(9) VALUE 0.
       77 WS-VND-TOTAL-LINES    PIC 9(9) VALUE 0.
       77 WS-VND-HELD           PIC 9(7) VALUE 0.
       77 WS-VND-NOTICES        PIC 9(7) VALUE 0.
       77 WS-PAGE-LINES         PIC 9(3) COMP VALUE 50.
       77 WS-PAGE-COUNT         PIC 9(3) VALUE 0.
      *> the month's insert codes (STMT-INSERTS switch, up to four
      *> codes separated by spaces) go in every paper envelope; an
      *> overdrawn account also gets the OVDR notice insert.
       01 WS-RUN-INSERTS.
           05 WS-RUN-INSERT      PIC X(4) OCCURS 4 TIMES.
       77 WS-INS-IDX            PIC 9(2) COMP VALUE 0.
       77 WS-INS-SLOT           PIC 9(2) COMP VALUE 0.
       77 WS-CTL-KEY            PIC X(20) VALUE SPACES.
       77 WS-CTL-VALUE          PIC X(40) VALUE SPACES.
       77 WS-SYS-RET-CODE       PIC S9(4) COMP.
       77 WS-TIMESTAMP          PIC X(14) VALUE SPACES.
       77 WS-CDT-TIME-RAW       PIC 9(8) VALUE 0.
       77 WS-PROF-USER          PIC X(10) VALUE SPACES.
       77 WS-PROF-RET-CODE      PIC S9(4) COMP.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-PF-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-PF-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-PF-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-PF-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-PF-FIELD-COUNT==.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-NT-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-NT-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-NT-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-NT-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-NT-FIELD-COUNT==.
       77 WS-NT-RET-CODE        PIC S9(4) COMP.

      *> Restart/checkpoint bookkeeping
       77 WS-CKPT-JOB-NAME      PIC X(20) VALUE "STATEMENT-RPT".
       77 WS-CKPT-LAST-KEY      PIC X(10) VALUE SPACES.
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
           PERFORM 1100-READ-RETURNED-MAIL
           IF CLOSING-RUN
               PERFORM 1200-LOAD-INSERT-CODES
           END-IF

           OPEN INPUT TRANSFER-MASTER-FILE
           IF WS-TRN-STATUS = "00"
           OPEN INPUT CARD-AUTH-FILE
           IF WS-AUTH-STATUS = "00"
               SET AUTH-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               SET ACCT-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT REWARDS-FILE
           IF WS-RWD-STATUS = "00"
               SET RWD-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT EOD-BALANCE-FILE
           IF WS-EOD-STATUS = "00"
               SET EOD-FILE-OPEN TO TRUE
           END-IF
           IF WS-STMT-YYYYMM(5:2) = "12"
               COMPUTE WS-RWD-NEXT-YYYYMM = WS-STMT-YYYYMM + 89
           ELSE
               COMPUTE WS-RWD-NEXT-YYYYMM = WS-STMT-YYYYMM + 1
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 1100-READ-RETURNED-MAIL - one mail-returned op per line of
      *> the print vendor's returned-mail file, ahead of tonight's
      *> statements; no file means nothing came back.
      *> ----------------------------------------------------------------
       1100-READ-RETURNED-MAIL.
           OPEN INPUT RETURNED-MAIL-FILE
           IF WS-RTN-STATUS NOT = "00"
               DISPLAY "No returned-mail file from the print vendor."
               EXIT PARAGRAPH
           END-IF
           READ RETURNED-MAIL-FILE
           PERFORM UNTIL WS-RTN-STATUS NOT = "00"
               IF RTNM-USER-ID NOT = SPACES
                   ADD 1 TO WS-RTN-READ
                   MOVE RTNM-USER-ID TO WS-PROF-USER
                   MOVE "addr1" TO WS-PF-FIELD-NAME(1)
                   MOVE RTNM-ADDR-LINE1 TO WS-PF-FIELD-VALUE(1)
                   MOVE "postal" TO WS-PF-FIELD-NAME(2)
                   MOVE RTNM-POSTAL TO WS-PF-FIELD-VALUE(2)
                   MOVE "on" TO WS-PF-FIELD-NAME(3)
                   MOVE RTNM-RETURNED-ON TO WS-PF-FIELD-VALUE(3)
                   MOVE 3 TO WS-PF-FIELD-COUNT
                   CALL "BLM-PROFILE-CONTROLLER" USING
                        "mail-returned", WS-PF-FIELDS,
                        WS-PF-FIELD-COUNT, WS-PROF-USER,
                        WS-PROF-RET-CODE
               END-IF
               READ RETURNED-MAIL-FILE
           END-PERFORM
           CLOSE RETURNED-MAIL-FILE
           DISPLAY "Returned mail read back: " WS-RTN-READ.
           EXIT.

       1200-LOAD-INSERT-CODES.
           MOVE SPACES TO WS-RUN-INSERTS
           MOVE "STMT-INSERTS" TO WS-CTL-KEY
           MOVE SPACES TO WS-CTL-VALUE
           CALL "BLM-SYSCTL-CONTROLLER" USING "GET", WS-CTL-KEY,
                WS-CTL-VALUE, WS-SYS-RET-CODE
           IF WS-SYS-RET-CODE = 0 AND WS-CTL-VALUE NOT = SPACES
               UNSTRING WS-CTL-VALUE DELIMITED BY ALL SPACE
                   INTO WS-RUN-INSERT(1) WS-RUN-INSERT(2)
                        WS-RUN-INSERT(3) WS-RUN-INSERT(4)
           END-IF.
           EXIT.

               CALL "BLM-CHECKPOINT-CONTROLLER" USING "LOAD",
                    WS-CKPT-JOB-NAME, WS-CKPT-LAST-KEY, WS-CKPT-FOUND,
                    WS-CKPT-RET-CODE
               IF CLOSING-RUN
                   PERFORM 2050-OPEN-VENDOR-FILE
               END-IF
               IF CKPT-FOUND
                   DISPLAY "Resuming after checkpoint " WS-CKPT-LAST-KEY
                   IF CLOSING-RUN
                       PERFORM 2060-RECOUNT-HELD
                   END-IF
                   MOVE WS-CKPT-LAST-KEY TO USER-ID
                   START USER-MASTER-FILE KEY IS GREATER THAN USER-ID
               END-IF
           MOVE 0 TO WS-SENT-TOTAL
           MOVE 0 TO WS-RECEIVED-TOTAL
           MOVE 0 TO WS-PAYMENT-TOTAL
           PERFORM 2102-SET-DELIVERY

           DISPLAY " "
           DISPLAY "==================================================="
                      " **" DELIMITED BY SIZE INTO STMT-LINE-TEXT
               PERFORM 2160-ARCHIVE-LINE
           END-IF
           MOVE WS-STMT-USER-ID TO WS-EOD-ACCOUNT
           MOVE SPACES TO WS-EOD-INDENT
           PERFORM 2180-PRINT-BALANCE-HISTORY

           PERFORM 2170-LIST-DEPOSIT-ACCOUNTS
           PERFORM 2110-LIST-TRANSFERS-SENT
           PERFORM 2120-LIST-TRANSFERS-RECEIVED
           PERFORM 2130-LIST-PAYMENTS
                  WS-RECEIVED-TOTAL " payments " WS-PAYMENT-TOTAL
                  DELIMITED BY SIZE INTO STMT-LINE-TEXT
           PERFORM 2160-ARCHIVE-LINE
           PERFORM 2190-FINISH-DELIVERY
           ADD 1 TO WS-USERS-STATED.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2050-OPEN-VENDOR-FILE - opens the print vendor's interface
      *> file for the closing run. A run resuming from a checkpoint
      *> extends what the interrupted run wrote, first recounting it
      *> so the control trailer still covers the whole file.
      *> ----------------------------------------------------------------
       2050-OPEN-VENDOR-FILE.
           IF CKPT-FOUND
               OPEN INPUT STMT-VENDOR-FILE
               IF WS-VND-STATUS = "00"
                   READ STMT-VENDOR-FILE
                   PERFORM UNTIL WS-VND-STATUS NOT = "00"
                       IF SVND-END
                           ADD 1 TO WS-VND-STMTS
                           ADD SVND-PAGE-COUNT TO WS-VND-PAGES
                           ADD SVND-LINE-COUNT TO WS-VND-TOTAL-LINES
                       END-IF
                       READ STMT-VENDOR-FILE
                   END-PERFORM
                   CLOSE STMT-VENDOR-FILE
               END-IF
               OPEN EXTEND STMT-VENDOR-FILE
           ELSE
               OPEN OUTPUT STMT-VENDOR-FILE
           END-IF
           IF WS-VND-STATUS = "00"
               SET VND-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Cannot open the print vendor file, status "
                       WS-VND-STATUS
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2060-RECOUNT-HELD - a resumed closing run recounts the paper
      *> statements the interrupted run held, since held statements
      *> leave nothing in the vendor file: every active customer up
      *> to the checkpoint goes back through the delivery decision,
      *> with nothing written.
      *> ----------------------------------------------------------------
       2060-RECOUNT-HELD.
           MOVE "Y" TO WS-HELD-RECOUNT
           MOVE LOW-VALUES TO USER-ID
           START USER-MASTER-FILE KEY IS NOT LESS THAN USER-ID
           IF WS-FILE-STATUS = "00"
               READ USER-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       OR USER-ID > WS-CKPT-LAST-KEY
                   IF USER-STATUS-ACTIVE
                       MOVE USER-ID TO WS-STMT-USER-ID
                       PERFORM 2102-SET-DELIVERY
                       IF STMT-HELD
                           ADD 1 TO WS-VND-HELD
                       END-IF
                   END-IF
                   READ USER-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           MOVE "N" TO WS-HELD-RECOUNT.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2102-SET-DELIVERY - decides, on the closing run, where this
      *> statement goes: the print vendor (opening its address block
      *> here, ahead of the first line), an inbox notice, or both.
      *> Paper with no usable address is held instead.
      *> ----------------------------------------------------------------
       2102-SET-DELIVERY.
           MOVE "N" TO WS-STMT-TO-VENDOR
           MOVE "N" TO WS-STMT-HELD
           MOVE "N" TO WS-STMT-NOTICE
           MOVE 0 TO WS-VND-LINES
           IF NOT CLOSING-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROFILE-RECORD
           MOVE "99" TO WS-PROF-STATUS
           IF PROF-FILE-OPEN
               MOVE WS-STMT-USER-ID TO PROF-USER-ID
               READ PROFILE-MASTER-FILE KEY IS PROF-USER-ID
           END-IF
           IF WS-PROF-STATUS NOT = "00"
               MOVE SPACES TO PROFILE-RECORD
           END-IF
           IF PROF-STMT-ELECTRONIC OR PROF-STMT-BOTH
               MOVE "Y" TO WS-STMT-NOTICE
           END-IF
           IF PROF-STMT-ELECTRONIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-PROF-STATUS NOT = "00"
                       OR PROF-ADDR-LINE1 = SPACES
                   MOVE "Y" TO WS-STMT-HELD
                   MOVE "no address on file" TO WS-HELD-REASON
               WHEN PROF-ADDR-RETURNED
                   MOVE "Y" TO WS-STMT-HELD
                   MOVE "mail returned" TO WS-HELD-REASON
               WHEN NOT VND-FILE-OPEN
                   MOVE "Y" TO WS-STMT-HELD
                   MOVE "vendor file unavailable" TO WS-HELD-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-STMT-TO-VENDOR
                   MOVE SPACES TO STMT-VENDOR-RECORD
                   SET SVND-ADDRESS TO TRUE
                   MOVE WS-STMT-USER-ID TO SVND-USER-ID
                   MOVE WS-STMT-YYYYMM TO SVND-PERIOD
                   MOVE PROF-LEGAL-NAME TO SVND-NAME
                   MOVE PROF-ADDR-LINE1 TO SVND-ADDR-LINE1
                   MOVE PROF-ADDR-LINE2 TO SVND-ADDR-LINE2
                   MOVE PROF-CITY TO SVND-CITY
                   MOVE PROF-POSTAL TO SVND-POSTAL
                   IF NOT HELD-RECOUNT
                       WRITE STMT-VENDOR-RECORD
                   END-IF
           END-EVALUATE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2190-FINISH-DELIVERY - closes the statement's vendor entry
      *> with its line and page counts and insert codes, reports a
      *> held paper statement, and posts the customer's notice.
      *> ----------------------------------------------------------------
       2190-FINISH-DELIVERY.
           IF STMT-TO-VENDOR
               MOVE SPACES TO STMT-VENDOR-RECORD
               SET SVND-END TO TRUE
               MOVE WS-STMT-USER-ID TO SVND-USER-ID
               MOVE WS-STMT-YYYYMM TO SVND-PERIOD
               MOVE WS-VND-LINES TO SVND-LINE-COUNT
               COMPUTE WS-PAGE-COUNT =
                       (WS-VND-LINES + WS-PAGE-LINES - 1)
                       / WS-PAGE-LINES
               MOVE WS-PAGE-COUNT TO SVND-PAGE-COUNT
               MOVE 0 TO WS-INS-SLOT
               PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                       UNTIL WS-INS-IDX > 4
                   IF WS-RUN-INSERT(WS-INS-IDX) NOT = SPACES
                       ADD 1 TO WS-INS-SLOT
                       MOVE WS-RUN-INSERT(WS-INS-IDX)
                            TO SVND-INSERT-CODE(WS-INS-SLOT)
                   END-IF
               END-PERFORM
               IF USER-ACCOUNT-BALANCE < 0
                   ADD 1 TO WS-INS-SLOT
                   MOVE "OVDR" TO SVND-INSERT-CODE(WS-INS-SLOT)
               END-IF
               WRITE STMT-VENDOR-RECORD
               ADD 1 TO WS-VND-STMTS
               ADD WS-PAGE-COUNT TO WS-VND-PAGES
               ADD WS-VND-LINES TO WS-VND-TOTAL-LINES
           END-IF
           IF STMT-HELD
               ADD 1 TO WS-VND-HELD
               DISPLAY "  ** paper statement held: " WS-HELD-REASON
                       " **"
               MOVE "STMT-HELD" TO WS-NT-FIELD-VALUE(2)
               MOVE SPACES TO WS-NT-FIELD-VALUE(3)
               STRING "Your paper statement for " WS-STMT-YYYYMM
                      " is held: please update your mailing "
                      "address." DELIMITED BY SIZE
                      INTO WS-NT-FIELD-VALUE(3)
               PERFORM 2195-POST-STMT-NOTICE
           END-IF
           IF STMT-NOTICE
               ADD 1 TO WS-VND-NOTICES
               MOVE "STMT-READY" TO WS-NT-FIELD-VALUE(2)
               MOVE SPACES TO WS-NT-FIELD-VALUE(3)
               STRING "Your statement for " WS-STMT-YYYYMM
                      " is ready to view." DELIMITED BY SIZE
                      INTO WS-NT-FIELD-VALUE(3)
               PERFORM 2195-POST-STMT-NOTICE
           END-IF.
           EXIT.

       2195-POST-STMT-NOTICE.
           MOVE "user" TO WS-NT-FIELD-NAME(1)
           MOVE WS-STMT-USER-ID TO WS-NT-FIELD-VALUE(1)
           MOVE "event" TO WS-NT-FIELD-NAME(2)
           MOVE "text" TO WS-NT-FIELD-NAME(3)
           MOVE 3 TO WS-NT-FIELD-COUNT
           CALL "BLM-NOTIFY-CONTROLLER" USING "post", WS-NT-FIELDS,
                WS-NT-FIELD-COUNT, WS-STMT-USER-ID, WS-NT-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2160-ARCHIVE-LINE - files the line just printed (left in
      *> STMT-LINE-TEXT) to the statement archive for the current
           MOVE WS-STMT-USER-ID TO STMT-USER-ID
           MOVE WS-STMT-YYYYMM TO STMT-PERIOD
           CALL "BLM-STMT-ARCHIVE" USING "WRITE", WS-STMT-LINE,
                WS-ARCH-RET-CODE
           IF STMT-TO-VENDOR
               ADD 1 TO WS-VND-LINES
               MOVE SPACES TO STMT-VENDOR-RECORD
               SET SVND-LINE TO TRUE
               MOVE WS-STMT-USER-ID TO SVND-USER-ID
               MOVE WS-STMT-YYYYMM TO SVND-PERIOD
               MOVE WS-VND-LINES TO SVND-LINE-NO
               MOVE STMT-LINE-TEXT OF WS-STMT-LINE TO SVND-LINE-TEXT
               WRITE STMT-VENDOR-RECORD
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
                              DELIMITED BY SIZE INTO STMT-LINE-TEXT
                       PERFORM 2160-ARCHIVE-LINE
                       PERFORM 2145-LIST-CARD-CHARGES
                       PERFORM 2148-PRINT-REWARDS-SECTION
                       READ CARD-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
           END-PERFORM.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2148-PRINT-REWARDS-SECTION - the card's rewards points: this
      *> period's movements by kind, the balance as of the run, and
      *> the points due to expire by the end of next month. A card
      *> with nothing on the points ledger prints no section.
      *> ----------------------------------------------------------------
       2148-PRINT-REWARDS-SECTION.
           IF NOT RWD-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RWD-ROWS WS-RWD-EARNED WS-RWD-REVERSED
           MOVE 0 TO WS-RWD-REDEEMED WS-RWD-EXPIRED WS-RWD-BALANCE
           MOVE 0 TO WS-RWD-EXPIRING
           MOVE CARD-ID TO RWD-CARD-ID
           MOVE 0 TO RWD-SEQ
           START REWARDS-FILE KEY IS NOT LESS THAN RWD-KEY
           IF WS-RWD-STATUS = "00"
               READ REWARDS-FILE NEXT RECORD
               PERFORM UNTIL WS-RWD-STATUS NOT = "00"
                       OR RWD-CARD-ID NOT = CARD-ID
                   ADD 1 TO WS-RWD-ROWS
                   ADD RWD-POINTS TO WS-RWD-BALANCE
                   IF RWD-POSTED-AT(1:6) = WS-STMT-YYYYMM
                       EVALUATE TRUE
                           WHEN RWD-EARN
                               ADD RWD-POINTS TO WS-RWD-EARNED
                           WHEN RWD-REVERSAL
                               ADD RWD-POINTS TO WS-RWD-REVERSED
                           WHEN RWD-REDEEM
                               ADD RWD-POINTS TO WS-RWD-REDEEMED
                           WHEN RWD-EXPIRY
                               ADD RWD-POINTS TO WS-RWD-EXPIRED
                       END-EVALUATE
                   END-IF
                   IF RWD-EARN AND RWD-LOT-LEFT > 0
                           AND RWD-EXPIRES(1:6) <= WS-RWD-NEXT-YYYYMM
                       ADD RWD-LOT-LEFT TO WS-RWD-EXPIRING
                   END-IF
                   READ REWARDS-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF WS-RWD-ROWS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RWD-EARNED TO WS-RWD-PTS-1
           MOVE WS-RWD-REVERSED TO WS-RWD-PTS-2
           MOVE WS-RWD-REDEEMED TO WS-RWD-PTS-3
           MOVE WS-RWD-EXPIRED TO WS-RWD-PTS-4
           DISPLAY "    REWARDS earned " WS-RWD-PTS-1 " reversed "
                   WS-RWD-PTS-2 " redeemed " WS-RWD-PTS-3
                   " expired " WS-RWD-PTS-4
           MOVE SPACES TO STMT-LINE-TEXT
           STRING "    REWARDS earned " WS-RWD-PTS-1 " reversed "
                  WS-RWD-PTS-2 " redeemed " WS-RWD-PTS-3
                  " expired " WS-RWD-PTS-4
                  DELIMITED BY SIZE INTO STMT-LINE-TEXT
           PERFORM 2160-ARCHIVE-LINE
           MOVE WS-RWD-BALANCE TO WS-RWD-PTS-1
           MOVE WS-RWD-EXPIRING TO WS-RWD-PTS-2
           DISPLAY "    POINTS  balance " WS-RWD-PTS-1
                   " expiring by " WS-RWD-NEXT-YYYYMM " "
                   WS-RWD-PTS-2
           MOVE SPACES TO STMT-LINE-TEXT
           STRING "    POINTS  balance " WS-RWD-PTS-1
                  " expiring by " WS-RWD-NEXT-YYYYMM " "
                  WS-RWD-PTS-2
                  DELIMITED BY SIZE INTO STMT-LINE-TEXT
           PERFORM 2160-ARCHIVE-LINE.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2150-LIST-LOANS - the user's loans and their outstanding
      *> balance, as of the statement date.
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2170-LIST-DEPOSIT-ACCOUNTS - every deposit account the user
      *> holds, open or closed this period. The primary account's
      *> money is the balance printed above (USER-ACCOUNT-BALANCE);
      *> the others carry their own.
      *> ----------------------------------------------------------------
       2170-LIST-DEPOSIT-ACCOUNTS.
           IF NOT ACCT-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STMT-USER-ID TO DACC-USER-ID
           START DEPOSIT-ACCOUNT-FILE KEY IS = DACC-USER-ID
           IF WS-ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
           PERFORM UNTIL WS-ACCT-STATUS NOT = "00"
                   OR DACC-USER-ID NOT = WS-STMT-USER-ID
               IF DACC-ACTIVE
                   OR DACC-CLOSED-AT(1:6) = WS-STMT-YYYYMM
                   PERFORM 2175-PRINT-DEPOSIT-ACCOUNT
               END-IF
               READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
           END-PERFORM.
           EXIT.

       2175-PRINT-DEPOSIT-ACCOUNT.
           IF DACC-IS-PRIMARY
               MOVE USER-ACCOUNT-BALANCE TO WS-ACCT-BALANCE
           ELSE
               MOVE DACC-BALANCE TO WS-ACCT-BALANCE
           END-IF
           IF DACC-SAVINGS
               MOVE "SAVINGS" TO WS-ACCT-TYPE-TEXT
           ELSE
               MOVE "CHECKING" TO WS-ACCT-TYPE-TEXT
           END-IF
           MOVE SPACES TO WS-ACCT-MARKER
           EVALUATE TRUE
               WHEN DACC-CLOSED
                   MOVE " CLOSED" TO WS-ACCT-MARKER
               WHEN WS-ACCT-BALANCE < 0
                   MOVE " OVERDRAWN" TO WS-ACCT-MARKER
           END-EVALUATE
           DISPLAY "  ACCOUNT  " DACC-ACCT-NO " " WS-ACCT-TYPE-TEXT
                   " " DACC-NICKNAME " balance " WS-ACCT-BALANCE
                   WS-ACCT-MARKER
           MOVE SPACES TO STMT-LINE-TEXT
           STRING "  ACCOUNT  " DACC-ACCT-NO " " WS-ACCT-TYPE-TEXT
                  " " DACC-NICKNAME " balance " WS-ACCT-BALANCE
                  WS-ACCT-MARKER
                  DELIMITED BY SIZE INTO STMT-LINE-TEXT
           PERFORM 2160-ARCHIVE-LINE
      *>   the primary account's history is the user-id rows already
      *>   printed under the balance.
           IF NOT DACC-IS-PRIMARY
               MOVE DACC-ACCT-NO TO WS-EOD-ACCOUNT
               MOVE "    " TO WS-EOD-INDENT
               PERFORM 2180-PRINT-BALANCE-HISTORY
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> 2180-PRINT-BALANCE-HISTORY - folds WS-EOD-ACCOUNT's end-of-day
      *> snapshots for the statement period into its average daily
      *> balance and the overdraft interest accrued, and prints them
      *> (the interest only when there is some). An account with no
      *> snapshots this period prints nothing.
      *> ----------------------------------------------------------------
       2180-PRINT-BALANCE-HISTORY.
           IF NOT EOD-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOD-SUM
           MOVE 0 TO WS-EOD-DAYS
           MOVE 0 TO WS-EOD-OD-SUM
           MOVE WS-EOD-ACCOUNT TO EOD-ACCOUNT-ID
           MOVE SPACES TO EOD-DATE
           STRING WS-STMT-YYYYMM "01" DELIMITED BY SIZE
               INTO EOD-DATE
           START EOD-BALANCE-FILE KEY IS NOT LESS THAN EOD-KEY
           IF WS-EOD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ EOD-BALANCE-FILE NEXT RECORD
           PERFORM UNTIL WS-EOD-STATUS NOT = "00"
                   OR EOD-ACCOUNT-ID NOT = WS-EOD-ACCOUNT
                   OR EOD-DATE(1:6) NOT = WS-STMT-YYYYMM
               ADD EOD-BALANCE TO WS-EOD-SUM
               ADD 1 TO WS-EOD-DAYS
               ADD EOD-OD-INTEREST TO WS-EOD-OD-SUM
               READ EOD-BALANCE-FILE NEXT RECORD
           END-PERFORM
           IF WS-EOD-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EOD-AVERAGE ROUNDED = WS-EOD-SUM / WS-EOD-DAYS
           COMPUTE WS-EOD-OD-ACCRUED ROUNDED = WS-EOD-OD-SUM
           DISPLAY WS-EOD-INDENT "Average daily balance: "
                   WS-EOD-AVERAGE " over " WS-EOD-DAYS " days"
           MOVE SPACES TO STMT-LINE-TEXT
           STRING WS-EOD-INDENT "Average daily balance: "
                  WS-EOD-AVERAGE " over " WS-EOD-DAYS " days"
                  DELIMITED BY SIZE INTO STMT-LINE-TEXT
           PERFORM 2160-ARCHIVE-LINE
           IF WS-EOD-OD-ACCRUED > 0
               DISPLAY WS-EOD-INDENT "Overdraft interest accrued "
                       "this period: " WS-EOD-OD-ACCRUED
               MOVE SPACES TO STMT-LINE-TEXT
               STRING WS-EOD-INDENT "Overdraft interest accrued "
                      "this period: " WS-EOD-OD-ACCRUED
                      DELIMITED BY SIZE INTO STMT-LINE-TEXT
               PERFORM 2160-ARCHIVE-LINE
           END-IF.
           EXIT.

       9000-FINISH.
           IF TRN-FILE-OPEN
               CLOSE TRANSFER-MASTER-FILE
           IF AUTH-FILE-OPEN
               CLOSE CARD-AUTH-FILE
           END-IF
           IF ACCT-FILE-OPEN
               CLOSE DEPOSIT-ACCOUNT-FILE
           END-IF
           IF RWD-FILE-OPEN
               CLOSE REWARDS-FILE
           END-IF
           IF EOD-FILE-OPEN
               CLOSE EOD-BALANCE-FILE
           END-IF
           IF VND-FILE-OPEN
               MOVE SPACES TO STMT-VENDOR-RECORD
               SET SVND-TRAILER TO TRUE
               MOVE WS-STMT-YYYYMM TO SVND-PERIOD
               MOVE WS-VND-STMTS TO SVND-STMT-COUNT
               MOVE WS-VND-PAGES TO SVND-TOTAL-PAGES
               MOVE WS-VND-TOTAL-LINES TO SVND-TOTAL-LINES
               MOVE WS-VND-HELD TO SVND-HELD-COUNT
               ACCEPT WS-CDT-TIME-RAW FROM TIME
               STRING WS-TODAY-DATE WS-CDT-TIME-RAW(1:6)
                      DELIMITED BY SIZE INTO WS-TIMESTAMP
               MOVE WS-TIMESTAMP TO SVND-CREATED-AT
               WRITE STMT-VENDOR-RECORD
               CLOSE STMT-VENDOR-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Statements printed: " WS-USERS-STATED.
           IF CLOSING-RUN
               DISPLAY "To print vendor: " WS-VND-STMTS
                       " statements, " WS-VND-PAGES " pages"
               DISPLAY "Paper held: " WS-VND-HELD
                       ", e-statement notices: " WS-VND-NOTICES
           END-IF
           MOVE SPACES TO WS-RUN-ENTRY
           MOVE "STATEMENT-RPT" TO RUN-JOB-NAME OF WS-RUN-ENTRY
           SET RUN-END OF WS-RUN-ENTRY TO TRUE
           MOVE WS-USERS-STATED TO RUN-RECORDS OF WS-RUN-ENTRY
           MOVE WS-VND-HELD TO RUN-EXCEPTIONS OF WS-RUN-ENTRY
           MOVE 0 TO RUN-RET-CODE OF WS-RUN-ENTRY
           CALL "BLM-RUNLOG-CONTROLLER" USING "LOG", WS-RUN-ENTRY,
                WS-RUNLOG-RET-CODE
