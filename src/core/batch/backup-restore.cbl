      *>          mismatch refuses to touch anything live.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - ACCTMSTR and CHKHOLD restore alongside
      *>                     the rest of the generation.
      *>   25/10/2025 - jm - TDMSTR and CARDAUTH restore alongside
      *>                     the rest of the generation.
      *>   20/10/2025 - jm - First cut: run as
                 RECORD KEY IS AUTH-ID
                 ALTERNATE RECORD KEY IS AUTH-CARD-ID WITH DUPLICATES
                 FILE STATUS IS WS-TGT-STATUS.
             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-TGT-STATUS.
             SELECT CHECK-HOLD-FILE ASSIGN TO "CHKHOLD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CHKH-ID
                 ALTERNATE RECORD KEY IS CHKH-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-TGT-STATUS.
             SELECT BACKUP-DATA-FILE ASSIGN TO WS-BACKUP-NAME
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-BKP-STATUS.
       FD  CARD-AUTH-FILE
           LABEL RECORD STANDARD.
           COPY "card-auth.cpy".
       FD  DEPOSIT-ACCOUNT-FILE
           LABEL RECORD STANDARD.
           COPY "deposit-account.cpy".
       FD  CHECK-HOLD-FILE
           LABEL RECORD STANDARD.
           COPY "check-hold.cpy".
       FD  BACKUP-DATA-FILE
           LABEL RECORD STANDARD.
      *> must match BLM-BACKUP-GEN's buffer and stay comfortably
               DISPLAY "Usage: backup-restore <generation> <file>"
               DISPLAY "Files: USRMSTR CARDMSTR TRNMSTR PAYMSTR "
                       "LOANMSTR LOANSCHD JRNLLOG FEEMSTR "
                       "LIMITMSTR SEQMSTR SYSCTL TDMSTR CARDAUTH "
                       "ACCTMSTR CHKHOLD"
               EXIT PARAGRAPH
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
                   PERFORM 3120-RELOAD-TDMSTR
               WHEN "CARDAUTH"
                   PERFORM 3130-RELOAD-CARDAUTH
               WHEN "ACCTMSTR"
                   PERFORM 3140-RELOAD-ACCTMSTR
               WHEN "CHKHOLD"
                   PERFORM 3150-RELOAD-CHKHOLD
               WHEN OTHER
                   DISPLAY "Unknown file " WS-RESTORE-FILE
                   MOVE 8 TO RETURN-CODE
           CLOSE CARD-AUTH-FILE.
           EXIT.

       3140-RELOAD-ACCTMSTR.
           OPEN OUTPUT DEPOSIT-ACCOUNT-FILE
           READ BACKUP-DATA-FILE
           PERFORM UNTIL WS-BKP-STATUS NOT = "00"
               MOVE BACKUP-DATA-RECORD TO DEPOSIT-ACCOUNT-RECORD
               WRITE DEPOSIT-ACCOUNT-RECORD
               ADD 1 TO WS-LOADED-COUNT
               READ BACKUP-DATA-FILE
           END-PERFORM
           CLOSE DEPOSIT-ACCOUNT-FILE.
           EXIT.

       3150-RELOAD-CHKHOLD.
           OPEN OUTPUT CHECK-HOLD-FILE
           READ BACKUP-DATA-FILE
           PERFORM UNTIL WS-BKP-STATUS NOT = "00"
               MOVE BACKUP-DATA-RECORD TO CHECK-HOLD-RECORD
               WRITE CHECK-HOLD-RECORD
               ADD 1 TO WS-LOADED-COUNT
               READ BACKUP-DATA-FILE
           END-PERFORM
           CLOSE CHECK-HOLD-FILE.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           IF WS-LOADED-COUNT = WS-MANIFEST-COUNT
