      *>          statements.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - ACCTMSTR (the secondary deposit accounts'
      *>                     own balances) and CHKHOLD (the check
      *>                     holds that keep deposits out of the
      *>                     available balance) join the generation,
      *>                     so a restore and forward recovery bring
      *>                     them back with the rest.
      *>   25/10/2025 - jm - TDMSTR (customers' locked-up principal)
      *>                     and CARDAUTH (the holds and captures the
      *>                     card recon and dispute workflow lean on)
                 RECORD KEY IS AUTH-ID
                 ALTERNATE RECORD KEY IS AUTH-CARD-ID WITH DUPLICATES
                 FILE STATUS IS WS-SRC-STATUS.
             SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DACC-ACCT-NO
                 ALTERNATE RECORD KEY IS DACC-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-SRC-STATUS.
             SELECT CHECK-HOLD-FILE ASSIGN TO "CHKHOLD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CHKH-ID
                 ALTERNATE RECORD KEY IS CHKH-USER-ID WITH DUPLICATES
                 FILE STATUS IS WS-SRC-STATUS.
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
      *> must stay comfortably larger than the biggest master record
           PERFORM 2110-UNLOAD-SYSCTL
           PERFORM 2120-UNLOAD-TDMSTR
           PERFORM 2130-UNLOAD-CARDAUTH
           PERFORM 2140-UNLOAD-ACCTMSTR
           PERFORM 2150-UNLOAD-CHKHOLD
           PERFORM 9000-FINISH
           STOP RUN.

           PERFORM 8100-SEAL-BACKUP.
           EXIT.

       2140-UNLOAD-ACCTMSTR.
           MOVE "ACCTMSTR" TO WS-CURRENT-FILE
           PERFORM 8000-OPEN-BACKUP
           OPEN INPUT DEPOSIT-ACCOUNT-FILE
           IF WS-SRC-STATUS = "00"
               MOVE LOW-VALUES TO DACC-ACCT-NO
               START DEPOSIT-ACCOUNT-FILE
                   KEY IS NOT LESS THAN DACC-ACCT-NO
               IF WS-SRC-STATUS = "00"
                   READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
                   PERFORM UNTIL WS-SRC-STATUS NOT = "00"
                       MOVE SPACES TO BACKUP-DATA-RECORD
                       MOVE DEPOSIT-ACCOUNT-RECORD
                            TO BACKUP-DATA-RECORD
                       PERFORM 8200-WRITE-BACKUP-RECORD
                       READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE DEPOSIT-ACCOUNT-FILE
           END-IF
           PERFORM 8100-SEAL-BACKUP.
           EXIT.

       2150-UNLOAD-CHKHOLD.
           MOVE "CHKHOLD" TO WS-CURRENT-FILE
           PERFORM 8000-OPEN-BACKUP
           OPEN INPUT CHECK-HOLD-FILE
           IF WS-SRC-STATUS = "00"
               MOVE LOW-VALUES TO CHKH-ID
               START CHECK-HOLD-FILE
                   KEY IS NOT LESS THAN CHKH-ID
               IF WS-SRC-STATUS = "00"
                   READ CHECK-HOLD-FILE NEXT RECORD
                   PERFORM UNTIL WS-SRC-STATUS NOT = "00"
                       MOVE SPACES TO BACKUP-DATA-RECORD
                       MOVE CHECK-HOLD-RECORD
                            TO BACKUP-DATA-RECORD
                       PERFORM 8200-WRITE-BACKUP-RECORD
                       READ CHECK-HOLD-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE CHECK-HOLD-FILE
           END-IF
           PERFORM 8100-SEAL-BACKUP.
           EXIT.

       9000-FINISH.
           DISPLAY " "
           DISPLAY "Files backed up: " WS-FILES-BACKED-UP
