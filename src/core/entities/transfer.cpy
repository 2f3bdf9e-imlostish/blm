      *> Purpose: Master record layout for TRANSFER-MASTER-FILE.
      *> LAYOUT NOTE: the record grew past its original FILLER when
      *>   the settlement leg, reversal link and value date were
      *>   added (113 -> 149 bytes). A TRNMSTR file written under the
      *>   old layout must be rebuilt before programs compiled with
      *>   this copybook touch it: unload it with BLM-TXN-EXPORT
      *>   under the old build, recreate the file, and reload -
      *>   done in the same maintenance window as the one-time
      *>   BLM-SEQ-SEED run. It grew again (149 -> 169 bytes) for
      *>   the deposit-account legs; the same unload/recreate/reload
      *>   applies.
      *> ----------------------------------------------------------------
       01 TRANSFER-RECORD.
           05 TRANSFER-ID          PIC X(10).
           05 TRANSFER-FROM-USER   PIC X(10).
           05 TRANSFER-TO-USER     PIC X(10).
      *> a send to a beneficiary at another bank carries this in
      *> place of a user id; the routing/account detail lives on the
      *> outbound queue row (EXTXFER) under the same TRANSFER-ID.
               88 TRANSFER-TO-EXTERNAL VALUE "EXTERNAL".
           05 TRANSFER-AMOUNT      PIC 9(9)V99.
           05 TRANSFER-CURRENCY    PIC X(3).
           05 TRANSFER-STATUS      PIC X(1).
      *> a future-dated send is booked PENDING with the date it
      *> should move; the nightly release batch completes it then.
           05 TRANSFER-VALUE-DATE  PIC X(8).
      *> the deposit account each leg posts to when it is not the
      *> customer's primary (cash-balance) account; blank means the
      *> primary, as on every transfer written before accounts.
           05 TRANSFER-FROM-ACCT   PIC X(10).
           05 TRANSFER-TO-ACCT     PIC X(10).
           05 FILLER               PIC X(01).
