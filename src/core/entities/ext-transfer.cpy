      *> ----------------------------------------------------------------
      *> Copybook: ext-transfer.cpy
      *> Purpose: Record layout for EXTXFER-MASTER-FILE, the outbound
      *>          external-transfer queue. One row per transfer sent
      *>          to a beneficiary at another bank, keyed by the
      *>          TRANSFER-ID it belongs to: HELD while the transfer
      *>          waits on a value date or a checker, QUEUED once the
      *>          sender has been debited, SENT when the nightly
      *>          clearing file carries it, RETURNED when the bank's
      *>          returns file rejects it back, CANCELLED when the
      *>          transfer itself was rejected before any debit.
      *> ----------------------------------------------------------------
       01 EXT-TRANSFER-RECORD.
           05 EXT-ID              PIC X(10).
           05 EXT-USER-ID         PIC X(10).
      *> beneficiary bank routing number (nine digits, the last one a
      *> check digit) and the account number at that bank.
           05 EXT-ROUTING         PIC X(9).
           05 EXT-ACCOUNT         PIC X(17).
           05 EXT-BENEF-NAME      PIC X(30).
      *> the USD figure the sender was debited - what the clearing
      *> file carries and what a return puts back.
           05 EXT-AMOUNT          PIC 9(9)V99.
           05 EXT-STATUS          PIC X(1).
               88 EXT-HELD          VALUE "H".
               88 EXT-QUEUED        VALUE "Q".
               88 EXT-SENT          VALUE "S".
               88 EXT-RETURNED      VALUE "R".
               88 EXT-CANCELLED     VALUE "X".
           05 EXT-CREATED-AT      PIC X(14).
           05 EXT-QUEUED-AT       PIC X(14).
      *> the clearing batch that carried the item and its send date.
           05 EXT-BATCH-ID        PIC X(10).
           05 EXT-SENT-DATE       PIC X(8).
      *> the bank's return reason code and the date it was processed.
           05 EXT-RETURN-REASON   PIC X(3).
           05 EXT-RETURN-DATE     PIC X(8).
           05 FILLER              PIC X(10).
