      *> ----------------------------------------------------------------
      *> Copybook: letter-log.cpy
      *> Purpose: Record layout for LETTER-LOG-FILE, the proof-of-
      *>          mailing register: one row per letter the nightly
      *>          decision-letter job printed, keyed by letter type,
      *>          the item decided (application, limit request,
      *>          notice or account) and the decision date, so a rerun
      *>          never prints the same letter twice. The row keeps the
      *>          name and address the letter went to as they stood on
      *>          the day, and where in which print run it sits.
      *> ----------------------------------------------------------------
       01 LETTER-LOG-RECORD.
           05 LLOG-KEY.
               10 LLOG-TYPE           PIC X(2).
               10 LLOG-REF            PIC X(10).
               10 LLOG-DECIDED        PIC X(8).
           05 LLOG-USER-ID        PIC X(10).
           05 LLOG-REASON         PIC X(3).
           05 LLOG-NAME           PIC X(50).
           05 LLOG-ADDR-LINE1     PIC X(40).
           05 LLOG-POSTAL         PIC X(10).
      *> the run (YYYYMMDD plus time) that printed the letter, and its
      *> sequence number in that run's print file.
           05 LLOG-PRINTED-AT     PIC X(14).
           05 LLOG-SEQUENCE       PIC 9(5).
           05 FILLER              PIC X(20).
