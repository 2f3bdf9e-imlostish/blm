      *> ----------------------------------------------------------------
      *> Copybook: notify-pref.cpy
      *> Purpose: Record layout for NOTIFY-PREF-FILE, a customer's
      *>          choice of channel per notification event: email or
      *>          in-app inbox only. The row with the event "*" is the
      *>          customer's choice for every event without a row of
      *>          its own.
      *> ----------------------------------------------------------------
       01 NOTIFY-PREF-RECORD.
           05 NPRF-KEY.
               10 NPRF-USER-ID        PIC X(10).
               10 NPRF-EVENT          PIC X(20).
      *> E = email, I = in-app inbox only.
           05 NPRF-CHANNEL        PIC X(1).
               88 NPRF-EMAIL        VALUE "E".
               88 NPRF-INBOX-ONLY   VALUE "I".
           05 NPRF-UPDATED-AT     PIC X(14).
           05 FILLER              PIC X(10).
