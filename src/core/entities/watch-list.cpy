      *> ----------------------------------------------------------------
      *> Copybook: watch-list.cpy
      *> Purpose: Record layout for WATCH-LIST-FILE, the sanctions and
      *>          watch-list names the screening controller matches
      *>          customers, payees and transfer beneficiaries
      *>          against. The whole file is replaced each time
      *>          BLM-WATCHLIST-LOAD takes in a new list version; the
      *>          version loaded sits on the WATCHLIST-VERSION switch.
      *> ----------------------------------------------------------------
       01 WATCH-LIST-RECORD.
           05 WL-ENTRY-ID         PIC X(10).
           05 WL-NAME             PIC X(50).
      *> the sanctions programme or list the name was published on.
           05 WL-PROGRAM          PIC X(10).
           05 WL-ENTRY-TYPE       PIC X(1).
               88 WL-INDIVIDUAL     VALUE "I".
               88 WL-ENTITY         VALUE "E".
           05 WL-LIST-VERSION     PIC X(10).
           05 WL-LOADED-AT        PIC X(14).
           05 FILLER              PIC X(10).
