           05 JRNL-SOURCE-TYPE    PIC X(10).
           05 JRNL-SOURCE-ID      PIC X(10).
           05 JRNL-BALANCE-AFTER  PIC S9(9)V99.
      *> the accounting date the entry belongs to (YYYYMMDD). Blank
      *> from the caller means today; a caller backing out an earlier
      *> document passes that document's date. The journal moves it
      *> on into the current open period when it falls in a locked
      *> one.
           05 JRNL-VALUE-DATE     PIC X(8).
      *> on a prior-period adjustment (source type PRIOR-ADJ), the
      *> source type the caller posted under.
           05 JRNL-ADJ-SOURCE     PIC X(10).
      *> the full outside reference (bank item, network presentment)
      *> behind a posting from an inbound file, which JRNL-SOURCE-ID
      *> is too short to carry; spaces for everything else. A rerun
      *> of the import keys on it to skip what already posted.
           05 JRNL-EXT-REF        PIC X(16).
           05 FILLER              PIC X(10).
