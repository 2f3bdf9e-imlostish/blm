      *> left as spaces by callers of the other update fields.
           05 UCD-UPD-SOURCE-TYPE  PIC X(10).
           05 UCD-UPD-SOURCE-ID    PIC X(10).
      *> value date (YYYYMMDD) for a back-dated BALANCE-DELTA, e.g. a
      *> reversal dated to the document it backs out; spaces = today.
           05 UCD-UPD-VALUE-DATE   PIC X(8).
      *> outside reference for the journal's JRNL-EXT-REF, when the
      *> posting comes off an inbound file; spaces otherwise.
           05 UCD-UPD-EXT-REF      PIC X(16).
           05 FILLER               PIC X(12).
       01 UCD-LOOKUP-VIEW REDEFINES USER-CTL-DATA.
           05 UCD-LOOKUP-TYPE      PIC X(10).
               88 UCD-BY-ID          VALUE "ID".
           05 FILLER               PIC X(120).
       01 UCD-BAL-VIEW REDEFINES USER-CTL-DATA.
           05 UCD-BAL-AMOUNT       PIC S9(9)V99.
      *> GET-AVAILABLE only: the deposited-check money still on hold,
      *> already taken out of UCD-BAL-AMOUNT.
           05 UCD-BAL-HELD         PIC S9(9)V99.
           05 FILLER               PIC X(178).
       01 UCD-PREF-VIEW REDEFINES USER-CTL-DATA.
           05 UCD-PREF-CURRENCY    PIC X(3).
           05 FILLER               PIC X(197).
