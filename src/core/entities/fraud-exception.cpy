               88 FRAUD-REVIEWED    VALUE "R".
           05 FRAUD-CREATED-AT    PIC X(14).
           05 FRAUD-REVIEWED-BY   PIC X(10).
      *> date (YYYYMMDD) the exception was marked reviewed; carved
      *> from the trailing filler, blank on rows reviewed before it.
           05 FRAUD-REVIEWED-ON   PIC X(8).
           05 FILLER              PIC X(2).
