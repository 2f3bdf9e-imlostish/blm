      *> ----------------------------------------------------------------
      *> Copybook: config-change.cpy
      *> Purpose: Record layout for CFGCHG-MASTER-FILE, the four-eyes
      *>          queue for admin configuration changes (fee schedule,
      *>          GL mapping, transfer limits, processing calendar,
      *>          merchant categories). A change is held here with the
      *>          value it replaces and the value it sets, and only a
      *>          second admin who did not raise it can apply it. The
      *>          raising screen's own fields ride along in
      *>          CCHG-FIELD so the approval replays exactly what was
      *>          asked for through the owning controller.
      *> ----------------------------------------------------------------
       01 CFGCHG-RECORD.
           05 CCHG-ID             PIC X(10).
      *> owning table: FEE, GLMAP, LIMITS, CALENDAR or MCC.
           05 CCHG-TARGET         PIC X(8).
      *> the row within it - fee code, source/entry, user id, date or
      *> category code.
           05 CCHG-KEY            PIC X(20).
           05 CCHG-STATUS         PIC X(1).
               88 CCHG-PENDING      VALUE "P".
               88 CCHG-APPLIED      VALUE "A".
               88 CCHG-REJECTED     VALUE "R".
               88 CCHG-EXPIRED      VALUE "X".
               88 CCHG-FAILED       VALUE "F".
           05 CCHG-OLD-VALUE      PIC X(60).
           05 CCHG-NEW-VALUE      PIC X(60).
           05 CCHG-FIELD-COUNT    PIC 9(2).
           05 CCHG-FIELD OCCURS 5 TIMES.
               10 CCHG-FIELD-NAME   PIC X(12).
               10 CCHG-FIELD-VALUE  PIC X(50).
           05 CCHG-RAISED-BY      PIC X(10).
           05 CCHG-RAISED-AT      PIC X(14).
      *> YYYYMMDD; a pending change still unapproved after this day
      *> lapses to EXPIRED.
           05 CCHG-EXPIRES-ON     PIC X(8).
           05 CCHG-DECIDED-BY     PIC X(10).
           05 CCHG-DECIDED-AT     PIC X(14).
      *> the owning controller's return code when an approved change
      *> failed to apply.
           05 CCHG-APPLY-RET      PIC 9(2).
           05 CCHG-NOTE           PIC X(40).
           05 FILLER              PIC X(10).
