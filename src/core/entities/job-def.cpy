      *> ----------------------------------------------------------------
      *> Copybook: job-def.cpy
      *> Purpose: Record layout for JOB-DEF-FILE (JOBDEFS), the
      *>          operations-maintained definition of the nightly job
      *>          stream that BLM-BATCH-DRIVER walks. One line per job,
      *>          in run order; a line with "*" in column 1 is a
      *>          comment. A job names the executable it runs, the
      *>          jobs that must finish first, the return codes that
      *>          count as success, the calendar condition it runs
      *>          under and what its failure does to the rest of the
      *>          stream.
      *> ----------------------------------------------------------------
       01 JOB-DEF-RECORD.
           05 JDEF-JOB-NAME       PIC X(20).
      *> executable, built alongside the driver, without the "./".
           05 JDEF-PROGRAM        PIC X(20).
           05 JDEF-CALENDAR       PIC X(1).
               88 JDEF-DAILY        VALUE "D".
               88 JDEF-BUSINESS-DAY VALUE "B".
               88 JDEF-MONTH-END    VALUE "M".
      *> the first business day of the week.
               88 JDEF-WEEKLY       VALUE "W".
      *> named runs only - never part of the nightly walk.
               88 JDEF-ON-REQUEST   VALUE "R".
           05 JDEF-ON-FAIL        PIC X(1).
      *> S stops the stream; D holds back only the job's dependents.
               88 JDEF-FAIL-STOPS   VALUE "S".
               88 JDEF-FAIL-DEPS    VALUE "D".
      *> three-digit return codes that count as success; all blank
      *> means 000 only.
           05 JDEF-OK-RC          PIC X(3) OCCURS 4 TIMES.
      *> jobs defined ahead of this one that must have finished
      *> (or been passed over by calendar or operator) first.
           05 JDEF-PRED           PIC X(20) OCCURS 4 TIMES.
           05 FILLER              PIC X(6).
