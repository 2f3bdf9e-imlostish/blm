      *>          balance at a better rate, accruing monthly through
      *>          the posting journal, paid out with interest by the
      *>          nightly maturity batch at term - or earlier with a
      *>          penalty through the fee schedule. One left open
      *>          past its escheat dormancy period by a dormant owner
      *>          is remitted as unclaimed property (ESCHEATED).
      *> ----------------------------------------------------------------
       01 TERM-DEPOSIT-RECORD.
           05 TD-ID               PIC X(10).
               88 TD-ACTIVE         VALUE "A".
               88 TD-MATURED        VALUE "M".
               88 TD-WITHDRAWN      VALUE "W".
               88 TD-ESCHEATED      VALUE "E".
           05 TD-CREATED-AT       PIC X(14).
           05 FILLER              PIC X(10).
