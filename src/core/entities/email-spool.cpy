      *> ----------------------------------------------------------------
      *> Copybook: email-spool.cpy
      *> Purpose: Record layout for EMAIL-SPOOL-FILE, the outbound
      *>          email spool the mail gateway collects: per message a
      *>          header (address and subject), one body record per
      *>          line, and a trailer with the line count, all keyed
      *>          by the outbox message id so the gateway's bounces can
      *>          be matched back.
      *> ----------------------------------------------------------------
       01 EMAIL-SPOOL-RECORD.
           05 ESPL-REC-TYPE       PIC X(1).
               88 ESPL-HEADER       VALUE "H".
               88 ESPL-BODY         VALUE "B".
               88 ESPL-TRAILER      VALUE "T".
           05 ESPL-MSG-ID         PIC X(10).
           05 ESPL-DATA           PIC X(209).
           05 ESPL-HEADER-DATA REDEFINES ESPL-DATA.
               10 ESPL-USER-ID        PIC X(10).
               10 ESPL-TO             PIC X(124).
               10 ESPL-SUBJECT        PIC X(60).
               10 ESPL-MANDATORY      PIC X(1).
               10 FILLER              PIC X(14).
           05 ESPL-BODY-DATA REDEFINES ESPL-DATA.
               10 ESPL-LINE           PIC X(80).
               10 FILLER              PIC X(129).
           05 ESPL-TRAILER-DATA REDEFINES ESPL-DATA.
               10 ESPL-LINE-COUNT     PIC 9(3).
               10 ESPL-QUEUED-AT      PIC X(14).
               10 FILLER              PIC X(192).
