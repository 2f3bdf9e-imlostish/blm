      *> ----------------------------------------------------------------
      *> Copybook: mail-bounce.cpy
      *> Purpose: Record layout for MAIL-BOUNCE-FILE, the mail
      *>          gateway's bounce report: the spooled message that
      *>          came back, the address it was sent to, and whether
      *>          the failure was permanent (hard - the address is bad)
      *>          or temporary (soft - the gateway retries it itself).
      *> ----------------------------------------------------------------
       01 MAIL-BOUNCE-RECORD.
           05 MBNC-MSG-ID         PIC X(10).
           05 MBNC-TO             PIC X(124).
           05 MBNC-KIND           PIC X(1).
               88 MBNC-HARD         VALUE "H".
               88 MBNC-SOFT         VALUE "S".
           05 MBNC-REASON         PIC X(40).
           05 MBNC-BOUNCED-AT     PIC X(14).
