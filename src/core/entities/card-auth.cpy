               88 AUTH-HOLD         VALUE "H".
               88 AUTH-CAPTURED     VALUE "C".
               88 AUTH-RELEASED     VALUE "R".
      *> why a DECLINED row was declined; a CAPTURED row the nightly
      *> merchant clearing force-posted with no prior hold carries
      *> FORCE-POST here instead.
           05 AUTH-DECLINE-REASON PIC X(20).
           05 AUTH-CREATED-AT     PIC X(14).
      *> what the merchant actually settled for, and when; spaces/zero
