      *> - a customer who only ever logs in to look must still count
      *> as active.
           05 USER-LAST-LOGIN      PIC X(8).
      *> "B" once the mail gateway reports a hard bounce for
      *> USER-EMAIL: email goes to the inbox instead until the
      *> customer keys a new address, which clears it. Was FILLER.
           05 USER-EMAIL-STATUS    PIC X(01).
               88 USER-EMAIL-BOUNCED   VALUE "B".
           05 FILLER               PIC X(05).
