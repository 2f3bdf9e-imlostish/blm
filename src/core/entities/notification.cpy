               88 NOTIFY-DELIVERED  VALUE "D".
               88 NOTIFY-READ       VALUE "R".
           05 NOTIFY-CREATED-AT   PIC X(14).
      *> how the delivery pass sent it: E emailed, I inbox only by
      *> the customer's choice, S suppressed (do-not-contact or
      *> dormant), B inbox only because the address is missing or
      *> has bounced. Spaces until delivered. Was FILLER.
           05 NOTIFY-CHANNEL      PIC X(1).
               88 NOTIFY-EMAILED    VALUE "E".
               88 NOTIFY-INBOX-ONLY VALUE "I".
               88 NOTIFY-SUPPRESSED VALUE "S".
               88 NOTIFY-BOUNCED    VALUE "B".
           05 FILLER              PIC X(9).
