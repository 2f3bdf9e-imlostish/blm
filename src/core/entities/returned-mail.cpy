      *> ----------------------------------------------------------------
      *> Copybook: returned-mail.cpy
      *> Purpose: Record layout for RETURNED-MAIL-FILE, the print
      *>          vendor's report of paper statements that came back
      *>          undeliverable: whose statement, which period, the
      *>          address it was mailed to and why it came back.
      *> ----------------------------------------------------------------
       01 RETURNED-MAIL-RECORD.
           05 RTNM-USER-ID        PIC X(10).
           05 RTNM-PERIOD         PIC X(6).
           05 RTNM-ADDR-LINE1     PIC X(40).
           05 RTNM-POSTAL         PIC X(10).
           05 RTNM-REASON         PIC X(30).
           05 RTNM-RETURNED-ON    PIC X(8).
