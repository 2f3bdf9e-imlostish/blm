      *> ----------------------------------------------------------------
      *> Copybook: notify-template.cpy
      *> Purpose: Record layout for NOTIFY-TEMPLATE-FILE, the admin-
      *>          kept email wording for one NOTIFY-EVENT: the subject
      *>          and up to four body lines the nightly delivery pass
      *>          renders the message through. A body line reading
      *>          &TEXT is replaced by the message's own text (which
      *>          otherwise follows the body). A mandatory service
      *>          message goes out by email whatever the customer's
      *>          preference or do-not-contact flag; the default
      *>          channel applies to customers who chose nothing.
      *> ----------------------------------------------------------------
       01 NOTIFY-TEMPLATE-RECORD.
           05 NTPL-EVENT          PIC X(20).
           05 NTPL-SUBJECT        PIC X(60).
           05 NTPL-LINE           PIC X(70) OCCURS 4 TIMES.
           05 NTPL-MANDATORY      PIC X(1).
               88 NTPL-IS-MANDATORY VALUE "Y".
      *> E = email, I = in-app inbox only.
           05 NTPL-DEFAULT-CHANNEL PIC X(1).
           05 NTPL-UPDATED-BY     PIC X(10).
           05 NTPL-UPDATED-AT     PIC X(14).
           05 FILLER              PIC X(20).
