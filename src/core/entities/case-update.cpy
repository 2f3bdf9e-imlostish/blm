      *> ----------------------------------------------------------------
      *> Copybook: case-update.cpy
      *> Purpose: Record layout for CASE-UPDATE-FILE (CASEUPD), the
      *>          history of a complaint case: one row per note, status
      *>          change or reassignment, numbered within the case. A
      *>          customer-visible row is what the customer sees of
      *>          the case from their messages; an internal one is for
      *>          staff only.
      *> ----------------------------------------------------------------
       01 CASE-UPDATE-RECORD.
           05 CUPD-KEY.
               10 CUPD-CASE-ID    PIC X(10).
               10 CUPD-SEQ        PIC 9(3).
           05 CUPD-TEXT           PIC X(80).
           05 CUPD-VISIBILITY     PIC X(1).
               88 CUPD-CUSTOMER     VALUE "C".
               88 CUPD-INTERNAL     VALUE "I".
      *> the case's status and owner once this update was made.
           05 CUPD-STATUS         PIC X(1).
           05 CUPD-OWNER          PIC X(10).
           05 CUPD-BY             PIC X(10).
           05 CUPD-AT             PIC X(14).
           05 FILLER              PIC X(20).
