      *> ----------------------------------------------------------------
      *> Copybook: suspense-item.cpy
      *> Purpose: Record layout for SUSPENSE-MASTER-FILE, the queue of
      *>          inbound credits the nightly posting job could not
      *>          put on a customer: no matching account, the account
      *>          is CLOSED, or it carries a LEGALHOLD memo flag. A
      *>          teller works each OPEN item from the admin menu -
      *>          ASSIGNED once posted to the customer they chose,
      *>          RETURNED once sent back to the originator.
      *> ----------------------------------------------------------------
       01 SUSPENSE-RECORD.
           05 SUSP-ID             PIC X(10).
      *> the originator's reference and name as they arrived on the
      *> inbound file, and the account key the item was addressed to.
           05 SUSP-ORIG-REF       PIC X(16).
           05 SUSP-ORIG-NAME      PIC X(30).
           05 SUSP-TARGET         PIC X(30).
           05 SUSP-AMOUNT         PIC 9(9)V99.
           05 SUSP-REASON         PIC X(10).
               88 SUSP-UNMATCHED    VALUE "UNMATCHED".
               88 SUSP-ACCT-CLOSED  VALUE "CLOSED".
               88 SUSP-LEGAL-HOLD   VALUE "LEGALHOLD".
               88 SUSP-REASON-SANCTION VALUE "SANCTION".
           05 SUSP-STATUS         PIC X(1).
               88 SUSP-OPEN         VALUE "O".
               88 SUSP-ASSIGNED     VALUE "A".
               88 SUSP-RETURNED     VALUE "R".
           05 SUSP-CREATED-AT     PIC X(14).
      *> who worked the item, when, and (for an assignment) the
      *> customer it was posted to.
           05 SUSP-WORKED-BY      PIC X(10).
           05 SUSP-WORKED-AT      PIC X(14).
           05 SUSP-ASSIGNED-USER  PIC X(10).
      *> the date a RETURNED item went out on the nightly returns
      *> file to the originating bank; blank until then.
           05 SUSP-RETURN-SENT    PIC X(8).
           05 FILLER              PIC X(10).
