      *> ----------------------------------------------------------------
      *> Copybook: complaint-case.cpy
      *> Purpose: Record layout for COMPLAINT-CASE-FILE (CASEMSTR), one
      *>          row per customer complaint a teller takes by phone or
      *>          at the counter: its category, what the customer
      *>          said, the transfer, payment, card or loan it is
      *>          about, the teller who owns it, where it stands and
      *>          the date the service level says it must be resolved
      *>          by. The case's history is on CASE-UPDATE-FILE.
      *> ----------------------------------------------------------------
       01 COMPLAINT-CASE-RECORD.
           05 CASE-ID             PIC X(10).
           05 CASE-USER-ID        PIC X(10).
      *> the regulator's complaint-return categories.
           05 CASE-CATEGORY       PIC X(4).
               88 CASE-CAT-ACCOUNT  VALUE "ACCT".
               88 CASE-CAT-PAYMENT  VALUE "PYMT".
               88 CASE-CAT-CARD     VALUE "CARD".
               88 CASE-CAT-LOAN     VALUE "LOAN".
               88 CASE-CAT-FEES     VALUE "FEES".
               88 CASE-CAT-FRAUD    VALUE "FRAU".
               88 CASE-CAT-SERVICE  VALUE "SERV".
               88 CASE-CAT-OTHER    VALUE "OTHR".
               88 CASE-CAT-VALID    VALUE "ACCT" "PYMT" "CARD" "LOAN"
                                          "FEES" "FRAU" "SERV" "OTHR".
           05 CASE-CHANNEL        PIC X(1).
               88 CASE-BY-PHONE     VALUE "P".
               88 CASE-AT-COUNTER   VALUE "C".
           05 CASE-SUMMARY        PIC X(80).
      *> what the complaint is about, when it is about one item:
      *> T transfer, P payment, C card, L loan; space for none.
           05 CASE-LINK-TYPE      PIC X(1).
               88 CASE-LINK-NONE     VALUE SPACE.
               88 CASE-LINK-TRANSFER VALUE "T".
               88 CASE-LINK-PAYMENT  VALUE "P".
               88 CASE-LINK-CARD     VALUE "C".
               88 CASE-LINK-LOAN     VALUE "L".
           05 CASE-LINK-ID        PIC X(10).
           05 CASE-OWNER          PIC X(10).
           05 CASE-STATUS         PIC X(1).
               88 CASE-OPEN         VALUE "O".
               88 CASE-WORKING      VALUE "W".
               88 CASE-RESOLVED     VALUE "R".
               88 CASE-ACTIVE       VALUE "O" "W".
           05 CASE-OPENED-BY      PIC X(10).
           05 CASE-OPENED-AT      PIC X(14).
           05 CASE-SLA-DUE        PIC X(8).
           05 CASE-RESOLVED-AT    PIC X(14).
      *> the last CASE-UPDATE-FILE sequence used for the case.
           05 CASE-UPDATE-COUNT   PIC 9(3).
           05 FILLER              PIC X(20).
