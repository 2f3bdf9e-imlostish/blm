      *> ----------------------------------------------------------------
      *> Copybook: escheat-item.cpy
      *> Purpose: Record layout for ESCHEAT-FILE (ESCHMSTR), the
      *>          unclaimed-property register. One row per piece of
      *>          property each time it is put through due diligence:
      *>          a deposit account's balance, a term deposit, or an
      *>          official check left outstanding past its statutory
      *>          dormancy period. NOTICED when the due-diligence
      *>          notice goes to the owner; ESCHEATED once the notice
      *>          window runs out unanswered and the money has moved
      *>          to the escheat liability account for the state
      *>          report; RELEASED when the owner came back (or the
      *>          property was paid, closed or emptied) inside the
      *>          window.
      *> ----------------------------------------------------------------
       01 ESCHEAT-RECORD.
           05 ESCH-KEY.
               10 ESCH-PROPERTY.
                   15 ESCH-PROP-TYPE  PIC X(2).
                       88 ESCH-DEPOSIT-ACCT VALUE "DA".
                       88 ESCH-TERM-DEPOSIT VALUE "TD".
                       88 ESCH-OFFICIAL-CHK VALUE "CK".
      *>   the user id for a primary account's balance (held on the
      *>   user record), else the account number, deposit id or
      *>   check number.
                   15 ESCH-PROP-ID    PIC X(10).
               10 ESCH-NOTICE-DATE    PIC X(8).
      *> the owner: the customer, or the remitter of an official
      *> check (whose payee is carried in ESCH-PAYEE).
           05 ESCH-USER-ID        PIC X(10).
           05 ESCH-PAYEE          PIC X(40).
      *> state property code for the report: AC01 checking, AC02
      *> savings, AC03 time deposit, CK01 official check.
           05 ESCH-PROP-CODE      PIC X(4).
           05 ESCH-LAST-ACTIVITY  PIC X(8).
           05 ESCH-STATUS         PIC X(1).
               88 ESCH-NOTICED      VALUE "N".
               88 ESCH-ESCHEATED    VALUE "E".
               88 ESCH-RELEASED     VALUE "R".
      *> what the property held when the notice went out, and what
      *> was actually remitted.
           05 ESCH-NOTICE-AMT     PIC 9(9)V99.
           05 ESCH-DUE-DATE       PIC X(8).
           05 ESCH-AMOUNT         PIC 9(9)V99.
           05 ESCH-ESCHEAT-DATE   PIC X(8).
           05 ESCH-REPORT-YEAR    PIC X(4).
           05 ESCH-RELEASE-DATE   PIC X(8).
           05 ESCH-RELEASE-REASON PIC X(20).
           05 FILLER              PIC X(20).
