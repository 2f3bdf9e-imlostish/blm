      *> ----------------------------------------------------------------
      *> Copybook: letter-template.cpy
      *> Purpose: Record layout for LETTER-TEMPLATE-FILE, the admin-
      *>          kept wording the nightly decision-letter job prints.
      *>          A row with a blank reason code is the body of one
      *>          letter type; a row with a reason code is the wording
      *>          for that reason, printed under the body of a decline
      *>          and offered to the teller as the decline reason.
      *>          Letter types: LA/LD loan application approved/
      *>          declined, CA/CD credit-limit change approved/
      *>          declined, CB card blocked, AC deposit account closed.
      *> ----------------------------------------------------------------
       01 LETTER-TEMPLATE-RECORD.
           05 LTPL-KEY.
               10 LTPL-TYPE           PIC X(2).
               10 LTPL-REASON         PIC X(3).
      *> the short wording - the letter's subject line, or for a
      *> reason row the principal reason as the customer reads it.
           05 LTPL-TITLE          PIC X(50).
           05 LTPL-LINE           PIC X(70) OCCURS 6 TIMES.
           05 LTPL-UPDATED-BY     PIC X(10).
           05 LTPL-UPDATED-AT     PIC X(14).
           05 FILLER              PIC X(20).
