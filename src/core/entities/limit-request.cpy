           05 CLR-DECIDED-BY      PIC X(10).
           05 CLR-DECIDED-AT      PIC X(14).
           05 CLR-DECLINE-REASON  PIC X(50).
      *> the template reason code (letter-template.cpy) a decline was
      *> given under, spaces for a free-text reason.
           05 CLR-DECLINE-CODE    PIC X(3).
           05 FILLER              PIC X(7).
