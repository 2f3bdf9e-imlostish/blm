      *>          postal address, phone and date of birth. The current
      *>          address carries its effective date; superseded
      *>          addresses are appended to the PROFHIST history file.
      *>          The taxpayer ID and its certification decide whether
      *>          interest credits take backup withholding.
      *>          The statement delivery preference and the
      *>          returned-mail mark on the address ride here too,
      *>          as does the income the customer has stated.
      *> ----------------------------------------------------------------
       01 PROFILE-RECORD.
           05 PROF-USER-ID        PIC X(10).
      *> the date this address became effective.
           05 PROF-EFF-DATE       PIC X(8).
           05 PROF-UPDATED-AT     PIC X(14).
      *> how the monthly statement goes out: P paper, E electronic
      *> (inbox notice only), B both. Spaces read as paper.
           05 PROF-STMT-DELIVERY  PIC X(1).
               88 PROF-STMT-PAPER    VALUE "P" " ".
               88 PROF-STMT-ELECTRONIC VALUE "E".
               88 PROF-STMT-BOTH     VALUE "B".
      *> R once the print vendor reports mail returned from this
      *> address; paper is held until the address is changed.
           05 PROF-ADDR-STATUS    PIC X(1).
               88 PROF-ADDR-RETURNED VALUE "R".
           05 PROF-ADDR-RETURNED-ON PIC X(8).
      *> LAYOUT NOTE: the record grew past its original FILLER when
      *> taxpayer ID capture was added (225 -> 254 bytes). A PROFMSTR
      *> file written under the old layout must be rebuilt before
      *> programs compiled with this copybook touch it - unload,
      *> recreate and reload in a maintenance window, the same drill
      *> the TRNMSTR settlement-leg growth went through. After the
      *> reload a row carries spaces here - no TIN on file, so not
      *> certified - and no stated income.
      *> the taxpayer ID (SSN or EIN, nine digits, no dashes) and the
      *> customer's certification of it; anything short of CERTIFIED
      *> means interest credits take backup withholding.
           05 PROF-TAX-ID         PIC X(9).
           05 PROF-TIN-TYPE       PIC X(1).
               88 PROF-TIN-SSN       VALUE "S".
               88 PROF-TIN-EIN       VALUE "E".
           05 PROF-TIN-STATUS     PIC X(1).
               88 PROF-TIN-CERTIFIED VALUE "C".
               88 PROF-TIN-UNCERTIFIED VALUE "N".
           05 PROF-TIN-CERT-DATE  PIC X(8).
      *> the customer's stated annual income, whole units; zero or
      *> spaces (rows written before it was captured) = not known.
      *> Caps their credit exposure where it is lower than the
      *> grade maximum.
           05 PROF-ANNUAL-INCOME  PIC 9(9).
           05 FILLER              PIC X(1).
