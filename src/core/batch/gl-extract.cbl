      *>                     exceptions, START/END rows to the
      *>                     run-history ledger like the other nightly
      *>                     jobs.
      *>   15/10/2026 - jm - A prior-period adjustment (PRIOR-ADJ) maps
      *>                     to the GL account of the source type it
      *>                     was posted under, and goes out with
      *>                     PRIOR-ADJ as its source so accounting
      *>                     can see it for what it is.
      *>   15/10/2026 - jm - Card hold memo rows (CARDHOLD, HOLDREL)
      *>                     move no money and are left out of the
      *>                     extract.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-GL-EXTRACT.
      *> ----------------------------------------------------------------
      *> 2000-EXTRACT-JOURNAL - one pass over the posting journal,
      *> writing a detail for every entry stamped with the run date.
      *> A card hold going on or off (CARDHOLD/HOLDREL) is a memo row
      *> that moves no money and has no GL side.
      *> ----------------------------------------------------------------
       2000-EXTRACT-JOURNAL.
           OPEN INPUT JOURNAL-FILE
               READ JOURNAL-FILE
               PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
                   IF JRNL-TIMESTAMP(1:8) = WS-TODAY-DATE
                           AND JRNL-SOURCE-TYPE NOT = "CARDHOLD"
                           AND JRNL-SOURCE-TYPE NOT = "HOLDREL"
                       ADD 1 TO WS-ENTRIES-TODAY
                       PERFORM 2100-WRITE-ONE-DETAIL
                   END-IF
      *> the mapping file and writes the fixed-width detail. An entry
      *> with no mapping row posts to the suspense account and counts
      *> as an exception, so the morning summary flags the gap without
      *> the extract dropping money on the floor. A prior-period
      *> adjustment maps as the source it was posted under.
      *> ----------------------------------------------------------------
       2100-WRITE-ONE-DETAIL.
           MOVE "source" TO OP-FIELD-NAME(1)
           MOVE JRNL-SOURCE-TYPE TO OP-FIELD-VALUE(1)
           IF JRNL-SOURCE-TYPE = "PRIOR-ADJ"
               MOVE JRNL-ADJ-SOURCE TO OP-FIELD-VALUE(1)
           END-IF
           MOVE "entry" TO OP-FIELD-NAME(2)
           MOVE JRNL-ENTRY-TYPE TO OP-FIELD-VALUE(2)
           MOVE 2 TO OP-FIELD-COUNT
