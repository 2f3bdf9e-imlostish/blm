      *>                     timestamp is stamped here, not by callers,
      *>                     so every entry carries the journal's own
      *>                     clock.
      *>   15/10/2026 - jm - Period lock: every entry carries a value
      *>                     date (today unless the caller back-dated
      *>                     it) and is checked against the accounting
      *>                     period control. One that falls in a locked
      *>                     period is moved into the current open
      *>                     period as a PRIOR-ADJ entry, keeping its
      *>                     own source type in JRNL-ADJ-SOURCE; a
      *>                     back-dated one is refused instead when
      *>                     PERIOD-LOCK-ACTION is REFUSE.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-JOURNAL-CONTROLLER.
       77 WS-CDT-TIME-RAW      PIC 9(8).
       77 WS-TIMESTAMP         PIC X(14).

      *> Accounting period check on the entry's value date.
       COPY "op-fields.cpy".
       77 WS-PERIOD-USER       PIC X(10) VALUE SPACES.
       77 WS-PERIOD-RET-CODE   PIC S9(4) COMP.
       77 WS-FIELD-IDX         PIC 9(4) COMP.
       77 WS-BACK-DATED        PIC X VALUE "N".
           88 ENTRY-BACK-DATED   VALUE "Y".

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "journal.cpy"

      *> ----------------------------------------------------------------
      *> WRITE-JOURNAL-ENTRY - stamps and appends LK-JOURNAL-ENTRY to
      *> JOURNAL-FILE, creating it on first use. 8 and nothing written
      *> when the period check refuses it.
      *> ----------------------------------------------------------------
       WRITE-JOURNAL-ENTRY.
           PERFORM STAMP-JOURNAL-TIME
           MOVE LK-JOURNAL-ENTRY TO JOURNAL-RECORD
           MOVE WS-TIMESTAMP TO JRNL-TIMESTAMP OF JOURNAL-RECORD
           PERFORM CHECK-ENTRY-PERIOD
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD
           IF WS-FILE-STATUS NOT = "00"
               MOVE 12 TO LK-RET-CODE
           CLOSE JOURNAL-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-ENTRY-PERIOD - dates the entry in the record area and
      *> asks the period control about it. Money that has already
      *> moved today cannot be refused, so an undated entry landing
      *> in a locked period is always carried forward; only one the
      *> caller back-dated is refused, and only when the switch says
      *> REFUSE (the period control returns 8).
      *> ----------------------------------------------------------------
       CHECK-ENTRY-PERIOD.
           MOVE "N" TO WS-BACK-DATED
           IF JRNL-VALUE-DATE OF JOURNAL-RECORD = SPACES
               MOVE WS-CDT-DATE TO JRNL-VALUE-DATE OF JOURNAL-RECORD
           ELSE
               IF JRNL-VALUE-DATE OF JOURNAL-RECORD
                       < WS-TIMESTAMP(1:8)
                   MOVE "Y" TO WS-BACK-DATED
               END-IF
           END-IF
           MOVE 1 TO OP-FIELD-COUNT
           MOVE "date" TO OP-FIELD-NAME(1)
           MOVE JRNL-VALUE-DATE OF JOURNAL-RECORD TO OP-FIELD-VALUE(1)
           CALL "BLM-PERIOD-CONTROLLER" USING "check", OP-FIELDS,
                OP-FIELD-COUNT, WS-PERIOD-USER, WS-PERIOD-RET-CODE
           IF WS-PERIOD-RET-CODE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-RET-CODE = 8 AND ENTRY-BACK-DATED
               DISPLAY "Posting refused: "
                       JRNL-VALUE-DATE OF JOURNAL-RECORD
                       " falls in a locked accounting period."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE JRNL-SOURCE-TYPE OF JOURNAL-RECORD
                TO JRNL-ADJ-SOURCE OF JOURNAL-RECORD
           MOVE "PRIOR-ADJ" TO JRNL-SOURCE-TYPE OF JOURNAL-RECORD
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > OP-FIELD-COUNT
               IF OP-FIELD-NAME(WS-FIELD-IDX) = "open-date"
                   MOVE OP-FIELD-VALUE(WS-FIELD-IDX)(1:8)
                        TO JRNL-VALUE-DATE OF JOURNAL-RECORD
               END-IF
           END-PERFORM.
           EXIT.

       STAMP-JOURNAL-TIME.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME-RAW FROM TIME
