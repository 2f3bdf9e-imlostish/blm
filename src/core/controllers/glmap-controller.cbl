      *>                     indexed GLMAP-MASTER-FILE, the same shape
      *>                     as BLM-FEE-CONTROLLER's schedule
      *>                     maintenance.
      *>   15/10/2026 - jm - "set" no longer writes: it raises the
      *>                     change, old and new account, with
      *>                     BLM-CFGCHG-CONTROLLER, and the new
      *>                     internal "apply" writes it once a second
      *>                     admin approves.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-GLMAP-CONTROLLER.
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       COPY "user-ctl-data.cpy".

      *> Four-eyes hand-off - a mapping change is raised for a second
      *> admin's approval rather than written directly.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-CC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-CC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-CC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-CC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-CC-FIELD-COUNT==.
       77 WS-CC-RET-CODE       PIC S9(4) COMP.
       77 WS-CC-TARGET         PIC X(8) VALUE SPACES.
       77 WS-CC-KEY            PIC X(20) VALUE SPACES.
       77 WS-CC-OLD            PIC X(60) VALUE SPACES.
       77 WS-CC-NEW            PIC X(60) VALUE SPACES.
       77 WS-CC-TEXT           PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
           EVALUATE LK-OP
               WHEN "set"
                   PERFORM SET-MAPPING
               WHEN "apply"
                   PERFORM APPLY-MAPPING
               WHEN "list"
                   PERFORM LIST-MAPPINGS
               WHEN "get"
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-MAPPING - a teller/admin (LK-USER-ID) asks to create or
      *> rewrite the mapping for --source (journal source type) and
      *> --entry (DR/CR) to --account (the GL account number).
      *> Nothing is written here: the change is raised with
      *> BLM-CFGCHG-CONTROLLER for a second admin to approve.
      *> ----------------------------------------------------------------
       SET-MAPPING.
           MOVE SPACES TO USER-CTL-DATA
                       "required to maintain the GL mapping."
               MOVE 13 TO LK-RET-CODE
           ELSE
               PERFORM BUILD-GLMAP-RECORD
               IF LK-RET-CODE = 0
                   MOVE GLMAP-GL-ACCOUNT TO WS-CC-NEW
                   MOVE SPACES TO WS-CC-KEY
                   STRING GLMAP-SOURCE-TYPE "/" GLMAP-ENTRY-TYPE
                          DELIMITED BY SIZE INTO WS-CC-KEY
                   MOVE "not on file" TO WS-CC-OLD
                   OPEN INPUT GLMAP-MASTER-FILE
                   IF WS-FILE-STATUS = "00"
                       READ GLMAP-MASTER-FILE KEY IS GLMAP-KEY
                       IF WS-FILE-STATUS = "00"
                           MOVE GLMAP-GL-ACCOUNT TO WS-CC-OLD
                       END-IF
                       CLOSE GLMAP-MASTER-FILE
                   END-IF
                   MOVE "GLMAP" TO WS-CC-TARGET
                   PERFORM RAISE-GLMAP-CHANGE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPLY-MAPPING - writes a mapping change a second admin has
      *> approved; called only by BLM-CFGCHG-CONTROLLER, with
      *> LK-USER-ID the admin who raised it.
      *> ----------------------------------------------------------------
       APPLY-MAPPING.
           PERFORM BUILD-GLMAP-RECORD
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-GLMAP-FOR-WRITE
           WRITE GLMAP-RECORD
           IF WS-FILE-STATUS = "22"
               REWRITE GLMAP-RECORD
           END-IF
           IF WS-FILE-STATUS = "00"
               DISPLAY "Mapping " GLMAP-SOURCE-TYPE "/"
                       GLMAP-ENTRY-TYPE " set to GL account "
                       GLMAP-GL-ACCOUNT
               MOVE 0 TO LK-RET-CODE
           ELSE
               DISPLAY "Error writing mapping, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE GLMAP-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> BUILD-GLMAP-RECORD - stages GLMAP-RECORD from the op-fields;
      *> 8 when any of the three is blank.
      *> ----------------------------------------------------------------
       BUILD-GLMAP-RECORD.
           MOVE SPACES TO GLMAP-RECORD
           MOVE "source" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:10))
                TO GLMAP-SOURCE-TYPE
           MOVE "entry" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:2))
                TO GLMAP-ENTRY-TYPE
           MOVE "account" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:8) TO GLMAP-GL-ACCOUNT
           IF GLMAP-SOURCE-TYPE = SPACES
                   OR GLMAP-ENTRY-TYPE = SPACES
                   OR GLMAP-GL-ACCOUNT = SPACES
               DISPLAY "Source, entry type and GL account are "
                       "all required."
               MOVE 8 TO LK-RET-CODE
           ELSE
               MOVE LK-USER-ID TO GLMAP-UPDATED-BY
               PERFORM STAMP-GLMAP-TIME
               MOVE WS-TIMESTAMP TO GLMAP-UPDATED-AT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> RAISE-GLMAP-CHANGE - hands the screen's fields, with the
      *> target, key and old/new values, to BLM-CFGCHG-CONTROLLER.
      *> ----------------------------------------------------------------
       RAISE-GLMAP-CHANGE.
           MOVE OP-FIELDS TO WS-CC-FIELDS
           MOVE OP-FIELD-COUNT TO WS-CC-FIELD-COUNT
           ADD 1 TO WS-CC-FIELD-COUNT
           MOVE "cc-target" TO WS-CC-FIELD-NAME(WS-CC-FIELD-COUNT)
           MOVE WS-CC-TARGET TO WS-CC-FIELD-VALUE(WS-CC-FIELD-COUNT)
           ADD 1 TO WS-CC-FIELD-COUNT
           MOVE "cc-key" TO WS-CC-FIELD-NAME(WS-CC-FIELD-COUNT)
           MOVE WS-CC-KEY TO WS-CC-FIELD-VALUE(WS-CC-FIELD-COUNT)
           ADD 1 TO WS-CC-FIELD-COUNT
           MOVE "cc-old" TO WS-CC-FIELD-NAME(WS-CC-FIELD-COUNT)
           MOVE WS-CC-OLD TO WS-CC-FIELD-VALUE(WS-CC-FIELD-COUNT)
           ADD 1 TO WS-CC-FIELD-COUNT
           MOVE "cc-new" TO WS-CC-FIELD-NAME(WS-CC-FIELD-COUNT)
           MOVE WS-CC-NEW TO WS-CC-FIELD-VALUE(WS-CC-FIELD-COUNT)
           CALL "BLM-CFGCHG-CONTROLLER" USING "raise", WS-CC-FIELDS,
                WS-CC-FIELD-COUNT, LK-USER-ID, WS-CC-RET-CODE
           MOVE WS-CC-RET-CODE TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-MAPPINGS - displays the whole chart-of-accounts mapping.
      *> ----------------------------------------------------------------
