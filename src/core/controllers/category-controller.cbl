      *>   01/10/2025 - jm - First cut: set/list/get against a real
      *>                     indexed MCAT-MASTER-FILE, the same shape
      *>                     as the GL-mapping maintenance.
      *>   15/10/2026 - jm - "set" takes an optional --rate, the
      *>                     rewards points earned per USD in the
      *>                     category (blank earns the base rate);
      *>                     "list" shows it.
      *>   15/10/2026 - jm - "set" no longer writes: it raises the
      *>                     change, old and new entry, with
      *>                     BLM-CFGCHG-CONTROLLER, and the new
      *>                     internal "apply" writes it once a second
      *>                     admin approves.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CATEGORY-CONTROLLER.
           88 LOOKUP-FOUND       VALUE "Y".
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       COPY "user-ctl-data.cpy".
       77 WS-RATE-VALUE        PIC 9(5)V99 VALUE 0.
       77 WS-RATE-EDIT         PIC Z9.99.

      *> Four-eyes hand-off - a category change is raised for a second
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
           EVALUATE LK-OP
               WHEN "set"
                   PERFORM SET-CATEGORY
               WHEN "apply"
                   PERFORM APPLY-CATEGORY
               WHEN "list"
                   PERFORM LIST-CATEGORIES
               WHEN "get"
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-CATEGORY - a teller/admin asks to create or rewrite the
      *> category named by --code with --desc, and its rewards points
      *> rate per USD from --rate (blank leaves it earning the base
      *> rate). Nothing is written here: the change is raised with
      *> BLM-CFGCHG-CONTROLLER for a second admin to approve.
      *> ----------------------------------------------------------------
       SET-CATEGORY.
           MOVE SPACES TO USER-CTL-DATA
                       "required to maintain the category table."
               MOVE 13 TO LK-RET-CODE
           ELSE
               MOVE "not on file" TO WS-CC-OLD
               MOVE "code" TO WS-LOOKUP-NAME
               PERFORM LOOKUP-OP-FIELD
               OPEN INPUT MCAT-MASTER-FILE
               IF WS-FILE-STATUS = "00"
                   MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:4))
                        TO MCAT-CODE
                   READ MCAT-MASTER-FILE KEY IS MCAT-CODE
                   IF WS-FILE-STATUS = "00"
                       PERFORM DESCRIBE-MCAT-RECORD
                       MOVE WS-CC-TEXT TO WS-CC-OLD
                   END-IF
                   CLOSE MCAT-MASTER-FILE
               END-IF
               PERFORM BUILD-MCAT-RECORD
               IF LK-RET-CODE = 0
                   PERFORM DESCRIBE-MCAT-RECORD
                   MOVE WS-CC-TEXT TO WS-CC-NEW
                   MOVE "MCC" TO WS-CC-TARGET
                   MOVE MCAT-CODE TO WS-CC-KEY
                   PERFORM RAISE-MCAT-CHANGE
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPLY-CATEGORY - writes a category change a second admin has
      *> approved; called only by BLM-CFGCHG-CONTROLLER, with
      *> LK-USER-ID the admin who raised it.
      *> ----------------------------------------------------------------
       APPLY-CATEGORY.
           PERFORM BUILD-MCAT-RECORD
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-MCAT-FOR-WRITE
           WRITE MCAT-RECORD
           IF WS-FILE-STATUS = "22"
               REWRITE MCAT-RECORD
           END-IF
           IF WS-FILE-STATUS = "00"
               DISPLAY "Category " MCAT-CODE " set: "
                       MCAT-DESC
               MOVE 0 TO LK-RET-CODE
           ELSE
               DISPLAY "Error writing category, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE MCAT-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> BUILD-MCAT-RECORD - stages MCAT-RECORD from the op-fields;
      *> 8 on a blank code or an out-of-range rate.
      *> ----------------------------------------------------------------
       BUILD-MCAT-RECORD.
           MOVE SPACES TO MCAT-RECORD
           MOVE "code" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:4))
                TO MCAT-CODE
           MOVE "desc" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:30) TO MCAT-DESC
           MOVE "rate" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE)
                    TO WS-RATE-VALUE
           END-IF
           EVALUATE TRUE
               WHEN MCAT-CODE = SPACES
                   DISPLAY "A category code is required."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-LOOKUP-VALUE NOT = SPACES
                       AND WS-RATE-VALUE > 99.99
                   DISPLAY "Points rate must be under 100 per "
                           "USD."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-LOOKUP-VALUE NOT = SPACES
                   MOVE WS-RATE-VALUE TO MCAT-POINTS-RATE-N
           END-EVALUATE
           MOVE LK-USER-ID TO MCAT-UPDATED-BY
           PERFORM STAMP-MCAT-TIME
           MOVE WS-TIMESTAMP TO MCAT-UPDATED-AT.
           EXIT.

       DESCRIBE-MCAT-RECORD.
           MOVE SPACES TO WS-CC-TEXT
           IF MCAT-POINTS-RATE IS NUMERIC
               MOVE MCAT-POINTS-RATE-N TO WS-RATE-EDIT
               STRING MCAT-DESC " pts " WS-RATE-EDIT
                      DELIMITED BY SIZE INTO WS-CC-TEXT
           ELSE
               STRING MCAT-DESC " pts base"
                      DELIMITED BY SIZE INTO WS-CC-TEXT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> RAISE-MCAT-CHANGE - hands the screen's fields, with the
      *> target, key and old/new values, to BLM-CFGCHG-CONTROLLER.
      *> ----------------------------------------------------------------
       RAISE-MCAT-CHANGE.
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

       LIST-CATEGORIES.
           OPEN INPUT MCAT-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               IF WS-FILE-STATUS = "00"
                   READ MCAT-MASTER-FILE NEXT RECORD
                   PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                       IF MCAT-POINTS-RATE IS NUMERIC
                           MOVE MCAT-POINTS-RATE-N TO WS-RATE-EDIT
                           DISPLAY MCAT-CODE " - " MCAT-DESC
                                   " points/usd " WS-RATE-EDIT
                       ELSE
                           DISPLAY MCAT-CODE " - " MCAT-DESC
                                   " points/usd base"
                       END-IF
                       READ MCAT-MASTER-FILE NEXT RECORD
                   END-PERFORM
               END-IF
