      *>   01/09/2025 - jm - First cut: set/view against a real indexed
      *>                     LIMIT-MASTER-FILE; enforcement itself lives
      *>                     in BLM-TRANSFER-CONTROLLER's SEND-TRANSFER.
      *>   15/10/2026 - jm - "set" no longer writes: it raises the
      *>                     change, old and new caps, with
      *>                     BLM-CFGCHG-CONTROLLER, and the new
      *>                     internal "apply" writes it once a second
      *>                     admin approves.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-LIMIT-CONTROLLER.
       77 WS-TARGET-USER       PIC X(10).
       COPY "user-ctl-data.cpy".

      *> Four-eyes hand-off - a limits change is raised for a second
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
       77 WS-CAP-EDIT-1        PIC Z(8)9.99.
       77 WS-CAP-EDIT-2        PIC Z(8)9.99.
       77 WS-CAP-EDIT-3        PIC Z(8)9.99.

      *> Audit trail
       COPY "audit-log.cpy"
           REPLACING ==AUDIT-LOG-RECORD== BY ==WS-AUDIT-ENTRY==.
           EVALUATE LK-OP
               WHEN "set"
                   PERFORM SET-LIMITS
               WHEN "apply"
                   PERFORM APPLY-LIMITS
               WHEN "view"
                   PERFORM VIEW-LIMITS
               WHEN OTHER
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-LIMITS - a teller/admin (LK-USER-ID) asks for --daily and
      *> --per-txn USD caps for the account named by --user, creating
      *> or overwriting its limits profile. Nothing is written here:
      *> the change is raised with BLM-CFGCHG-CONTROLLER for a second
      *> admin to approve.
      *> ----------------------------------------------------------------
       SET-LIMITS.
           MOVE SPACES TO USER-CTL-DATA
                       "required to set limits."
               MOVE 13 TO LK-RET-CODE
           ELSE
               MOVE "not on file" TO WS-CC-OLD
               MOVE "user" TO WS-LOOKUP-NAME
               PERFORM LOOKUP-OP-FIELD
               OPEN INPUT LIMIT-MASTER-FILE
               IF WS-FILE-STATUS = "00"
                   MOVE WS-LOOKUP-VALUE(1:10) TO LIMIT-USER-ID
                   READ LIMIT-MASTER-FILE KEY IS LIMIT-USER-ID
                   IF WS-FILE-STATUS = "00"
                       PERFORM DESCRIBE-LIMIT-RECORD
                       MOVE WS-CC-TEXT TO WS-CC-OLD
                   END-IF
                   CLOSE LIMIT-MASTER-FILE
               END-IF
               PERFORM BUILD-LIMIT-RECORD
               PERFORM DESCRIBE-LIMIT-RECORD
               MOVE WS-CC-TEXT TO WS-CC-NEW
               MOVE "LIMITS" TO WS-CC-TARGET
               MOVE WS-TARGET-USER TO WS-CC-KEY
               PERFORM RAISE-LIMIT-CHANGE
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPLY-LIMITS - writes a limits change a second admin has
      *> approved; called only by BLM-CFGCHG-CONTROLLER, with
      *> LK-USER-ID the admin who raised it.
      *> ----------------------------------------------------------------
       APPLY-LIMITS.
           PERFORM BUILD-LIMIT-RECORD
           PERFORM OPEN-LIMIT-FOR-WRITE
           WRITE LIMIT-RECORD
           IF WS-FILE-STATUS = "22"
               REWRITE LIMIT-RECORD
           END-IF
           IF WS-FILE-STATUS = "00"
               DISPLAY "Limits for " WS-TARGET-USER ": daily "
                       LIMIT-DAILY-CAP " per-transfer "
                       LIMIT-PER-TXN-CAP " overdraft "
                       LIMIT-OVERDRAFT
               MOVE 0 TO LK-RET-CODE
           ELSE
               DISPLAY "Error writing limits, status "
                       WS-FILE-STATUS
               MOVE 12 TO LK-RET-CODE
           END-IF
           CLOSE LIMIT-MASTER-FILE
           PERFORM LOG-LIMIT-EVENT.
           EXIT.

      *> ----------------------------------------------------------------
      *> BUILD-LIMIT-RECORD - stages LIMIT-RECORD from the op-fields.
      *> ----------------------------------------------------------------
       BUILD-LIMIT-RECORD.
           MOVE SPACES TO LIMIT-RECORD
           MOVE "user" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-TARGET-USER
           MOVE WS-TARGET-USER TO LIMIT-USER-ID
           MOVE "daily" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE)
                TO LIMIT-DAILY-CAP
           MOVE "per-txn" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE)
                TO LIMIT-PER-TXN-CAP
           MOVE "overdraft" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF LOOKUP-FOUND
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE)
                    TO LIMIT-OVERDRAFT
           ELSE
               MOVE 0 TO LIMIT-OVERDRAFT
           END-IF
           MOVE LK-USER-ID TO LIMIT-UPDATED-BY
           PERFORM STAMP-LIMIT-TIME
           MOVE WS-TIMESTAMP TO LIMIT-UPDATED-AT.
           EXIT.

       DESCRIBE-LIMIT-RECORD.
           MOVE SPACES TO WS-CC-TEXT
           MOVE LIMIT-DAILY-CAP TO WS-CAP-EDIT-1
           MOVE LIMIT-PER-TXN-CAP TO WS-CAP-EDIT-2
           MOVE LIMIT-OVERDRAFT TO WS-CAP-EDIT-3
           STRING "daily " WS-CAP-EDIT-1 " txn " WS-CAP-EDIT-2
                  " od " WS-CAP-EDIT-3 DELIMITED BY SIZE
                  INTO WS-CC-TEXT.
           EXIT.

      *> ----------------------------------------------------------------
      *> RAISE-LIMIT-CHANGE - hands the screen's fields, with the
      *> target, key and old/new values, to BLM-CFGCHG-CONTROLLER.
      *> ----------------------------------------------------------------
       RAISE-LIMIT-CHANGE.
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
      *> VIEW-LIMITS - displays the limits profile on file for --user,
      *> or says the system defaults apply.
