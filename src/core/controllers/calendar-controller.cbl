      *>                     are business, weekends are not, and the
      *>                     month-end processing day is the last
      *>                     business day of the month.
      *>   15/10/2026 - jm - SET no longer writes: it raises the
      *>                     change, old and new pin, with
      *>                     BLM-CFGCHG-CONTROLLER, and the new
      *>                     internal APPLY writes it once a second
      *>                     admin approves.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-CALENDAR-CONTROLLER.
           88 LATER-BUSINESS     VALUE "Y".
       77 WS-ROLL-TRIES        PIC 9(2) COMP VALUE 0.

      *> Four-eyes hand-off - a pinned day is raised for a second
      *> admin's approval rather than written directly.
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-CC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-CC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-CC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-CC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-CC-FIELD-COUNT==.
       77 WS-CC-RET-CODE       PIC S9(4) COMP.
       77 WS-CC-OLD            PIC X(60) VALUE SPACES.
       77 WS-CC-NEW            PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       01 LK-DATE      PIC X(8).
           EVALUATE LK-OP
               WHEN "SET"
                   PERFORM SET-CALENDAR-DAY
               WHEN "APPLY"
                   PERFORM APPLY-CALENDAR-DAY
               WHEN "CHECK"
                   PERFORM CHECK-CALENDAR-DAY
               WHEN "NEXT-BIZDAY"
           GOBACK.

      *> ----------------------------------------------------------------
      *> SET-CALENDAR-DAY - a teller/admin asks to pin LK-DATE:
      *> LK-VALUE byte 1 is the day type (B/H/W), byte 2 the
      *> month-end marker (Y/N). Nothing is written here: the change
      *> is raised with BLM-CFGCHG-CONTROLLER for a second admin to
      *> approve.
      *> ----------------------------------------------------------------
       SET-CALENDAR-DAY.
           MOVE SPACES TO USER-CTL-DATA
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "no row, weekday/weekend default" TO WS-CC-OLD
           OPEN INPUT CALENDAR-MASTER-FILE
           IF WS-FILE-STATUS = "00"
               MOVE LK-DATE TO CAL-DATE
               READ CALENDAR-MASTER-FILE KEY IS CAL-DATE
               IF WS-FILE-STATUS = "00"
                   MOVE SPACES TO WS-CC-OLD
                   STRING "day type " CAL-DAY-TYPE " month-end "
                          CAL-MONTH-END DELIMITED BY SIZE
                          INTO WS-CC-OLD
               END-IF
               CLOSE CALENDAR-MASTER-FILE
           END-IF
           PERFORM BUILD-CAL-RECORD
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CC-NEW
           STRING "day type " CAL-DAY-TYPE " month-end "
                  CAL-MONTH-END DELIMITED BY SIZE INTO WS-CC-NEW
           MOVE "date" TO WS-CC-FIELD-NAME(1)
           MOVE LK-DATE TO WS-CC-FIELD-VALUE(1)
           MOVE "value" TO WS-CC-FIELD-NAME(2)
           MOVE LK-VALUE TO WS-CC-FIELD-VALUE(2)
           MOVE "cc-target" TO WS-CC-FIELD-NAME(3)
           MOVE "CALENDAR" TO WS-CC-FIELD-VALUE(3)
           MOVE "cc-key" TO WS-CC-FIELD-NAME(4)
           MOVE LK-DATE TO WS-CC-FIELD-VALUE(4)
           MOVE "cc-old" TO WS-CC-FIELD-NAME(5)
           MOVE WS-CC-OLD TO WS-CC-FIELD-VALUE(5)
           MOVE "cc-new" TO WS-CC-FIELD-NAME(6)
           MOVE WS-CC-NEW TO WS-CC-FIELD-VALUE(6)
           MOVE 6 TO WS-CC-FIELD-COUNT
           CALL "BLM-CFGCHG-CONTROLLER" USING "raise", WS-CC-FIELDS,
                WS-CC-FIELD-COUNT, LK-ACTING, WS-CC-RET-CODE
           MOVE WS-CC-RET-CODE TO LK-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> APPLY-CALENDAR-DAY - writes a calendar change a second admin
      *> has approved; called only by BLM-CFGCHG-CONTROLLER, with
      *> LK-ACTING the admin who raised it.
      *> ----------------------------------------------------------------
       APPLY-CALENDAR-DAY.
           PERFORM BUILD-CAL-RECORD
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-CAL-FOR-WRITE
           WRITE CALENDAR-RECORD
           IF WS-FILE-STATUS = "22"
           CLOSE CALENDAR-MASTER-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> BUILD-CAL-RECORD - stages CALENDAR-RECORD from LK-DATE and
      *> LK-VALUE; 8 on a day type other than B, H or W.
      *> ----------------------------------------------------------------
       BUILD-CAL-RECORD.
           MOVE SPACES TO CALENDAR-RECORD
           MOVE LK-DATE TO CAL-DATE
           MOVE LK-VALUE(1:1) TO CAL-DAY-TYPE
           MOVE LK-VALUE(2:1) TO CAL-MONTH-END
           IF NOT CAL-BUSINESS AND NOT CAL-HOLIDAY
                   AND NOT CAL-WEEKEND
               DISPLAY "Day type must be B, H or W."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ACTING TO CAL-UPDATED-BY
           PERFORM STAMP-CAL-TIME
           MOVE WS-TIMESTAMP TO CAL-UPDATED-AT.
           EXIT.

      *> ----------------------------------------------------------------
      *> PROBE-ONE-DAY - resolves WS-PROBE-DATE to its day type and
      *> any pinned month-end marker: the calendar row when one
