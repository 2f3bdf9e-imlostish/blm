      *>   31/08/2025 - jm - First cut: add/list/remove/get against a
      *>                     real indexed PAYEE-MASTER-FILE keyed by
      *>                     user id + nickname.
      *>   15/10/2026 - jm - A new payee's target is screened against
      *>                     the watch list; a hit refuses the add
      *>                     and puts the customer under review.
      *> ----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLM-PAYEE-CONTROLLER.
       77 WS-LOOKUP-FOUND      PIC X VALUE "N".
           88 LOOKUP-FOUND       VALUE "Y".

      *> watch-list screening of the payee being added
       COPY "op-fields.cpy"
           REPLACING ==OP-FIELDS==      BY ==WS-SC-FIELDS==
                     ==OP-FIELD-ENTRY== BY ==WS-SC-FIELD-ENTRY==
                     ==OP-FIELD-NAME==  BY ==WS-SC-FIELD-NAME==
                     ==OP-FIELD-VALUE== BY ==WS-SC-FIELD-VALUE==
                     ==OP-FIELD-COUNT== BY ==WS-SC-FIELD-COUNT==.
       77 WS-SC-RET-CODE       PIC S9(4) COMP.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
           IF PAYEE-NICKNAME = SPACES OR PAYEE-TARGET = SPACES
               DISPLAY "Nickname and target are required."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM SCREEN-PAYEE-TARGET
           IF WS-SC-RET-CODE = 20
               DISPLAY "Payee not saved."
               MOVE 20 TO LK-RET-CODE
           ELSE
               PERFORM STAMP-PAYEE-TIME
               MOVE WS-TIMESTAMP TO PAYEE-CREATED-AT
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SCREEN-PAYEE-TARGET - runs PAYEE-TARGET through the watch-list
      *> screen on LK-USER-ID's behalf; WS-SC-RET-CODE 20 is a hit.
      *> ----------------------------------------------------------------
       SCREEN-PAYEE-TARGET.
           MOVE "user" TO WS-SC-FIELD-NAME(1)
           MOVE LK-USER-ID TO WS-SC-FIELD-VALUE(1)
           MOVE "name" TO WS-SC-FIELD-NAME(2)
           MOVE PAYEE-TARGET TO WS-SC-FIELD-VALUE(2)
           MOVE "context" TO WS-SC-FIELD-NAME(3)
           MOVE "PAYEE" TO WS-SC-FIELD-VALUE(3)
           MOVE 3 TO WS-SC-FIELD-COUNT
           CALL "BLM-SCREEN-CONTROLLER" USING "screen",
                WS-SC-FIELDS, WS-SC-FIELD-COUNT, LK-USER-ID,
                WS-SC-RET-CODE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-PAYEES - displays every saved payee for LK-USER-ID, in
      *> nickname order off the composite primary key.
