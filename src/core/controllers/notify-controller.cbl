      *>          "Messages" option is the customer's inbox.
      *> License: MIT
      *> Modification History:
      *>   15/10/2026 - jm - The deliver pass renders each message
      *>                     through its event's email template
      *>                     (NOTIFY-TEMPLATE-FILE) onto the outbound
      *>                     EMAIL-SPOOL-FILE for the mail gateway,
      *>                     addressed to USER-EMAIL, honouring the
      *>                     customer's per-event channel choice
      *>                     (NOTIFY-PREF-FILE); a mandatory service
      *>                     message overrides the choice and the
      *>                     do-not-contact flags. A missing or
      *>                     bounced address falls back to the inbox,
      *>                     and the new bounce op takes the gateway's
      *>                     bounce report back. Template and
      *>                     preference maintenance ops added.
      *>   15/10/2026 - jm - The unclaimed-property due-diligence
      *>                     notice (ESCHEAT-NOTICE) is delivered to
      *>                     a DORMANT account: reaching the dormant
      *>                     owner is the whole point of it.
      *>   25/10/2025 - jm - New deliver-user op: immediate delivery
      *>                     of one user's NEW messages, for the
      *>                     login passcode challenge that can't wait
                 ALTERNATE RECORD KEY IS NOTIFY-USER-ID
                     WITH DUPLICATES
                 FILE STATUS IS WS-FILE-STATUS.
             SELECT USER-MASTER-FILE ASSIGN TO "USRMSTR"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS USER-ID
                 ALTERNATE RECORD KEY IS USER-USERNAME WITH DUPLICATES
                 ALTERNATE RECORD KEY IS USER-EMAIL WITH DUPLICATES
                 FILE STATUS IS WS-USER-STATUS.
             SELECT NOTIFY-TEMPLATE-FILE ASSIGN TO "NTFYTMPL"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS NTPL-EVENT
                 FILE STATUS IS WS-TPL-STATUS.
             SELECT NOTIFY-PREF-FILE ASSIGN TO "NTFYPREF"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS NPRF-KEY
                 FILE STATUS IS WS-PREF-STATUS.
             SELECT EMAIL-SPOOL-FILE ASSIGN TO "EMAILSPL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SPOOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "notification.cpy".
       FD  USER-MASTER-FILE
           LABEL RECORD STANDARD.
           COPY "user.cpy".
       FD  NOTIFY-TEMPLATE-FILE
           LABEL RECORD STANDARD.
           COPY "notify-template.cpy".
       FD  NOTIFY-PREF-FILE
           LABEL RECORD STANDARD.
           COPY "notify-pref.cpy".
       FD  EMAIL-SPOOL-FILE
           LABEL RECORD STANDARD.
           COPY "email-spool.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS       PIC XX VALUE SPACES.
       77 WS-NO-DELIVERY       PIC X VALUE "N".
           88 NO-DELIVERY        VALUE "Y".

      *> Email delivery - the event's template, the channel the
      *> message goes by, and the spool lines it renders to.
       77 WS-USER-STATUS       PIC XX VALUE SPACES.
       77 WS-TPL-STATUS        PIC XX VALUE SPACES.
       77 WS-PREF-STATUS       PIC XX VALUE SPACES.
       77 WS-SPOOL-STATUS      PIC XX VALUE SPACES.
       77 WS-TPL-FOUND         PIC X VALUE "N".
           88 TPL-FOUND          VALUE "Y".
       77 WS-MANDATORY         PIC X VALUE "N".
           88 MANDATORY-MESSAGE  VALUE "Y".
       77 WS-CHANNEL           PIC X VALUE SPACES.
       77 WS-LINE-IDX          PIC 9(2) COMP VALUE 0.
       77 WS-BODY-COUNT        PIC 9(3) VALUE 0.
       77 WS-TEXT-PLACED       PIC X VALUE "N".
           88 TEXT-PLACED        VALUE "Y".
       77 WS-EMAILED-COUNT     PIC 9(5) COMP VALUE 0.
       77 WS-INBOX-COUNT       PIC 9(5) COMP VALUE 0.
       77 WS-FALLBACK-COUNT    PIC 9(5) COMP VALUE 0.

      *> Template and preference maintenance
       77 WS-CTL-RET-CODE      PIC S9(4) COMP.
       COPY "user-ctl-data.cpy".
       77 WS-ROW-EXISTS        PIC X VALUE "N".
           88 ROW-EXISTS         VALUE "Y".
       77 WS-LINE-NO           PIC 9(2) VALUE 0.
       77 WS-NEW-SUBJECT       PIC X(60) VALUE SPACES.
       77 WS-NEW-TEXT          PIC X(70) VALUE SPACES.
       77 WS-NEW-MANDATORY     PIC X VALUE SPACES.
       77 WS-NEW-CHANNEL       PIC X VALUE SPACES.
       77 WS-PREF-SHOWN        PIC 9(5) COMP VALUE 0.

      *> Bounce read-back - the message and address that came back.
       77 WS-BOUNCE-ID         PIC X(10) VALUE SPACES.
       77 WS-BOUNCE-TO         PIC X(124) VALUE SPACES.
       77 WS-BOUNCE-KIND       PIC X VALUE SPACES.
       77 WS-BOUNCE-USER       PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OP        PIC X(20).
       COPY "op-fields.cpy".
                   PERFORM DELIVER-OUTBOX
               WHEN "deliver-user"
                   PERFORM DELIVER-ONE-USER
               WHEN "bounce"
                   PERFORM TAKE-BOUNCE
               WHEN "set-template"
                   PERFORM SET-EVENT-TEMPLATE
               WHEN "list-templates"
                   PERFORM LIST-EVENT-TEMPLATES
               WHEN "set-pref"
                   PERFORM SET-CHANNEL-PREF
               WHEN "list-prefs"
                   PERFORM LIST-CHANNEL-PREFS
               WHEN OTHER
                   DISPLAY "FUNCTION NOT FOUND."
                   MOVE 12 TO LK-RET-CODE
           EXIT.

      *> ----------------------------------------------------------------
      *> DELIVER-OUTBOX - the nightly delivery pass: every NEW message
      *> is rendered through its event's template onto the email
      *> spool for the mail gateway, or left for the inbox alone when
      *> the customer chose that, the address is missing or bounced,
      *> or a do-not-contact flag suppresses it; either way it flips
      *> DELIVERED with the channel it went by, so the inbox shows it
      *> as already sent to the customer.
      *> ----------------------------------------------------------------
       DELIVER-OUTBOX.
           MOVE 0 TO WS-DELIVERED-COUNT WS-SUPPRESSED-COUNT
                     WS-EMAILED-COUNT WS-INBOX-COUNT WS-FALLBACK-COUNT
           OPEN I-O NOTIFY-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "No notifications on file."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-MASTER-FILE
           OPEN INPUT NOTIFY-TEMPLATE-FILE
           OPEN INPUT NOTIFY-PREF-FILE
           OPEN EXTEND EMAIL-SPOOL-FILE
           IF WS-SPOOL-STATUS NOT = "00"
               OPEN OUTPUT EMAIL-SPOOL-FILE
           END-IF
           PERFORM STAMP-NOTIFY-TIME
           MOVE LOW-VALUES TO NOTIFY-ID
           START NOTIFY-MASTER-FILE KEY IS NOT LESS THAN NOTIFY-ID
           IF WS-FILE-STATUS = "00"
               READ NOTIFY-MASTER-FILE NEXT RECORD
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF NOTIFY-NEW
                       PERFORM DELIVER-ONE-MESSAGE
                   END-IF
                   READ NOTIFY-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE EMAIL-SPOOL-FILE
           CLOSE NOTIFY-PREF-FILE
           CLOSE NOTIFY-TEMPLATE-FILE
           CLOSE USER-MASTER-FILE
           CLOSE NOTIFY-MASTER-FILE
           DISPLAY "Notifications delivered: " WS-DELIVERED-COUNT
           DISPLAY "  by email: " WS-EMAILED-COUNT
                   ", inbox by choice: " WS-INBOX-COUNT
                   ", inbox for a bad address: " WS-FALLBACK-COUNT
           DISPLAY "Suppressed (do-not-contact/dormant): "
                   WS-SUPPRESSED-COUNT.
           EXIT.

      *> one NEW message in the record area, delivered and rewritten.
       DELIVER-ONE-MESSAGE.
           PERFORM LOAD-EVENT-TEMPLATE
           PERFORM CHECK-DELIVERY-FLAGS
           IF NO-DELIVERY
               SET NOTIFY-SUPPRESSED TO TRUE
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               PERFORM CHOOSE-CHANNEL
               EVALUATE WS-CHANNEL
                   WHEN "E"
                       PERFORM SPOOL-EMAIL
                       SET NOTIFY-EMAILED TO TRUE
                       ADD 1 TO WS-EMAILED-COUNT
                       DISPLAY "TO " NOTIFY-USER-ID ": ["
                               NOTIFY-EVENT "] " NOTIFY-TEXT
                   WHEN "B"
                       SET NOTIFY-BOUNCED TO TRUE
                       ADD 1 TO WS-FALLBACK-COUNT
                   WHEN OTHER
                       SET NOTIFY-INBOX-ONLY TO TRUE
                       ADD 1 TO WS-INBOX-COUNT
               END-EVALUATE
               ADD 1 TO WS-DELIVERED-COUNT
           END-IF
           SET NOTIFY-DELIVERED TO TRUE
           REWRITE NOTIFY-RECORD.
           EXIT.

      *> the template for the message's event, if one is kept:
      *> TPL-FOUND, and MANDATORY-MESSAGE off its flag.
       LOAD-EVENT-TEMPLATE.
           MOVE "N" TO WS-TPL-FOUND
           MOVE "N" TO WS-MANDATORY
           MOVE NOTIFY-EVENT TO NTPL-EVENT
           READ NOTIFY-TEMPLATE-FILE KEY IS NTPL-EVENT
           IF WS-TPL-STATUS = "00"
               MOVE "Y" TO WS-TPL-FOUND
               IF NTPL-IS-MANDATORY
                   MOVE "Y" TO WS-MANDATORY
               END-IF
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHOOSE-CHANNEL - WS-CHANNEL for the message in hand: a
      *> mandatory message goes by email; otherwise the customer's
      *> choice for the event, then their choice for every event
      *> ("*"), then the template's default, then email. Email to a
      *> customer with no address on file or one that has bounced
      *> comes back "B" - the inbox has it instead.
      *> ----------------------------------------------------------------
       CHOOSE-CHANNEL.
           MOVE "E" TO WS-CHANNEL
           IF NOT MANDATORY-MESSAGE
               MOVE NOTIFY-USER-ID TO NPRF-USER-ID
               MOVE NOTIFY-EVENT TO NPRF-EVENT
               READ NOTIFY-PREF-FILE KEY IS NPRF-KEY
               IF WS-PREF-STATUS NOT = "00"
                   MOVE "*" TO NPRF-EVENT
                   READ NOTIFY-PREF-FILE KEY IS NPRF-KEY
               END-IF
               EVALUATE TRUE
                   WHEN WS-PREF-STATUS = "00"
                       MOVE NPRF-CHANNEL TO WS-CHANNEL
                   WHEN TPL-FOUND AND NTPL-DEFAULT-CHANNEL = "I"
                       MOVE "I" TO WS-CHANNEL
               END-EVALUATE
           END-IF
           IF WS-CHANNEL NOT = "E"
               EXIT PARAGRAPH
           END-IF
           MOVE NOTIFY-USER-ID TO USER-ID
           READ USER-MASTER-FILE KEY IS USER-ID
           IF WS-USER-STATUS NOT = "00" OR USER-EMAIL = SPACES
                   OR USER-EMAIL-BOUNCED
               MOVE "B" TO WS-CHANNEL
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SPOOL-EMAIL - the message in hand onto the email spool to
      *> the address just read: header, the template's subject and
      *> body with &TEXT standing for the message text (the text
      *> follows the body when no line places it), and the trailer.
      *> No template: the event name as subject and the text alone.
      *> ----------------------------------------------------------------
       SPOOL-EMAIL.
           MOVE SPACES TO EMAIL-SPOOL-RECORD
           SET ESPL-HEADER TO TRUE
           MOVE NOTIFY-ID TO ESPL-MSG-ID
           MOVE NOTIFY-USER-ID TO ESPL-USER-ID
           MOVE USER-EMAIL TO ESPL-TO
           MOVE WS-MANDATORY TO ESPL-MANDATORY
           IF TPL-FOUND AND NTPL-SUBJECT NOT = SPACES
               MOVE NTPL-SUBJECT TO ESPL-SUBJECT
           ELSE
               STRING "Account notice: " NOTIFY-EVENT
                      DELIMITED BY SIZE INTO ESPL-SUBJECT
           END-IF
           WRITE EMAIL-SPOOL-RECORD
           MOVE 0 TO WS-BODY-COUNT
           MOVE "N" TO WS-TEXT-PLACED
           IF TPL-FOUND
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > 4
                   EVALUATE TRUE
                       WHEN NTPL-LINE(WS-LINE-IDX)(1:5) = "&TEXT"
                           MOVE NOTIFY-TEXT TO WS-NEW-TEXT
                           PERFORM SPOOL-NOTICE-TEXT
                       WHEN NTPL-LINE(WS-LINE-IDX) NOT = SPACES
                           MOVE NTPL-LINE(WS-LINE-IDX) TO WS-NEW-TEXT
                           PERFORM SPOOL-BODY-LINE
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF NOT TEXT-PLACED
               PERFORM SPOOL-NOTICE-TEXT
           END-IF
           MOVE SPACES TO EMAIL-SPOOL-RECORD
           SET ESPL-TRAILER TO TRUE
           MOVE NOTIFY-ID TO ESPL-MSG-ID
           MOVE WS-BODY-COUNT TO ESPL-LINE-COUNT
           MOVE WS-TIMESTAMP TO ESPL-QUEUED-AT
           WRITE EMAIL-SPOOL-RECORD.
           EXIT.

       SPOOL-NOTICE-TEXT.
           MOVE "Y" TO WS-TEXT-PLACED
           MOVE SPACES TO EMAIL-SPOOL-RECORD
           SET ESPL-BODY TO TRUE
           MOVE NOTIFY-ID TO ESPL-MSG-ID
           MOVE NOTIFY-TEXT TO ESPL-LINE
           WRITE EMAIL-SPOOL-RECORD
           ADD 1 TO WS-BODY-COUNT.
           EXIT.

       SPOOL-BODY-LINE.
           MOVE SPACES TO EMAIL-SPOOL-RECORD
           SET ESPL-BODY TO TRUE
           MOVE NOTIFY-ID TO ESPL-MSG-ID
           MOVE WS-NEW-TEXT TO ESPL-LINE
           WRITE EMAIL-SPOOL-RECORD
           ADD 1 TO WS-BODY-COUNT.
           EXIT.

      *> ----------------------------------------------------------------
      *> CHECK-DELIVERY-FLAGS - no outbound delivery to a NOCONTACT
      *> or DORMANT account; the message is marked delivered quietly
      *> so it never floods tomorrow's run either. A mandatory
      *> service message goes regardless, and the escheat
      *> due-diligence notice is the exception for DORMANT: the law
      *> requires it to go to the dormant owner.
      *> ----------------------------------------------------------------
       CHECK-DELIVERY-FLAGS.
           MOVE "N" TO WS-NO-DELIVERY
           IF MANDATORY-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLAG-ACTING WS-FLAG-NOTE
           MOVE "NOCONTACT" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", NOTIFY-USER-ID,
           IF WS-FLAG-RET-CODE = 0
               MOVE "Y" TO WS-NO-DELIVERY
           END-IF
           IF NOTIFY-EVENT = "ESCHEAT-NOTICE"
               EXIT PARAGRAPH
           END-IF
           MOVE "DORMANT" TO WS-FLAG-TYPE
           CALL "BLM-FLAG-CONTROLLER" USING "CHECK", NOTIFY-USER-ID,
                WS-FLAG-TYPE, WS-FLAG-ACTING, WS-FLAG-NOTE,
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> TAKE-BOUNCE - one line of the mail gateway's bounce file:
      *> message --id, address --to, --kind H(ard)/S(oft). A soft
      *> bounce is the gateway's to retry and is ignored here. A hard
      *> bounce marks the message BOUNCED - it still sits in the
      *> inbox - and, while the customer's address on file is still
      *> the one that bounced, marks that address bad so later
      *> messages go to the inbox until the customer changes it.
      *> ----------------------------------------------------------------
       TAKE-BOUNCE.
           MOVE "id" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:10) TO WS-BOUNCE-ID
           MOVE "to" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE TO WS-BOUNCE-TO
           MOVE "kind" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1))
                TO WS-BOUNCE-KIND
           IF WS-BOUNCE-KIND NOT = "H"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O NOTIFY-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BOUNCE-ID TO NOTIFY-ID
           READ NOTIFY-MASTER-FILE KEY IS NOTIFY-ID
           IF WS-FILE-STATUS NOT = "00"
               CLOSE NOTIFY-MASTER-FILE
               DISPLAY "Bounce for unknown message " WS-BOUNCE-ID
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE NOTIFY-USER-ID TO WS-BOUNCE-USER
           SET NOTIFY-BOUNCED TO TRUE
           REWRITE NOTIFY-RECORD
           CLOSE NOTIFY-MASTER-FILE
           MOVE SPACES TO USER-EMAIL
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-STATUS = "00"
               MOVE WS-BOUNCE-USER TO USER-ID
               READ USER-MASTER-FILE KEY IS USER-ID
               IF WS-USER-STATUS NOT = "00"
                   MOVE SPACES TO USER-EMAIL
               END-IF
               CLOSE USER-MASTER-FILE
           END-IF
           IF USER-EMAIL = SPACES OR USER-EMAIL NOT = WS-BOUNCE-TO
                   OR USER-EMAIL-BOUNCED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO USER-CTL-DATA
           MOVE "EMAIL-STATUS" TO UCD-UPD-FIELD
           MOVE "B" TO UCD-UPD-VALUE
           CALL "BLM-USER-CONTROLLER" USING "UPDATE-USER",
                USER-CTL-DATA, WS-BOUNCE-USER, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               MOVE 12 TO LK-RET-CODE
           ELSE
               DISPLAY "Address marked bounced for " WS-BOUNCE-USER
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-EVENT-TEMPLATE - admin upkeep of one event's email
      *> template: --event, and any of --subject, body --line 1-4
      *> with its --text ("&TEXT" places the message text),
      *> --mandatory Y/N (a service message that goes by email past
      *> preferences and do-not-contact), --channel E/I (the default
      *> for customers who have not chosen).
      *> ----------------------------------------------------------------
       SET-EVENT-TEMPLATE.
           MOVE SPACES TO USER-CTL-DATA
           SET UCD-ROLE-MIN-ADMIN TO TRUE
           CALL "BLM-USER-CONTROLLER" USING "REQUIRE-ROLE",
                USER-CTL-DATA, LK-USER-ID, WS-CTL-RET-CODE
           IF WS-CTL-RET-CODE NOT = 0
               DISPLAY "Access denied: admin role required to "
                       "maintain the message templates."
               MOVE 13 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "subject" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:60) TO WS-NEW-SUBJECT
           MOVE 0 TO WS-LINE-NO
           MOVE "line" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           IF WS-LOOKUP-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LOOKUP-VALUE) TO WS-LINE-NO
           END-IF
           MOVE "text" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE WS-LOOKUP-VALUE(1:70) TO WS-NEW-TEXT
           MOVE "mandatory" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1))
                TO WS-NEW-MANDATORY
           MOVE "channel" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1))
                TO WS-NEW-CHANNEL
           MOVE "event" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           EVALUATE TRUE
               WHEN WS-LOOKUP-VALUE = SPACES
                   DISPLAY "An event name is required."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-LINE-NO > 4
                   DISPLAY "A message template has body lines 1 to 4."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-NEW-MANDATORY NOT = SPACE AND NOT = "Y"
                       AND NOT = "N"
                   DISPLAY "Mandatory must be Y or N."
                   MOVE 8 TO LK-RET-CODE
               WHEN WS-NEW-CHANNEL NOT = SPACE AND NOT = "E"
                       AND NOT = "I"
                   DISPLAY "Default channel must be E (email) or I "
                           "(inbox only)."
                   MOVE 8 TO LK-RET-CODE
           END-EVALUATE
           IF LK-RET-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-NOTIFY-TIME
           OPEN I-O NOTIFY-TEMPLATE-FILE
           IF WS-TPL-STATUS = "35"
               OPEN OUTPUT NOTIFY-TEMPLATE-FILE
               CLOSE NOTIFY-TEMPLATE-FILE
               OPEN I-O NOTIFY-TEMPLATE-FILE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:20))
                TO NTPL-EVENT
           READ NOTIFY-TEMPLATE-FILE KEY IS NTPL-EVENT
           IF WS-TPL-STATUS = "00"
               MOVE "Y" TO WS-ROW-EXISTS
           ELSE
               MOVE "N" TO WS-ROW-EXISTS
               MOVE NTPL-EVENT TO WS-LOOKUP-VALUE
               MOVE SPACES TO NOTIFY-TEMPLATE-RECORD
               MOVE WS-LOOKUP-VALUE(1:20) TO NTPL-EVENT
               MOVE "N" TO NTPL-MANDATORY
               MOVE "E" TO NTPL-DEFAULT-CHANNEL
           END-IF
           IF WS-NEW-SUBJECT NOT = SPACES
               MOVE WS-NEW-SUBJECT TO NTPL-SUBJECT
           END-IF
           IF WS-LINE-NO > 0
               MOVE WS-NEW-TEXT TO NTPL-LINE(WS-LINE-NO)
           END-IF
           IF WS-NEW-MANDATORY NOT = SPACE
               MOVE WS-NEW-MANDATORY TO NTPL-MANDATORY
           END-IF
           IF WS-NEW-CHANNEL NOT = SPACE
               MOVE WS-NEW-CHANNEL TO NTPL-DEFAULT-CHANNEL
           END-IF
           MOVE LK-USER-ID TO NTPL-UPDATED-BY
           MOVE WS-TIMESTAMP TO NTPL-UPDATED-AT
           IF ROW-EXISTS
               REWRITE NOTIFY-TEMPLATE-RECORD
           ELSE
               WRITE NOTIFY-TEMPLATE-RECORD
           END-IF
           IF WS-TPL-STATUS NOT = "00"
               DISPLAY "Error writing message template, status "
                       WS-TPL-STATUS
               MOVE 12 TO LK-RET-CODE
           ELSE
               DISPLAY "Template for " FUNCTION TRIM(NTPL-EVENT)
                       " saved."
           END-IF
           CLOSE NOTIFY-TEMPLATE-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-EVENT-TEMPLATES - every message template in event
      *> order: flags and subject, then its non-blank body lines.
      *> ----------------------------------------------------------------
       LIST-EVENT-TEMPLATES.
           OPEN INPUT NOTIFY-TEMPLATE-FILE
           IF WS-TPL-STATUS NOT = "00"
               DISPLAY "No message templates on file."
               MOVE 4 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "=== Message templates ==="
           DISPLAY "  (M = mandatory service message; channel E = "
                   "email, I = inbox only)"
           MOVE LOW-VALUES TO NTPL-EVENT
           START NOTIFY-TEMPLATE-FILE KEY IS NOT LESS THAN NTPL-EVENT
           IF WS-TPL-STATUS = "00"
               READ NOTIFY-TEMPLATE-FILE NEXT RECORD
               PERFORM UNTIL WS-TPL-STATUS NOT = "00"
                   IF NTPL-IS-MANDATORY
                       DISPLAY NTPL-EVENT " M " NTPL-DEFAULT-CHANNEL
                               " " FUNCTION TRIM(NTPL-SUBJECT)
                   ELSE
                       DISPLAY NTPL-EVENT " - " NTPL-DEFAULT-CHANNEL
                               " " FUNCTION TRIM(NTPL-SUBJECT)
                   END-IF
                   PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > 4
                       IF NTPL-LINE(WS-LINE-IDX) NOT = SPACES
                           DISPLAY "    " WS-LINE-IDX " "
                                   FUNCTION TRIM(NTPL-LINE(WS-LINE-IDX)
                                   TRAILING)
                       END-IF
                   END-PERFORM
                   READ NOTIFY-TEMPLATE-FILE NEXT RECORD
               END-PERFORM
           END-IF
           CLOSE NOTIFY-TEMPLATE-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> SET-CHANNEL-PREF - LK-USER-ID's own choice of how an --event
      *> reaches them (blank: every event without a choice of its
      *> own): --channel E for email as well as the inbox, I for the
      *> inbox only. Mandatory service messages are emailed anyway.
      *> ----------------------------------------------------------------
       SET-CHANNEL-PREF.
           MOVE "channel" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:1))
                TO WS-NEW-CHANNEL
           IF WS-NEW-CHANNEL NOT = "E" AND NOT = "I"
               DISPLAY "Channel must be E (email) or I (inbox only)."
               MOVE 8 TO LK-RET-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-NOTIFY-TIME
           OPEN I-O NOTIFY-PREF-FILE
           IF WS-PREF-STATUS = "35"
               OPEN OUTPUT NOTIFY-PREF-FILE
               CLOSE NOTIFY-PREF-FILE
               OPEN I-O NOTIFY-PREF-FILE
           END-IF
           MOVE "event" TO WS-LOOKUP-NAME
           PERFORM LOOKUP-OP-FIELD
           MOVE LK-USER-ID TO NPRF-USER-ID
           IF WS-LOOKUP-VALUE = SPACES
               MOVE "*" TO NPRF-EVENT
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-LOOKUP-VALUE(1:20))
                    TO NPRF-EVENT
           END-IF
           READ NOTIFY-PREF-FILE KEY IS NPRF-KEY
           IF WS-PREF-STATUS = "00"
               MOVE "Y" TO WS-ROW-EXISTS
           ELSE
               MOVE "N" TO WS-ROW-EXISTS
           END-IF
           MOVE WS-NEW-CHANNEL TO NPRF-CHANNEL
           MOVE WS-TIMESTAMP TO NPRF-UPDATED-AT
           IF ROW-EXISTS
               REWRITE NOTIFY-PREF-RECORD
           ELSE
               WRITE NOTIFY-PREF-RECORD
           END-IF
           IF WS-PREF-STATUS NOT = "00"
               DISPLAY "Error writing delivery preference, status "
                       WS-PREF-STATUS
               MOVE 12 TO LK-RET-CODE
           ELSE
               DISPLAY "Delivery preference saved."
           END-IF
           CLOSE NOTIFY-PREF-FILE.
           EXIT.

      *> ----------------------------------------------------------------
      *> LIST-CHANNEL-PREFS - LK-USER-ID's delivery choices; "*" is
      *> the choice for every event without one of its own.
      *> ----------------------------------------------------------------
       LIST-CHANNEL-PREFS.
           MOVE 0 TO WS-PREF-SHOWN
           DISPLAY "=== Email delivery preferences ==="
           OPEN INPUT NOTIFY-PREF-FILE
           IF WS-PREF-STATUS = "00"
               MOVE LK-USER-ID TO NPRF-USER-ID
               MOVE LOW-VALUES TO NPRF-EVENT
               START NOTIFY-PREF-FILE KEY IS NOT LESS THAN NPRF-KEY
               IF WS-PREF-STATUS = "00"
                   READ NOTIFY-PREF-FILE NEXT RECORD
                   PERFORM UNTIL WS-PREF-STATUS NOT = "00"
                           OR NPRF-USER-ID NOT = LK-USER-ID
                       IF NPRF-EMAIL
                           DISPLAY "  " NPRF-EVENT " email and inbox"
                       ELSE
                           DISPLAY "  " NPRF-EVENT " inbox only"
                       END-IF
                       ADD 1 TO WS-PREF-SHOWN
                       READ NOTIFY-PREF-FILE NEXT RECORD
                   END-PERFORM
               END-IF
               CLOSE NOTIFY-PREF-FILE
           END-IF
           IF WS-PREF-SHOWN = 0
               DISPLAY "  None chosen - each message goes by its "
                       "usual channel."
           END-IF.
           EXIT.

      *> ----------------------------------------------------------------
      *> GENERATE-NOTIFY-ID - browses the master file for the highest
      *> existing numeric suffix and assigns the next one.
