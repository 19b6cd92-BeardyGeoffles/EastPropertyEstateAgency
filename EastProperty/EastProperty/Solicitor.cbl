      *gets, plus the link screen that ties a buyer-side and
      *seller-side solicitor to a property once an offer is
      *accepted, so the progression chasing starts from the system.
      *The email address and preferred contact channel (E, S, P)
      *are captured and format-checked on save.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Solicitor is recursive.
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".

         03 LINE 10 COL 2 "EMAIL [".
         03 PIC X(50) USING SOLICITOR-EMAIL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 10 COL 61 "CHANNEL E/S/P [".
         03 PIC X USING SOLICITOR-PREF-CHANNEL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".

         03 LINE 11 COL 2 "ADDRESS-LINE 1 [".
         03 PIC X(25) USING SOLICITOR-AL1 foreground-color 10
            HIGHLIGHT PROMPT " ".
               end-if
           end-if

           if ws-solicitor-valid = 1 and SOLICITOR-EMAIL not = spaces
               move SOLICITOR-EMAIL to WS-AQ-EMAIL
               perform Check-Email-Format
               if WS-AQ-EMAIL-OK = 0
                   move "Email address does not look valid." to
                     ws-message
                   move 04 to ws-color
                   move 0 to ws-solicitor-valid
               end-if
           end-if

           move function upper-case(SOLICITOR-PREF-CHANNEL) to
             SOLICITOR-PREF-CHANNEL
           if ws-solicitor-valid = 1 and
             SOLICITOR-PREF-CHANNEL not = space
             and SOLICITOR-PREF-CHANNEL not = "E"
             and SOLICITOR-PREF-CHANNEL not = "S"
             and SOLICITOR-PREF-CHANNEL not = "P"
               move "Channel must be E, S, P or blank." to ws-message
               move 04 to ws-color
               move 0 to ws-solicitor-valid
           end-if

           if ws-solicitor-valid = 1 and
             SOLICITOR-PREF-CHANNEL = "E" and
             SOLICITOR-EMAIL = spaces
               move "Email channel needs an email address." to
                 ws-message
               move 04 to ws-color
               move 0 to ws-solicitor-valid
           end-if

           if ws-solicitor-valid = 1 and
             SOLICITOR-PREF-CHANNEL = "S" and
             SOLICITOR-PHONE = spaces
               move "Text channel needs a contact number." to
                 ws-message
               move 04 to ws-color
               move 0 to ws-solicitor-valid
           end-if

           if ws-solicitor-valid = 1 and SOLICITOR-POSTCODE not =
             spaces
               move SOLICITOR-POSTCODE to WS-AQ-POSTCODE
