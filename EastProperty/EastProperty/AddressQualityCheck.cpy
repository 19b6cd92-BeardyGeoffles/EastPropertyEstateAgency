      *address file carries and nobody used to police - the same
      *rules at every capture screen and in the batch quality sweep,
      *so "NR2" and phone numbers with spaces in stop getting keyed.
      *The email address on the people records is checked the same
      *way, so NotifyDispatch.cbl is not left sending to "N/A".
      *Calling program must copy "ws-addrquality.cpy".
      *
      *Check-Postcode-Format: spaces squeezed out, the code must be
           if WS-AQ-PHONE(1:1) not = "0"
               move 0 to WS-AQ-PHONE-OK
           end-if.

      *Check-Email-Format: no embedded spaces (trailing spaces
      *allowed), exactly one @ and not in the first position, and a
      *dot somewhere after the @ with characters both sides of it.
       Check-Email-Format.
           move 1 to WS-AQ-EMAIL-OK
           move 0 to WS-AQ-LEN
           move 0 to WS-AQ-SEEN-SPACE
           move 0 to WS-AQ-AT-COUNT
           move 0 to WS-AQ-AT-POS
           move 0 to WS-AQ-DOT-POS

           perform varying WS-AQ-IDX from 1 by 1
             until WS-AQ-IDX > 50
               move WS-AQ-EMAIL(WS-AQ-IDX:1) to WS-AQ-CHAR
               if WS-AQ-CHAR = space
                   move 1 to WS-AQ-SEEN-SPACE
               else
                   if WS-AQ-SEEN-SPACE = 1
                       move 0 to WS-AQ-EMAIL-OK
                   end-if
                   add 1 to WS-AQ-LEN
                   if WS-AQ-CHAR = "@"
                       add 1 to WS-AQ-AT-COUNT
                       move WS-AQ-IDX to WS-AQ-AT-POS
                   end-if
                   if WS-AQ-CHAR = "." and WS-AQ-AT-POS > 0
                       move WS-AQ-IDX to WS-AQ-DOT-POS
                   end-if
               end-if
           end-perform

           if WS-AQ-AT-COUNT not = 1 or WS-AQ-AT-POS < 2
               move 0 to WS-AQ-EMAIL-OK
           end-if

           if WS-AQ-DOT-POS = 0 or WS-AQ-DOT-POS = WS-AQ-AT-POS + 1
             or WS-AQ-DOT-POS = WS-AQ-LEN
               move 0 to WS-AQ-EMAIL-OK
           end-if.
