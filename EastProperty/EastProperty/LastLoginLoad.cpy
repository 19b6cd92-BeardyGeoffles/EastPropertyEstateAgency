      *LASTLOGINLOAD.cpy
      *Shared paragraphs giving each user's last successful login.
      *The user file carries no login date of its own, so
      *Load-Last-Logins reads LOGIN-LOG-FILE through once and keeps
      *the latest LOGIN/SUCCESS date per user; Find-Last-Login looks
      *one user up afterwards. Calling program copies
      *ws-lastlogin.cpy, "loginlogfile.cpy" into FILE-CONTROL and
      *"loginlogrecord.cpy" into the FILE SECTION.
       Load-Last-Logins.
           move 0 to WS-LASTLOGIN-COUNT
           move 0 to WS-LASTLOGIN-EOF
           open input login-log-file
           perform until WS-LASTLOGIN-EOF = 1
               read login-log-file next record
                   at end
                       move 1 to WS-LASTLOGIN-EOF
                   not at end
                       if LOGIN-LOG-EVENT-TYPE = "LOGIN"
                         and LOGIN-LOG-RESULT = "SUCCESS"
                           perform Hold-Last-Login
                       end-if
               end-read
           end-perform
           close login-log-file.

       Hold-Last-Login.
           move LOGIN-LOG-USER-ID to WS-LASTLOGIN-USER-ID
           perform Find-Last-Login
           if WS-LASTLOGIN-HIT = 0
               if WS-LASTLOGIN-COUNT < 1000
                   add 1 to WS-LASTLOGIN-COUNT
                   move LOGIN-LOG-USER-ID to
                     WS-LL-USER-ID(WS-LASTLOGIN-COUNT)
                   move LOGIN-LOG-DATE to
                     WS-LL-DATE(WS-LASTLOGIN-COUNT)
               end-if
           else
               if LOGIN-LOG-DATE > WS-LL-DATE(WS-LASTLOGIN-HIT)
                   move LOGIN-LOG-DATE to WS-LL-DATE(WS-LASTLOGIN-HIT)
               end-if
           end-if.

       Find-Last-Login.
           move 0 to WS-LASTLOGIN-HIT
           move 0 to WS-LASTLOGIN-DATE
           perform varying WS-LASTLOGIN-IDX from 1 by 1
             until WS-LASTLOGIN-IDX > WS-LASTLOGIN-COUNT
               if WS-LL-USER-ID(WS-LASTLOGIN-IDX) =
                 WS-LASTLOGIN-USER-ID
                   move WS-LASTLOGIN-IDX to WS-LASTLOGIN-HIT
                   move WS-LL-DATE(WS-LASTLOGIN-IDX) to
                     WS-LASTLOGIN-DATE
               end-if
           end-perform.
