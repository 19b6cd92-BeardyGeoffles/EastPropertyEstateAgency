      *AMENDVIEWING. cbl
      *Handle screen and function keys for amending a viewing
      *Must be passed a valid Viewing ID to amend
      *F10 lists the property and buyer on the viewing and opens
      *either of them (LinkedRecords.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AmendViewing.
       copy "ws-passwordhash.cpy".
       copy "ws-loginlog.cpy".
       copy "ws-idlelock.cpy".
       copy "ws-linked.cpy".

       01 ws-buyer-valid-message pic x(40) value spaces.
       01 ws-user-valid-message pic x(40) value spaces.
         03 line 24 col 21 FOREGROUND-COLOR 14 "F3".
         03 line 24 col 41 FOREGROUND-COLOR 14 "F5".
         03 line 24 col 55 FOREGROUND-COLOR 14 "ESC".
         03 line 25 col 2 "F10 - LINKED RECORDS".
         03 line 25 col 2 FOREGROUND-COLOR 14 "F10".

       procedure division using ws-VIEWING-id.

                   Call "AmendBuyer" using VIEWING-BUYER-ID
               end-if

               if key-code-1 = 10
                   initialize WS-LINK
                   move "V" to WS-LINK-TYPE
                   move VIEWING-ID to WS-LINK-ID
                   call "LinkedRecords" using WS-LINK
               end-if

           end-perform.

           Goback.
