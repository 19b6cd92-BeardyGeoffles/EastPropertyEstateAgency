      *take the reference); tenants, contractors and solicitors open
      *at their own maintenance program, which finds the record by
      *the reference shown. Reached from the main menu.
      *A buyer, seller or tenant hit can instead open their dated
      *contact notes (ContactNotes.cbl) - the history to hand while
      *the caller is still on the line.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. GlobalSearch is recursive.
       working-storage section.

       copy "ws-common.cpy".
       copy "ws-contactnote.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-pick-input pic x(4) value spaces.
       01 ws-picked-row pic 9(3) value 0.
       01 ws-jump-id pic 9(6) value 0.
       01 ws-open-choice pic x value space.

       procedure division.

       PARA-650-JUMP-TO-HIT.

           move hit-id(ws-picked-row) to ws-jump-id
           move space to ws-open-choice
           if hit-type(ws-picked-row) = "BUYER" or
             hit-type(ws-picked-row) = "SELLER" or
             hit-type(ws-picked-row) = "TENANT"
               display "O - open the record, N - contact notes"
                 " (ENTER to open):"
               accept ws-open-choice
               move function upper-case(ws-open-choice) to
                 ws-open-choice
           end-if

           if ws-open-choice = "N"
               perform PARA-660-CONTACT-NOTES
           else
               perform PARA-655-OPEN-HIT
           end-if.

       PARA-655-OPEN-HIT.

           evaluate hit-type(ws-picked-row)
               when "BUYER"
                   call "AmendBuyer" using ws-jump-id
                   call "Solicitor"
           end-evaluate.

       PARA-660-CONTACT-NOTES.

           initialize WS-CNOTE
           move hit-type(ws-picked-row)(1:1) to WS-CNOTE-PARTY-TYPE
           move ws-jump-id to WS-CNOTE-PARTY-ID
           call "ContactNotes" using WS-CNOTE.

       copy "MainFileOpenCheck.cpy".

       end program GlobalSearch.
