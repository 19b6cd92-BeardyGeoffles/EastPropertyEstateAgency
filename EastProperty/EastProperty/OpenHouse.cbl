      *Reached from the Viewings menu. Console-driven like the batch
      *reports - the door sheet gets keyed in after the event, not
      *during it.
      *An attendee promoted to a buyer is screened against the
      *sanctions and PEP list (SanctionsScreen.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. OpenHouse.
       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-journal.cpy".
       copy "ws-sancscreen.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
                     OH-ATT-BUYER-ID(ws-att-idx)
                     " - fill in their wants through the buyer"
                     " screens."

                   move "B" to WS-SANC-PARTY-TYPE
                   move BUYER-ID of buyer-record to WS-SANC-PARTY-ID
                   move BUYER-NAME to WS-SANC-PARTY-NAME
                   call "SanctionsScreen" using WS-SANC
                   if WS-SANC-RAISED not = 0
                       display "Possible sanctions/PEP list match -"
                         " referred to compliance for review."
                   end-if
               end-if
           end-if.

