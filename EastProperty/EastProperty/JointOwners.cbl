      *included) is keyed here, warned about when it does not sum to
      *100, honoured by the commission invoicing, and shown in each
      *joint owner's portfolio. Reached from the Seller menu.
      *A seller linked as a joint owner is screened against the
      *sanctions and PEP list (SanctionsScreen.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. JointOwners.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-sancscreen.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
           display "Owner " SELLER-NAME of seller-record
             " linked at " ws-jo-pct " percent."

           move "S" to WS-SANC-PARTY-TYPE
           move ws-jo-seller-id to WS-SANC-PARTY-ID
           move SELLER-NAME of seller-record to WS-SANC-PARTY-NAME
           call "SanctionsScreen" using WS-SANC
           if WS-SANC-RAISED not = 0
               display "Possible sanctions/PEP list match - referred"
                 " to compliance for review."
           end-if
           if WS-SANC-HELD = 1
               display "This owner stands as a sanctions/PEP match -"
                 " no acceptance or payments until cleared."
           end-if

           perform PARA-300-CHECK-SPLIT-TOTAL.

       PARA-200-LIST-OWNERS.
