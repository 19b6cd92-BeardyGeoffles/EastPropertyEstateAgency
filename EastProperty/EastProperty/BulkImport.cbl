      *through it, so cross-references survive the renumbering.
      *Every rejected row goes to a date-stamped IMPREJ exceptions
      *report with the reason.
      *Every seller and buyer loaded is screened against the
      *sanctions and PEP list (SanctionsScreen.cbl); the count
      *referred to compliance shows in the totals.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. BulkImport.
       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-journal.cpy".
       copy "ws-sancscreen.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-property-read pic 9(4) value 0.
       01 ws-property-loaded pic 9(4) value 0.
       01 ws-property-rejected pic 9(4) value 0.
       01 ws-sanc-referred pic 9(4) value 0.

      *Old-number to new-number maps built as sellers and buyers
      *load, used to re-point the property rows' cross-references.
             ws-buyer-loaded " rejected " ws-buyer-rejected
           display "Properties read " ws-property-read " loaded "
             ws-property-loaded " rejected " ws-property-rejected
           display "Referred to compliance " ws-sanc-referred
             " possible sanctions/PEP match(es)"
           display "Rejections written to " ws-reject-name
           display "-----------------------------------------------"
           display " "

               close seller-file

               move "S" to WS-SANC-PARTY-TYPE
               move SELLER-ID of SELLER-RECORD to WS-SANC-PARTY-ID
               move SELLER-NAME to WS-SANC-PARTY-NAME
               call "SanctionsScreen" using WS-SANC
               add WS-SANC-RAISED to ws-sanc-referred

               if ws-seller-map-count < 2000
                   add 1 to ws-seller-map-count
                   move function numval(ws-col-01) to

               close buyer-file

               move "B" to WS-SANC-PARTY-TYPE
               move BUYER-ID of BUYER-RECORD to WS-SANC-PARTY-ID
               move BUYER-NAME to WS-SANC-PARTY-NAME
               call "SanctionsScreen" using WS-SANC
               add WS-SANC-RAISED to ws-sanc-referred

               if ws-buyer-map-count < 2000
                   add 1 to ws-buyer-map-count
                   move function numval(ws-col-01) to
