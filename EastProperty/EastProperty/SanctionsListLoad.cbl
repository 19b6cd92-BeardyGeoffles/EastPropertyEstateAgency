      *SANCTIONSLISTLOAD.cbl
      *Loads the screening list (SANC-LIST-FILE) from the published
      *consolidated list of financial sanctions targets and the
      *politically exposed persons list, prepared as one comma-
      *delimited extract (SANCIMP: list type S or P, the list's own
      *reference, the full name forenames first, the regime or
      *position, and the date listed as YYYYMMDD). Aliases come as
      *rows of their own under the same reference. Each load
      *replaces the list outright. Rows with no name or an unknown
      *list type go to a date-stamped SANCREJ exceptions report.
      *Once loaded, every buyer, seller and tenant on file is
      *screened again against the new list (SanctionsScreen.cbl),
      *so a name added by the publisher since the last load is
      *caught on the people we already act for; the possible
      *matches go on the review queue (SanctionsReview.cbl). Needs
      *the manager or admin role; the load is audit-logged.
      *Reached from the AML ID checks menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. SanctionsListLoad.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "sanclistfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "tenantfile.cpy".
       copy "auditfile.cpy".

           select optional sanc-import-file assign to "SANCIMP"
               organization is line sequential.
           select optional sanc-reject-file assign to ws-reject-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "sanclistrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "tenantrecord.cpy".
       copy "auditrecord.cpy".

       FD sanc-import-file.
       01 sanc-import-line pic x(150).

       FD sanc-reject-file.
       01 sanc-reject-line pic x(200).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-namenorm.cpy".
       copy "ws-sancscreen.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-confirm pic x value spaces.
       01 ws-reject-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.
       01 ws-reject-reason pic x(40) value spaces.

       01 ws-rows-read pic 9(6) value 0.
       01 ws-rows-loaded pic 9(6) value 0.
       01 ws-rows-rejected pic 9(6) value 0.
       01 ws-next-list-id pic 9(6) value 0.

       01 ws-parties-screened pic 9(6) value 0.
       01 ws-matches-raised pic 9(6) value 0.
       01 ws-parties-held pic 9(6) value 0.

       01 ws-col.
         03 ws-col-list-type pic x(3).
         03 ws-col-list-ref pic x(12).
         03 ws-col-name pic x(40).
         03 ws-col-regime pic x(30).
         03 ws-col-listed pic x(10).

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display "USER-ROLE" upon environment-name
           accept ws-current-user-role from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST SANCTIONS AND PEP LIST LOAD"
           display "-----------------------------------------------"

           if not (is-admin or role-is-manager or role-is-admin-role)
               display "Loading the screening list needs the manager"
                 " or admin role."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           display "The list extract (SANCIMP) replaces the whole"
           display "screening list, and every buyer, seller and"
           display "tenant is screened again. Load it now? (Y/N)"
           move spaces to ws-confirm
           accept ws-confirm
           if function upper-case(ws-confirm) not = "Y"
               display "Nothing loaded."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           move function current-date(1:8) to ws-date-stamp
           string "SANCREJ.", ws-date-stamp into ws-reject-name

           open output sanc-list-file
           close sanc-list-file

           move 0 to ws-end-of-file
           move 0 to ws-next-list-id

           open input sanc-import-file
           open extend sanc-reject-file
           open i-o sanc-list-file

           perform until ws-end-of-file = 1
               read sanc-import-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if sanc-import-line not = spaces
                           add 1 to ws-rows-read
                           perform PARA-100-LOAD-ONE-NAME
                       end-if
           end-perform

           close sanc-import-file
           close sanc-reject-file
           close sanc-list-file

           move "SANCLIST" to ws-audit-record-type
           move "LOAD" to ws-audit-action
           move 0 to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "NAMES LOADED ", ws-rows-loaded, " REJECTED ",
             ws-rows-rejected into ws-audit-new-value
           perform Write-Audit-Log

           display "Names loaded         " ws-rows-loaded
           display "Rows rejected        " ws-rows-rejected
           display "Screening the parties on file..."

           perform PARA-200-SCREEN-BUYERS
           perform PARA-220-SCREEN-SELLERS
           perform PARA-240-SCREEN-TENANTS

           move "SANCLIST" to ws-audit-record-type
           move "RESCRN" to ws-audit-action
           move 0 to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "SCREENED ", ws-parties-screened, " MATCHES ",
             ws-matches-raised, " HELD ", ws-parties-held
             into ws-audit-new-value
           perform Write-Audit-Log

           display "-----------------------------------------------"
           display "Rows read            " ws-rows-read
           display "Names loaded         " ws-rows-loaded
           display "Rows rejected        " ws-rows-rejected
           display "Parties screened     " ws-parties-screened
           display "New possible matches " ws-matches-raised
           display "Parties held         " ws-parties-held
           display "Rejections written to " ws-reject-name
           display "-----------------------------------------------"
           display " "
           display "Press ENTER to return to the menu."
           accept ws-continue

           goback.

       PARA-100-LOAD-ONE-NAME.

           initialize ws-col
           unstring sanc-import-line delimited by ","
             into ws-col-list-type ws-col-list-ref ws-col-name
               ws-col-regime ws-col-listed
           end-unstring

           move function upper-case(ws-col-list-type(1:1)) to
             ws-col-list-type

           move spaces to ws-reject-reason
           if ws-col-list-type not = "S" and ws-col-list-type not = "P"
               move "LIST TYPE NOT S OR P" to ws-reject-reason
           end-if

           move ws-col-name to WS-NN-IN
           perform Normalise-Screening-Name
           if ws-reject-reason = spaces and WS-NN-SURNAME = spaces
               move "NO NAME" to ws-reject-reason
           end-if

           if ws-reject-reason not = spaces
               add 1 to ws-rows-rejected
               move spaces to sanc-reject-line
               string ws-reject-reason, " ROW: ",
                 sanc-import-line into sanc-reject-line
               write sanc-reject-line
           else
               initialize SANC-LIST-RECORD
               add 1 to ws-next-list-id
               move ws-next-list-id to SL-ID
               move ws-col-list-type to SL-LIST-TYPE
               move function upper-case(ws-col-list-ref) to
                 SL-LIST-REF
               move function upper-case(ws-col-name) to SL-NAME
               move WS-NN-OUT to SL-MATCH-NAME
               move WS-NN-SURNAME to SL-SURNAME
               move function upper-case(ws-col-regime) to SL-REGIME
               if ws-col-listed(1:8) is numeric
                   move ws-col-listed(1:8) to SL-LISTED-DATE
               else
                   move 0 to SL-LISTED-DATE
               end-if
               move function current-date(1:8) to SL-LOADED-DATE
               write SANC-LIST-RECORD
               add 1 to ws-rows-loaded
           end-if.

       PARA-200-SCREEN-BUYERS.

           move 0 to ws-end-of-file
           open input buyer-file
           perform Check-Buyer-Open
           perform until ws-end-of-file = 1
               read buyer-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move "B" to WS-SANC-PARTY-TYPE
                       move BUYER-ID to WS-SANC-PARTY-ID
                       move BUYER-NAME to WS-SANC-PARTY-NAME
                       perform PARA-300-SCREEN-ONE
               end-read
           end-perform
           close buyer-file.

       PARA-220-SCREEN-SELLERS.

           move 0 to ws-end-of-file
           open input seller-file
           perform Check-Seller-Open
           perform until ws-end-of-file = 1
               read seller-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move "S" to WS-SANC-PARTY-TYPE
                       move SELLER-ID to WS-SANC-PARTY-ID
                       move SELLER-NAME to WS-SANC-PARTY-NAME
                       perform PARA-300-SCREEN-ONE
               end-read
           end-perform
           close seller-file.

       PARA-240-SCREEN-TENANTS.

           move 0 to ws-end-of-file
           open input tenant-file
           perform until ws-end-of-file = 1
               read tenant-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move "T" to WS-SANC-PARTY-TYPE
                       move TENANT-ID to WS-SANC-PARTY-ID
                       move TENANT-NAME to WS-SANC-PARTY-NAME
                       perform PARA-300-SCREEN-ONE
               end-read
           end-perform
           close tenant-file.

       PARA-300-SCREEN-ONE.

           call "SanctionsScreen" using WS-SANC
           add 1 to ws-parties-screened
           add WS-SANC-RAISED to ws-matches-raised
           if WS-SANC-HELD = 1
               add 1 to ws-parties-held
           end-if.

       copy "NameNormalise.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program SanctionsListLoad.
