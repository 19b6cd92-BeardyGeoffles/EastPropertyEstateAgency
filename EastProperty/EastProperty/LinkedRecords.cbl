      *LINKEDRECORDS.cbl
      *Drill-through from a record screen to the records linked to
      *it, without escaping to the main menu and searching. Called
      *with the WS-LINK block (ws-linked.cpy) when F10 is pressed on
      *the property, viewing, buyer, seller, tenant or maintenance
      *job screen, it lists what hangs off that record:
      *  property - its seller and joint owners, buyer, lead tenant
      *             and tenancy parties, viewings and repair jobs
      *  viewing  - the property and the buyer
      *  buyer    - their viewings, the property they bought and
      *             their own sale if it is one of our listings
      *  seller   - the properties they own, solely or jointly
      *  tenant   - the tenancy's property and its landlord
      *  job      - the property, its landlord and lead tenant, and
      *             the contractor
      *Keying a line number jumps straight into that record's own
      *screen - AmendProperty, AmendSeller, AmendBuyer and
      *AmendViewing take the reference; Tenant.cbl,
      *MaintenanceJobs.cbl and Contractor.cbl are handed it in the
      *LINK-OPEN-ID environment setting and open the record
      *directly. ESC there comes back to the list, and a blank line
      *number goes back to the screen the drill started from. One
      *drill at a time: LINK-ACTIVE is set while the list is up, and
      *F10 on a record reached through it is refused, so the screen
      *the user started from is always the one they return to.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. LinkedRecords is recursive.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "viewingfile.cpy".
       copy "tenantfile.cpy".
       copy "tenancypartyfile.cpy".
       copy "jointownerfile.cpy".
       copy "maintjobfile.cpy".
       copy "contractorfile.cpy".

       data division.

       FILE SECTION.
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "viewingrecord.cpy".
       copy "tenantrecord.cpy".
       copy "tenancypartyrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "maintjobrecord.cpy".
       copy "contractorrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-link-active pic x value space.
       01 ws-origin-found pic 9 value 0 comp.
       01 ws-origin-words pic x(10) value spaces.

       01 ws-link-count pic 9(3) value 0 comp.
       01 ws-link-idx pic 9(3) value 0 comp.
       01 ws-link-table occurs 40 times.
         03 lk-type pic x(10).
         03 lk-id pic 9(6).
         03 lk-desc pic x(40).
       01 ws-link-dropped pic 9(3) value 0.

       01 ws-add-type pic x(10) value spaces.
       01 ws-add-id pic 9(6) value 0.
       01 ws-add-desc pic x(40) value spaces.
       01 ws-add-dupe pic 9 value 0 comp.

      *The origin record's own links, held here because the record
      *buffers are reused as each linked record is described.
       01 ws-hold-property-id pic 9(6) value 0.
       01 ws-hold-seller-id pic 9(6) value 0.
       01 ws-hold-buyer-id pic 9(6) value 0.
       01 ws-hold-tenant-id pic 9(6) value 0.
       01 ws-hold-contractor-id pic 9(4) value 0.
       01 ws-hold-sell-property-id pic 9(6) value 0.

       01 ws-prop-count pic 9(3) value 0 comp.
       01 ws-prop-idx pic 9(3) value 0 comp.
       01 ws-prop-list occurs 20 times.
         03 pl-property-id pic 9(6).

       01 ws-pick-input pic x(4) value spaces.
       01 ws-picked-row pic 9(3) value 0.
       01 ws-jump-id pic 9(6) value 0.
       01 ws-jump-id-text pic x(6) value spaces.

       linkage section.

       copy "ws-linked.cpy".

       procedure division using WS-LINK.

       PARA-000-MAIN.

           display "LINK-ACTIVE" upon environment-name
           move space to ws-link-active
           accept ws-link-active from environment-value
           if ws-link-active = "Y"
               display " "
               display "Already following links from another record -"
               display "ESC back to the record you started from first."
               display "Press ENTER to continue."
               accept ws-continue
               goback
           end-if

           display "LINK-ACTIVE" upon environment-name
           display "Y" upon environment-value

           perform until 1 = 0
               perform PARA-100-BUILD-LIST
               perform PARA-600-SHOW-LIST
               if ws-origin-found = 0 or ws-link-count = 0 or
                 ws-pick-input = spaces
                   display "LINK-ACTIVE" upon environment-name
                   display " " upon environment-value
                   goback
               end-if
               perform PARA-650-JUMP-TO-LINK
           end-perform.

       PARA-100-BUILD-LIST.

           move 0 to ws-link-count
           move 0 to ws-link-dropped
           move 0 to ws-origin-found

           evaluate WS-LINK-TYPE
               when "P"
                   move "PROPERTY" to ws-origin-words
                   perform PARA-200-PROPERTY-LINKS
               when "V"
                   move "VIEWING" to ws-origin-words
                   perform PARA-220-VIEWING-LINKS
               when "B"
                   move "BUYER" to ws-origin-words
                   perform PARA-240-BUYER-LINKS
               when "S"
                   move "SELLER" to ws-origin-words
                   perform PARA-260-SELLER-LINKS
               when "T"
                   move "TENANT" to ws-origin-words
                   perform PARA-280-TENANT-LINKS
               when "J"
                   move "JOB" to ws-origin-words
                   perform PARA-300-JOB-LINKS
           end-evaluate.

      *----------------------------------------------------------
      * A property: its sellers, buyer, tenants, viewings and jobs.
      *----------------------------------------------------------
       PARA-200-PROPERTY-LINKS.

           open input property-file
           perform Check-Property-Open
           move WS-LINK-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-origin-found
                   move PROP-SELLER-ID of property-record to
                     ws-hold-seller-id
                   move PROP-BUYER-ID of property-record to
                     ws-hold-buyer-id
                   move PROPERTY-TENANT-ID of property-record to
                     ws-hold-tenant-id
           end-read
           close property-file

           if ws-origin-found = 1
               move "SELLER" to ws-add-type
               move ws-hold-seller-id to ws-add-id
               perform PARA-400-ADD-LINK

               move 0 to ws-end-of-file
               open input joint-owner-file
               perform until ws-end-of-file = 1
                   read joint-owner-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if JO-PROPERTY-ID = WS-LINK-ID
                               move "SELLER" to ws-add-type
                               move JO-SELLER-ID to ws-add-id
                               perform PARA-400-ADD-LINK
                           end-if
                   end-read
               end-perform
               close joint-owner-file

               move "BUYER" to ws-add-type
               move ws-hold-buyer-id to ws-add-id
               perform PARA-400-ADD-LINK

               move "TENANT" to ws-add-type
               move ws-hold-tenant-id to ws-add-id
               perform PARA-400-ADD-LINK

               move WS-LINK-ID to ws-hold-property-id
               perform PARA-210-TENANCY-PARTIES

               move 0 to ws-end-of-file
               open input viewing-file
               perform Check-Viewing-Open
               perform until ws-end-of-file = 1
                   read viewing-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if VIEWING-PROPERTY-ID = WS-LINK-ID
                               move "VIEWING" to ws-add-type
                               move VIEWING-ID to ws-add-id
                               perform PARA-400-ADD-LINK
                           end-if
                   end-read
               end-perform
               close viewing-file

               move 0 to ws-end-of-file
               open input maint-job-file
               perform until ws-end-of-file = 1
                   read maint-job-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if MAINT-PROPERTY-ID = WS-LINK-ID
                               move "JOB" to ws-add-type
                               move MAINT-ID to ws-add-id
                               perform PARA-400-ADD-LINK
                           end-if
                   end-read
               end-perform
               close maint-job-file
           end-if.

       PARA-210-TENANCY-PARTIES.

           move 0 to ws-end-of-file
           open input tenancy-party-file
           move ws-hold-property-id to TP-PROPERTY-ID
           start tenancy-party-file key = TP-PROPERTY-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read tenancy-party-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if TP-PROPERTY-ID not = ws-hold-property-id
                           move 1 to ws-end-of-file
                       else
                           move "TENANT" to ws-add-type
                           move TP-TENANT-ID to ws-add-id
                           perform PARA-400-ADD-LINK
                       end-if
               end-read
           end-perform
           close tenancy-party-file.

       PARA-220-VIEWING-LINKS.

           open input viewing-file
           perform Check-Viewing-Open
           move WS-LINK-ID to VIEWING-ID
           read viewing-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-origin-found
                   move VIEWING-PROPERTY-ID to ws-hold-property-id
                   move VIEWING-BUYER-ID to ws-hold-buyer-id
           end-read
           close viewing-file

           if ws-origin-found = 1
               move "PROPERTY" to ws-add-type
               move ws-hold-property-id to ws-add-id
               perform PARA-400-ADD-LINK
               move "BUYER" to ws-add-type
               move ws-hold-buyer-id to ws-add-id
               perform PARA-400-ADD-LINK
           end-if.

       PARA-240-BUYER-LINKS.

           open input buyer-file
           perform Check-Buyer-Open
           move WS-LINK-ID to BUYER-ID of buyer-record
           read buyer-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-origin-found
                   move BUYER-SELL-PROPERTY-ID of buyer-record to
                     ws-hold-sell-property-id
           end-read
           close buyer-file

           if ws-origin-found = 1
               move 0 to ws-prop-count
               move 0 to ws-end-of-file
               open input property-file
               perform Check-Property-Open
               perform until ws-end-of-file = 1
                   read property-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if PROP-BUYER-ID of property-record =
                             WS-LINK-ID and ws-prop-count < 20
                               add 1 to ws-prop-count
                               move property-id of property-record to
                                 pl-property-id(ws-prop-count)
                           end-if
                   end-read
               end-perform
               close property-file
               perform PARA-420-ADD-PROPERTIES

               move "PROPERTY" to ws-add-type
               move ws-hold-sell-property-id to ws-add-id
               perform PARA-400-ADD-LINK

               move 0 to ws-end-of-file
               open input viewing-file
               perform Check-Viewing-Open
               perform until ws-end-of-file = 1
                   read viewing-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if VIEWING-BUYER-ID = WS-LINK-ID
                               move "VIEWING" to ws-add-type
                               move VIEWING-ID to ws-add-id
                               perform PARA-400-ADD-LINK
                           end-if
                   end-read
               end-perform
               close viewing-file
           end-if.

       PARA-260-SELLER-LINKS.

           open input seller-file
           perform Check-Seller-Open
           move WS-LINK-ID to SELLER-ID of seller-record
           read seller-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-origin-found
           end-read
           close seller-file

           if ws-origin-found = 1
               move 0 to ws-prop-count
               move 0 to ws-end-of-file
               open input property-file
               perform Check-Property-Open
               move WS-LINK-ID to PROP-SELLER-ID of property-record
               start property-file key = PROP-SELLER-ID
                 of property-record
                   invalid key
                       move 1 to ws-end-of-file
               end-start
               perform until ws-end-of-file = 1
                   read property-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if PROP-SELLER-ID of property-record not =
                             WS-LINK-ID
                               move 1 to ws-end-of-file
                           else
                               if ws-prop-count < 20
                                   add 1 to ws-prop-count
                                   move property-id of property-record
                                     to pl-property-id(ws-prop-count)
                               end-if
                           end-if
                   end-read
               end-perform
               close property-file
               perform PARA-420-ADD-PROPERTIES

               move 0 to ws-end-of-file
               open input joint-owner-file
               perform until ws-end-of-file = 1
                   read joint-owner-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if JO-SELLER-ID = WS-LINK-ID
                               move "PROPERTY" to ws-add-type
                               move JO-PROPERTY-ID to ws-add-id
                               perform PARA-400-ADD-LINK
                           end-if
                   end-read
               end-perform
               close joint-owner-file
           end-if.

      *----------------------------------------------------------
      * A tenant: every property they are the lead tenant on or a
      * party to, and that property's landlord.
      *----------------------------------------------------------
       PARA-280-TENANT-LINKS.

           open input tenant-file
           move WS-LINK-ID to TENANT-ID
           read tenant-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-origin-found
           end-read
           close tenant-file

           if ws-origin-found = 1
               move 0 to ws-prop-count

               move 0 to ws-end-of-file
               open input property-file
               perform Check-Property-Open
               perform until ws-end-of-file = 1
                   read property-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if PROPERTY-TENANT-ID of property-record =
                             WS-LINK-ID and ws-prop-count < 20
                               add 1 to ws-prop-count
                               move property-id of property-record to
                                 pl-property-id(ws-prop-count)
                           end-if
                   end-read
               end-perform
               close property-file

               move 0 to ws-end-of-file
               open input tenancy-party-file
               perform until ws-end-of-file = 1
                   read tenancy-party-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if TP-TENANT-ID = WS-LINK-ID and
                             ws-prop-count < 20
                               add 1 to ws-prop-count
                               move TP-PROPERTY-ID to
                                 pl-property-id(ws-prop-count)
                           end-if
                   end-read
               end-perform
               close tenancy-party-file

               perform varying ws-prop-idx from 1 by 1
                 until ws-prop-idx > ws-prop-count
                   move pl-property-id(ws-prop-idx) to
                     ws-hold-property-id
                   move "PROPERTY" to ws-add-type
                   move ws-hold-property-id to ws-add-id
                   perform PARA-400-ADD-LINK
                   perform PARA-290-LANDLORD
               end-perform
           end-if.

       PARA-290-LANDLORD.

           move 0 to ws-hold-seller-id
           move 0 to ws-hold-tenant-id
           open input property-file
           perform Check-Property-Open
           move ws-hold-property-id to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   move PROP-SELLER-ID of property-record to
                     ws-hold-seller-id
                   move PROPERTY-TENANT-ID of property-record to
                     ws-hold-tenant-id
           end-read
           close property-file

           move "SELLER" to ws-add-type
           move ws-hold-seller-id to ws-add-id
           perform PARA-400-ADD-LINK.

       PARA-300-JOB-LINKS.

           open input maint-job-file
           move WS-LINK-ID to MAINT-ID
           read maint-job-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-origin-found
                   move MAINT-PROPERTY-ID to ws-hold-property-id
                   move MAINT-CONTRACTOR-ID to ws-hold-contractor-id
           end-read
           close maint-job-file

           if ws-origin-found = 1
               move "PROPERTY" to ws-add-type
               move ws-hold-property-id to ws-add-id
               perform PARA-400-ADD-LINK
               perform PARA-290-LANDLORD
               move "TENANT" to ws-add-type
               move ws-hold-tenant-id to ws-add-id
               perform PARA-400-ADD-LINK
               move "CONTRACTOR" to ws-add-type
               move ws-hold-contractor-id to ws-add-id
               perform PARA-400-ADD-LINK
           end-if.

      *The type and reference ride in via ws-add-type and ws-add-id;
      *a zero reference is no link, and a record already listed is
      *not listed twice.
       PARA-400-ADD-LINK.

           if ws-add-id not = 0
               move 0 to ws-add-dupe
               perform varying ws-link-idx from 1 by 1
                 until ws-link-idx > ws-link-count
                   if lk-type(ws-link-idx) = ws-add-type and
                     lk-id(ws-link-idx) = ws-add-id
                       move 1 to ws-add-dupe
                   end-if
               end-perform

               if ws-add-dupe = 0
                   if ws-link-count < 40
                       perform PARA-450-DESCRIBE-LINK
                       add 1 to ws-link-count
                       move ws-add-type to lk-type(ws-link-count)
                       move ws-add-id to lk-id(ws-link-count)
                       move ws-add-desc to lk-desc(ws-link-count)
                   else
                       add 1 to ws-link-dropped
                   end-if
               end-if
           end-if.

      *Properties found while the property file was being read are
      *listed once it is closed, since describing one reads it.
       PARA-420-ADD-PROPERTIES.

           perform varying ws-prop-idx from 1 by 1
             until ws-prop-idx > ws-prop-count
               move "PROPERTY" to ws-add-type
               move pl-property-id(ws-prop-idx) to ws-add-id
               perform PARA-400-ADD-LINK
           end-perform.

       PARA-450-DESCRIBE-LINK.

           move "(not on file)" to ws-add-desc

           evaluate ws-add-type
               when "PROPERTY"
                   open input property-file
                   perform Check-Property-Open
                   move ws-add-id to property-id of property-record
                   read property-file
                       invalid key
                           continue
                       not invalid key
                           move spaces to ws-add-desc
                           string PROPERTY-AL1 of property-record,
                             " ", PROPERTY-POSTCODE of property-record
                             delimited by size into ws-add-desc
                   end-read
                   close property-file
               when "SELLER"
                   open input seller-file
                   perform Check-Seller-Open
                   move ws-add-id to SELLER-ID of seller-record
                   read seller-file
                       invalid key
                           continue
                       not invalid key
                           move SELLER-NAME of seller-record to
                             ws-add-desc
                   end-read
                   close seller-file
               when "BUYER"
                   open input buyer-file
                   perform Check-Buyer-Open
                   move ws-add-id to BUYER-ID of buyer-record
                   read buyer-file
                       invalid key
                           continue
                       not invalid key
                           move BUYER-NAME of buyer-record to
                             ws-add-desc
                   end-read
                   close buyer-file
               when "TENANT"
                   open input tenant-file
                   move ws-add-id to TENANT-ID
                   read tenant-file
                       invalid key
                           continue
                       not invalid key
                           move TENANT-NAME to ws-add-desc
                   end-read
                   close tenant-file
               when "VIEWING"
                   move spaces to ws-add-desc
                   string VIEW-DAY, "/", VIEW-MONTH, "/", VIEW-YEAR,
                     " ", VIEW-HOUR, ":", VIEW-MINS, " PROPERTY ",
                     VIEWING-PROPERTY-ID, " BUYER ", VIEWING-BUYER-ID
                     delimited by size into ws-add-desc
               when "JOB"
                   move MAINT-DESC to ws-add-desc
               when "CONTRACTOR"
                   open input contractor-file
                   move ws-add-id to CONTRACTOR-ID
                   read contractor-file
                       invalid key
                           continue
                       not invalid key
                           move CONTRACTOR-NAME to ws-add-desc
                   end-read
                   close contractor-file
           end-evaluate.

       PARA-600-SHOW-LIST.

           move spaces to ws-pick-input

           display " "
           display "-----------------------------------------------"
           display "     EAST LINKED RECORDS - " ws-origin-words " "
             WS-LINK-ID
           display "-----------------------------------------------"

           if ws-origin-found = 0
               display "That " ws-origin-words " is not on file."
               display "Press ENTER to go back."
               accept ws-continue
           else
               if ws-link-count = 0
                   display "Nothing is linked to this record yet."
                   display "Press ENTER to go back."
                   accept ws-continue
               else
                   display "NO  TYPE        REF     DETAILS"
                   perform varying ws-link-idx from 1 by 1
                     until ws-link-idx > ws-link-count
                       display ws-link-idx "  " lk-type(ws-link-idx)
                         "  " lk-id(ws-link-idx) "  "
                         lk-desc(ws-link-idx)
                   end-perform
                   if ws-link-dropped > 0
                       display ws-link-dropped " more not shown."
                   end-if
                   display "Line number to open (blank to go back):"
                   accept ws-pick-input
                   move function numval(ws-pick-input) to
                     ws-picked-row
                   if ws-picked-row = 0 or
                     ws-picked-row > ws-link-count
                       move spaces to ws-pick-input
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------
      * ESC on the opened record brings the user back here, and the
      * list is built again in case the record's links changed.
      *----------------------------------------------------------
       PARA-650-JUMP-TO-LINK.

           move lk-id(ws-picked-row) to ws-jump-id
           evaluate lk-type(ws-picked-row)
               when "PROPERTY"
                   call "AmendProperty" using ws-jump-id
               when "SELLER"
                   call "AmendSeller" using ws-jump-id
               when "BUYER"
                   call "AmendBuyer" using ws-jump-id
               when "VIEWING"
                   call "AmendViewing" using ws-jump-id
               when "TENANT"
                   perform PARA-660-HAND-OVER-ID
                   call "Tenant"
               when "JOB"
                   perform PARA-660-HAND-OVER-ID
                   call "MaintenanceJobs"
               when "CONTRACTOR"
                   perform PARA-660-HAND-OVER-ID
                   call "Contractor"
           end-evaluate

           display "LINK-OPEN-ID" upon environment-name
           display " " upon environment-value.

       PARA-660-HAND-OVER-ID.

           move ws-jump-id to ws-jump-id-text
           display "LINK-OPEN-ID" upon environment-name
           display ws-jump-id-text upon environment-value.

       copy "MainFileOpenCheck.cpy".

       end program LinkedRecords.
