      *LEASEHOLD.cbl
      *Leasehold details for a property for sale - the facts every
      *buyer's solicitor asks for on a flat, which had nowhere to
      *live beyond the tenure word on the particulars footer: lease
      *start and term granted, ground rent and how and how often it
      *rises, the annual service charge, the freeholder and the
      *managing agent. One LEASEHOLD-FILE record per property.
      *Called with a property reference (Property.cbl offers it as
      *a sale is instructed) it goes straight to that property's
      *details; called with zero, from the Property menu, it asks.
      *  1. Key or amend lease details - blank keeps each answer
      *  2. Show lease details with the unexpired term
      *Saving warns when the unexpired term is under 80 years
      *(LeaseTermCheck.cpy), since lenders decline those, and moves
      *the property's version on so the portal change feed sends
      *the new details. Every save is audit-logged.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Leasehold.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "leaseholdfile.cpy".
       copy "propertyfile.cpy".
       copy "auditfile.cpy".
       copy "journalfile.cpy".

       data division.

       FILE SECTION.
       copy "leaseholdrecord.cpy".
       copy "propertyrecord.cpy".
       copy "auditrecord.cpy".
       copy "journalrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-journal.cpy".
       copy "ws-leasecheck.cpy".
       copy "ws-addrquality.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(30) value spaces.
       01 ws-field-ok pic 9 value 0 comp.
       01 ws-lease-new pic 9 value 0 comp.

       01 ws-lh-property-id pic 9(6) value 0.

      *Keyed dates come in DDMMYYYY and go back as YYYYMMDD.
       01 ws-date-result pic 9(8) value 0.
       01 ws-date-parts redefines ws-date-result.
         03 ws-date-yyyy pic 9999.
         03 ws-date-mm pic 99.
         03 ws-date-dd pic 99.
       01 ws-date-default pic 9(8) value 0.
       01 ws-date-show pic 9(8) value 0.
       01 ws-date-disp pic x(10) value spaces.

       01 ws-money-disp pic zzz,zz9.99.
       01 ws-term-disp pic zz9.
       01 ws-review-disp pic z9.
       01 ws-basis-disp pic x(11) value spaces.

       linkage section.

       01 ws-lease-link-id pic 9(6).

       procedure division using ws-lease-link-id.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           if ws-lease-link-id not = 0
               move ws-lease-link-id to ws-lh-property-id
               perform PARA-060-READ-PROPERTY
               if ws-lh-property-id not = 0
                   perform PARA-110-KEY-DETAILS
               end-if
               goback
           end-if

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST LEASEHOLD DETAILS"
               display "----------------------------------------"
               display "1. KEY/AMEND LEASE DETAILS"
               display "2. SHOW LEASE DETAILS"
               display "3. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-AMEND-LEASE
                   when "2"
                       perform PARA-200-SHOW-LEASE
                   when "3"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

       PARA-050-PICK-PROPERTY.

           display "Property reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-lh-property-id
           if ws-lh-property-id not = 0
               perform PARA-060-READ-PROPERTY
           end-if.

       PARA-060-READ-PROPERTY.

           open input property-file
           perform Check-Property-Open
           move ws-lh-property-id to property-id of property-record
           read property-file
               invalid key
                   display "No property with that reference."
                   move 0 to ws-lh-property-id
           end-read
           close property-file.

       PARA-100-AMEND-LEASE.

           perform PARA-050-PICK-PROPERTY
           if ws-lh-property-id not = 0
               perform PARA-110-KEY-DETAILS
           end-if.

      *----------------------------------------------------------
      * Each answer shows what is held; blank keeps it. A new
      * record starts with a fixed ground rent.
      *----------------------------------------------------------
       PARA-110-KEY-DETAILS.

           display " "
           display "LEASE DETAILS FOR " ws-lh-property-id " "
             PROPERTY-AL1 of property-record
           if LISTING-TYPE of property-record = "L"
               display "(This property is listed as a letting.)"
           end-if

           move 0 to ws-lease-new
           open input leasehold-file
           move ws-lh-property-id to LH-PROPERTY-ID
           read leasehold-file
               invalid key
                   move 1 to ws-lease-new
           end-read
           close leasehold-file

           if ws-lease-new = 1
               initialize LEASEHOLD-RECORD
               move ws-lh-property-id to LH-PROPERTY-ID
               move "F" to LH-GR-BASIS
               move spaces to ws-audit-old-value
           else
               move LEASEHOLD-RECORD to ws-audit-old-value
           end-if

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               move LH-LEASE-START to ws-date-show
               perform PARA-920-SHOW-DATE
               display "Lease start date (DDMMYYYY) [" ws-date-disp
                 "]:"
               move LH-LEASE-START to ws-date-default
               perform PARA-900-TAKE-DATE
               if ws-date-result = 0 and ws-in-input not = spaces
                   display "Date not understood."
               else
                   move ws-date-result to LH-LEASE-START
                   move 1 to ws-field-ok
               end-if
           end-perform

           move LH-TERM-YEARS to ws-term-disp
           display "Term granted in years [" ws-term-disp "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to LH-TERM-YEARS
           end-if

           move LH-GROUND-RENT to ws-money-disp
           display "Ground rent a year [" ws-money-disp "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to LH-GROUND-RENT
           end-if

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               display "Ground rent rises - F fixed, D doubles,"
                 " R RPI-linked, P peppercorn [" LH-GR-BASIS "]:"
               move spaces to ws-in-input
               accept ws-in-input
               move 1 to ws-field-ok
               if ws-in-input not = spaces
                   move function upper-case(ws-in-input(1:1)) to
                     ws-in-input(1:1)
                   if ws-in-input(1:1) = "F" or
                     ws-in-input(1:1) = "D" or
                     ws-in-input(1:1) = "R" or
                     ws-in-input(1:1) = "P"
                       move ws-in-input(1:1) to LH-GR-BASIS
                   else
                       display "Answer F, D, R or P."
                       move 0 to ws-field-ok
                   end-if
               end-if
           end-perform

           if LH-GR-BASIS = "D" or LH-GR-BASIS = "R"
               move LH-GR-REVIEW-YEARS to ws-review-disp
               display "Reviewed every how many years ["
                 ws-review-disp "]:"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input not = spaces
                   move function numval(ws-in-input) to
                     LH-GR-REVIEW-YEARS
               end-if
           else
               move 0 to LH-GR-REVIEW-YEARS
           end-if

           move LH-SERVICE-CHARGE to ws-money-disp
           display "Service charge a year [" ws-money-disp "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to LH-SERVICE-CHARGE
           end-if

           display "Freeholder [" LH-FREEHOLDER "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to LH-FREEHOLDER
           end-if

           display "Managing agent [" LH-AGENT-NAME "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to LH-AGENT-NAME
           end-if

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               display "Managing agent phone [" LH-AGENT-PHONE "]:"
               move spaces to ws-in-input
               accept ws-in-input
               move 1 to ws-field-ok
               if ws-in-input not = spaces
                   move ws-in-input to WS-AQ-PHONE
                   perform Check-Phone-Format
                   if WS-AQ-PHONE-OK = 0
                       display "Phone must be 10-11 digits, leading 0."
                       move 0 to ws-field-ok
                   else
                       move WS-AQ-PHONE to LH-AGENT-PHONE
                   end-if
               end-if
           end-perform

           perform PARA-150-SAVE-LEASE.

       PARA-150-SAVE-LEASE.

           move function current-date(1:8) to LH-AMENDED-DATE
           move ws-current-user-id to LH-USER-ID

           open i-o leasehold-file
           if ws-lease-new = 1
               write LEASEHOLD-RECORD
           else
               rewrite LEASEHOLD-RECORD
           end-if
           close leasehold-file

           move "LEASEHLD" to ws-audit-record-type
           if ws-lease-new = 1
               move "ADD" to ws-audit-action
           else
               move "AMEND" to ws-audit-action
           end-if
           move LH-PROPERTY-ID to ws-audit-key
           move LEASEHOLD-RECORD to ws-audit-new-value
           perform Write-Audit-Log

      *The portal change feed goes on PROPERTY-VERSION, so the
      *version moves on for the new details to be sent.
           open i-o property-file
           perform Check-Property-Open
           move ws-lh-property-id to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   add 1 to PROPERTY-VERSION of property-record
                   rewrite property-record

                   move "P" to WS-JRNL-FILE-CODE
                   move "REWRIT" to WS-JRNL-ACTION
                   move property-id of property-record to
                     WS-JRNL-KEY
                   move PROPERTY-RECORD to WS-JRNL-IMAGE
                   perform Write-Journal
           end-read
           close property-file

           display "Lease details saved."
           perform Calc-Lease-Years-Left
           perform PARA-300-SHOW-TERM-LEFT
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-200-SHOW-LEASE.

           perform PARA-050-PICK-PROPERTY
           if ws-lh-property-id not = 0
               move ws-lh-property-id to WS-LEASE-PROPERTY-ID
               perform Check-Lease-Term
               if WS-LEASE-FOUND = 0
                   display "No lease details held for that property."
               else
                   perform PARA-210-SHOW-DETAILS
               end-if
               display "Press ENTER to continue."
               accept ws-continue
           end-if.

       PARA-210-SHOW-DETAILS.

           display " "
           display ws-lh-property-id " " PROPERTY-AL1 of property-record
             " " PROPERTY-POSTCODE of property-record
           move LH-LEASE-START to ws-date-show
           perform PARA-920-SHOW-DATE
           move LH-TERM-YEARS to ws-term-disp
           display "  Lease from " ws-date-disp " for " ws-term-disp
             " years"
           perform PARA-950-BASIS-TEXT
           move LH-GROUND-RENT to ws-money-disp
           display "  Ground rent " ws-money-disp " a year, "
             ws-basis-disp
           move LH-SERVICE-CHARGE to ws-money-disp
           display "  Service charge " ws-money-disp " a year"
           display "  Freeholder " LH-FREEHOLDER
           display "  Managing agent " LH-AGENT-NAME " " LH-AGENT-PHONE
           perform PARA-300-SHOW-TERM-LEFT.

       PARA-300-SHOW-TERM-LEFT.

           if WS-LEASE-KNOWN = 0
               display "  Unexpired term not known - key the start"
                 " date and term."
           else
               move WS-LEASE-YEARS-LEFT to WS-LEASE-YEARS-DISP
               display "  Unexpired term " WS-LEASE-YEARS-DISP
                 " years"
               if WS-LEASE-SHORT = 1
                   display " "
                   display "WARNING - " WS-LEASE-WARNING
                   display "Raise a lease extension with the seller"
                     " before the sale is agreed."
               end-if
           end-if.

       PARA-900-TAKE-DATE.

           move 0 to ws-date-result
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = spaces
               move ws-date-default to ws-date-result
           else
               if ws-in-input(1:8) is numeric
                   compute ws-date-result =
                     (function numval(ws-in-input(5:4)) * 10000) +
                     (function numval(ws-in-input(3:2)) * 100) +
                     function numval(ws-in-input(1:2))
                   if ws-date-mm = 0 or ws-date-mm > 12 or
                     ws-date-dd = 0 or ws-date-dd > 31 or
                     ws-date-yyyy < 1800
                       move 0 to ws-date-result
                   end-if
               end-if
           end-if.

       PARA-920-SHOW-DATE.

           move spaces to ws-date-disp
           if ws-date-show not = 0
               string ws-date-show(7:2), "/", ws-date-show(5:2), "/",
                 ws-date-show(1:4) delimited by size into ws-date-disp
           end-if.

       PARA-950-BASIS-TEXT.

           move spaces to ws-basis-disp
           evaluate LH-GR-BASIS
               when "F"
                   move "FIXED" to ws-basis-disp
               when "P"
                   move "PEPPERCORN" to ws-basis-disp
               when "D"
                   move LH-GR-REVIEW-YEARS to ws-review-disp
                   string "DOUBLES/", function trim(ws-review-disp),
                     "YR" delimited by size into ws-basis-disp
               when "R"
                   move LH-GR-REVIEW-YEARS to ws-review-disp
                   string "RPI/", function trim(ws-review-disp),
                     "YR" delimited by size into ws-basis-disp
           end-evaluate.

       copy "LeaseTermCheck.cpy".
       copy "AddressQualityCheck.cpy".
       copy "AuditLogWrite.cpy".
       copy "JournalWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program Leasehold.
