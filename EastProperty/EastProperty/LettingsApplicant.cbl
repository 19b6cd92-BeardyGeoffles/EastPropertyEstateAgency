      *LETTINGSAPPLICANT.cbl
      *Lettings applicant register - people looking to rent, who
      *used to be keyed as buyers (and so counted in every sales
      *report) or not kept at all. Reached from the Lettings menu:
      *  1. Add an applicant - contact details, the most they will
      *     pay a month, the earliest they can move in, how many
      *     will live there, pets, whether they need a guarantor
      *     and up to four postcode districts or areas they want.
      *  2. Amend an applicant - each answer shown, blank keeps it.
      *  3. Applicants still looking or offered a letting.
      *  4. Matching run - LettingsMatchReport.cbl, the lettings on
      *     the book that fit each applicant's rent, move-in date
      *     and areas.
      *  5. Record a letting offered to an applicant.
      *  6. Convert to tenant - an applicant offered a letting is
      *     taken onto the tenant file with their details carried
      *     across, referencing pending, ready to be linked to the
      *     letting on its details screen.
      *  7. Withdraw an applicant.
      *Postcode, phone and email go through the same format checks
      *as the capture screens (AddressQualityCheck.cpy). Every
      *change is audit-logged.
      *The tenant a conversion creates is screened against the
      *sanctions and PEP list (SanctionsScreen.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. LettingsApplicant.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "letapplfile.cpy".
       copy "propertyfile.cpy".
       copy "tenantfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "letapplrecord.cpy".
       copy "propertyrecord.cpy".
       copy "tenantrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-sancscreen.cpy".
       copy "ws-addrquality.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(50) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.

       01 ws-record-found pic 9 value 0 comp.
       01 ws-pick-id pic 9(6) value 0.
       01 ws-field-ok pic 9 value 0 comp.
       01 ws-area-idx pic 9 value 0 comp.
       01 ws-list-count pic 9(4) value 0.
       01 ws-offer-property-id pic 9(6) value 0.
       01 ws-letting-found pic 9 value 0 comp.
       01 ws-new-tenant-id pic 9(6) value 0.
       01 ws-notes-ptr pic 9(3) value 0 comp.

      *Keyed dates come in DDMMYYYY and go back as YYYYMMDD.
       01 ws-date-result pic 9(8) value 0.
       01 ws-date-parts redefines ws-date-result.
         03 ws-date-yyyy pic 9999.
         03 ws-date-mm pic 99.
         03 ws-date-dd pic 99.
       01 ws-date-default pic 9(8) value 0.
       01 ws-date-show pic 9(8) value 0.
       01 ws-date-disp pic x(10) value spaces.

       01 ws-rent-disp pic zzz,zz9.99.
       01 ws-occupants-disp pic z9.
       01 ws-status-disp pic x(10) value spaces.
       01 ws-areas-disp pic x(20) value spaces.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST LETTINGS APPLICANTS"
               display "----------------------------------------"
               display "1. ADD AN APPLICANT"
               display "2. AMEND AN APPLICANT"
               display "3. APPLICANTS LOOKING"
               display "4. MATCHING RUN"
               display "5. RECORD A LETTING OFFERED"
               display "6. CONVERT TO TENANT"
               display "7. WITHDRAW AN APPLICANT"
               display "8. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-ADD-APPLICANT
                   when "2"
                       perform PARA-200-AMEND-APPLICANT
                   when "3"
                       perform PARA-300-LIST-APPLICANTS
                   when "4"
                       call "LettingsMatchReport"
                       display "Press ENTER to continue."
                       accept ws-menu-input
                   when "5"
                       perform PARA-500-RECORD-OFFER
                   when "6"
                       perform PARA-600-CONVERT-TO-TENANT
                   when "7"
                       perform PARA-700-WITHDRAW
                   when "8"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * A new applicant needs a name; everything else may follow
      * later through the amend option.
      *----------------------------------------------------------
       PARA-100-ADD-APPLICANT.

           initialize LET-APPL-RECORD
           move "N" to LA-PETS
           move "N" to LA-GUARANTOR

           display "Applicant name:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to LA-NAME

           if LA-NAME = spaces
               display "The applicant's name is required."
           else
               perform PARA-140-TAKE-CONTACT
               perform PARA-150-TAKE-NEEDS
               perform PARA-170-WRITE-APPLICANT
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

      *----------------------------------------------------------
      * Contact details. Each prompt shows what is held and a
      * blank answer keeps it, so the same paragraphs serve the
      * add and the amend; a badly formed answer is asked again.
      *----------------------------------------------------------
       PARA-140-TAKE-CONTACT.

           display "Current address line 1 [" LA-AL1 "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to LA-AL1
           end-if
           display "Address line 2 [" LA-AL2 "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to LA-AL2
           end-if
           display "Address line 3 [" LA-AL3 "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to LA-AL3
           end-if
           display "Address line 4 [" LA-AL4 "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to LA-AL4
           end-if

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               display "Postcode [" LA-POSTCODE "]:"
               move spaces to ws-in-input
               accept ws-in-input
               move 1 to ws-field-ok
               if ws-in-input not = spaces
                   move function upper-case(ws-in-input) to
                     WS-AQ-POSTCODE
                   perform Check-Postcode-Format
                   if WS-AQ-POSTCODE-OK = 0
                       display "Postcode format does not look valid."
                       move 0 to ws-field-ok
                   else
                       move WS-AQ-POSTCODE to LA-POSTCODE
                   end-if
               end-if
           end-perform

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               display "Contact number [" LA-PHONE "]:"
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
                       move WS-AQ-PHONE to LA-PHONE
                   end-if
               end-if
           end-perform

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               display "Email [" function trim(LA-EMAIL) "]:"
               move spaces to ws-in-input
               accept ws-in-input
               move 1 to ws-field-ok
               if ws-in-input not = spaces
                   move function upper-case(ws-in-input) to
                     WS-AQ-EMAIL
                   perform Check-Email-Format
                   if WS-AQ-EMAIL-OK = 0
                       display "Email address does not look valid."
                       move 0 to ws-field-ok
                   else
                       move WS-AQ-EMAIL to LA-EMAIL
                   end-if
               end-if
           end-perform

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               display "Preferred channel - E email, S text, P post ["
                 LA-PREF-CHANNEL "]:"
               move spaces to ws-in-input
               accept ws-in-input
               move 1 to ws-field-ok
               if ws-in-input not = spaces
                   move function upper-case(ws-in-input(1:1)) to
                     ws-in-input(1:1)
                   evaluate true
                       when ws-in-input(1:1) not = "E" and
                         ws-in-input(1:1) not = "S" and
                         ws-in-input(1:1) not = "P"
                           display "Channel must be E, S or P."
                           move 0 to ws-field-ok
                       when ws-in-input(1:1) = "E" and
                         LA-EMAIL = spaces
                           display "Email channel needs an email"
                             " address."
                           move 0 to ws-field-ok
                       when ws-in-input(1:1) = "S" and
                         LA-PHONE = spaces
                           display "Text channel needs a contact"
                             " number."
                           move 0 to ws-field-ok
                       when other
                           move ws-in-input(1:1) to LA-PREF-CHANNEL
                   end-evaluate
               end-if
           end-perform.

      *----------------------------------------------------------
      * What the applicant is looking for.
      *----------------------------------------------------------
       PARA-150-TAKE-NEEDS.

           move LA-MAX-RENT to ws-rent-disp
           display "Most they will pay a month, 0 not said ["
             ws-rent-disp "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to LA-MAX-RENT
           end-if

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               move LA-MOVE-IN-DATE to ws-date-show
               perform PARA-920-SHOW-DATE
               display "Earliest move-in (DDMMYYYY) [" ws-date-disp
                 "]:"
               move LA-MOVE-IN-DATE to ws-date-default
               perform PARA-900-TAKE-DATE
               if ws-date-result = 0 and ws-in-input not = spaces
                   display "Date not understood."
               else
                   move ws-date-result to LA-MOVE-IN-DATE
                   move 1 to ws-field-ok
               end-if
           end-perform

           move LA-OCCUPANTS to ws-occupants-disp
           display "Number of occupants [" ws-occupants-disp "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to LA-OCCUPANTS
           end-if

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               display "Pets, Y or N [" LA-PETS "]:"
               move spaces to ws-in-input
               accept ws-in-input
               move 1 to ws-field-ok
               if ws-in-input not = spaces
                   move function upper-case(ws-in-input(1:1)) to
                     ws-in-input(1:1)
                   if ws-in-input(1:1) = "Y" or ws-in-input(1:1) = "N"
                       move ws-in-input(1:1) to LA-PETS
                   else
                       display "Answer Y or N."
                       move 0 to ws-field-ok
                   end-if
               end-if
           end-perform

           if LA-PETS = "Y"
               display "What pets [" LA-PET-DETAILS "]:"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input not = spaces
                   move function upper-case(ws-in-input) to
                     LA-PET-DETAILS
               end-if
           else
               move spaces to LA-PET-DETAILS
           end-if

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               display "Guarantor needed, Y or N [" LA-GUARANTOR "]:"
               move spaces to ws-in-input
               accept ws-in-input
               move 1 to ws-field-ok
               if ws-in-input not = spaces
                   move function upper-case(ws-in-input(1:1)) to
                     ws-in-input(1:1)
                   if ws-in-input(1:1) = "Y" or ws-in-input(1:1) = "N"
                       move ws-in-input(1:1) to LA-GUARANTOR
                   else
                       display "Answer Y or N."
                       move 0 to ws-field-ok
                   end-if
               end-if
           end-perform

           display "Areas wanted - a postcode district (NR2) or area"
           display "(NR) each, blank keeps, a dash clears:"
           perform varying ws-area-idx from 1 by 1
             until ws-area-idx > 4
               display "Area " ws-area-idx " [" LA-AREA(ws-area-idx)
                 "]:"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input = "-"
                   move spaces to LA-AREA(ws-area-idx)
               else
                   if ws-in-input not = spaces
                       move function upper-case(ws-in-input) to
                         LA-AREA(ws-area-idx)
                   end-if
               end-if
           end-perform.

       PARA-170-WRITE-APPLICANT.

           move "LETAPPL" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           move WS-NEXTID-RESULT to LA-ID
           move "A" to LA-STATUS
           move function current-date(1:8) to LA-ADDED-DATE
           move ws-current-user-id to LA-USER-ID

           open i-o let-appl-file
           write LET-APPL-RECORD
           close let-appl-file

           move "LETAPPL" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move LA-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move LET-APPL-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           display "Applicant " LA-ID " added.".

      *----------------------------------------------------------
      * Fetches an applicant by reference into the record area;
      * ws-record-found says whether it was there.
      *----------------------------------------------------------
       PARA-180-PICK-APPLICANT.

           display "Applicant reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-id

           move 0 to ws-record-found
           open input let-appl-file
           move ws-pick-id to LA-ID
           read let-appl-file
               invalid key
                   display "No applicant with that reference."
               not invalid key
                   move 1 to ws-record-found
           end-read
           close let-appl-file

           if ws-record-found = 1
               perform PARA-190-SHOW-APPLICANT
           end-if.

       PARA-190-SHOW-APPLICANT.

           perform PARA-950-STATUS-TEXT
           perform PARA-960-AREAS-TEXT
           display LA-ID " " LA-NAME "  " ws-status-disp
           display "  " function trim(LA-AL1) " " LA-POSTCODE
             "  PH " LA-PHONE
           if LA-EMAIL not = spaces
               display "  " function trim(LA-EMAIL)
             "  CHANNEL " LA-PREF-CHANNEL
           end-if
           move LA-MAX-RENT to ws-rent-disp
           move LA-MOVE-IN-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           move LA-OCCUPANTS to ws-occupants-disp
           display "  Rent up to " ws-rent-disp "  from " ws-date-disp
             "  occupants " ws-occupants-disp
           display "  Pets " LA-PETS " " LA-PET-DETAILS "  guarantor "
             LA-GUARANTOR "  areas " ws-areas-disp
           if LA-OFFER-PROPERTY-ID not = 0
               display "  Offered letting " LA-OFFER-PROPERTY-ID
           end-if
           if LA-TENANT-ID not = 0
               display "  Tenant " LA-TENANT-ID
           end-if.

      *----------------------------------------------------------
      * Amendments go on the applicant while they are looking or
      * under offer; a converted or withdrawn applicant is closed.
      *----------------------------------------------------------
       PARA-200-AMEND-APPLICANT.

           perform PARA-180-PICK-APPLICANT
           if ws-record-found = 1
               if LA-STATUS not = "A" and LA-STATUS not = "O"
                   display "That applicant is no longer looking."
               else
                   move LET-APPL-RECORD to ws-audit-old-value
                   display "Name [" LA-NAME "]:"
                   move spaces to ws-in-input
                   accept ws-in-input
                   if ws-in-input not = spaces
                       move function upper-case(ws-in-input) to
                         LA-NAME
                   end-if
                   perform PARA-140-TAKE-CONTACT
                   perform PARA-150-TAKE-NEEDS
                   move "AMEND" to ws-audit-action
                   perform PARA-800-REWRITE-APPLICANT
                   display "Applicant " LA-ID " amended."
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-300-LIST-APPLICANTS.

           display "REF    NAME                 MAX RENT   MOVE-IN"
             "    OCC PETS GTR STATUS"
           move 0 to ws-list-count
           move 0 to ws-end-of-file
           open input let-appl-file
           perform until ws-end-of-file = 1
               read let-appl-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if LA-STATUS = "A" or LA-STATUS = "O"
                           perform PARA-350-LIST-LINE
                       end-if
               end-read
           end-perform
           close let-appl-file

           if ws-list-count = 0
               display "No applicants are looking."
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-350-LIST-LINE.

           add 1 to ws-list-count
           perform PARA-950-STATUS-TEXT
           move LA-MAX-RENT to ws-rent-disp
           move LA-MOVE-IN-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           move LA-OCCUPANTS to ws-occupants-disp
           display LA-ID " " LA-NAME " " ws-rent-disp " " ws-date-disp
             " " ws-occupants-disp "  " LA-PETS "    " LA-GUARANTOR
             "   " ws-status-disp.

      *----------------------------------------------------------
      * The letting offered must be one on the lettings book; the
      * applicant stays offered until converted or withdrawn, and
      * a later offer replaces it.
      *----------------------------------------------------------
       PARA-500-RECORD-OFFER.

           perform PARA-180-PICK-APPLICANT
           if ws-record-found = 1
               if LA-STATUS not = "A" and LA-STATUS not = "O"
                   display "That applicant is no longer looking."
               else
                   perform PARA-520-TAKE-LETTING
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-520-TAKE-LETTING.

           display "Letting property ID offered:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-offer-property-id

           move 0 to ws-letting-found
           open input property-file
           perform Check-Property-Open
           move ws-offer-property-id to property-id of property-record
           read property-file
               invalid key
                   display "No property with that reference."
               not invalid key
                   if LISTING-TYPE of property-record not = "L"
                       display "That property is not a letting."
                   else
                       move 1 to ws-letting-found
                   end-if
           end-read
           close property-file

           if ws-letting-found = 1
               move LET-APPL-RECORD to ws-audit-old-value
               move ws-offer-property-id to LA-OFFER-PROPERTY-ID
               move "O" to LA-STATUS
               move "OFFER" to ws-audit-action
               perform PARA-800-REWRITE-APPLICANT
               display "Letting " LA-OFFER-PROPERTY-ID
                 " recorded as offered to applicant " LA-ID "."
           end-if.

      *----------------------------------------------------------
      * An applicant offered a letting becomes a tenant without
      * rekeying: name, address and contact details carry across,
      * referencing starts pending, and the notes keep the pets,
      * occupants and guarantor answers. The new tenant is linked
      * to the letting on the letting details screen, which waits
      * for referencing before a start date is set.
      *----------------------------------------------------------
       PARA-600-CONVERT-TO-TENANT.

           perform PARA-180-PICK-APPLICANT
           if ws-record-found = 1
               if LA-STATUS not = "O"
                   display "Only an applicant offered a letting can"
                     " be converted."
               else
                   perform PARA-620-WRITE-TENANT
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-620-WRITE-TENANT.

           move "TENANT" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           move WS-NEXTID-RESULT to ws-new-tenant-id

           initialize TENANT-RECORD
           move ws-new-tenant-id to TENANT-ID
           move LA-NAME to TENANT-NAME
           move LA-AL1 to TENANT-AL1
           move LA-AL2 to TENANT-AL2
           move LA-AL3 to TENANT-AL3
           move LA-AL4 to TENANT-AL4
           move LA-POSTCODE to TENANT-POSTCODE
           move LA-PHONE to TENANT-PHONE
           move LA-EMAIL to TENANT-EMAIL
           move LA-PREF-CHANNEL to TENANT-PREF-CHANNEL
           move "P" to TENANT-REF-STATUS

           move LA-OCCUPANTS to ws-occupants-disp
           move spaces to TENANT-NOTES
           move 1 to ws-notes-ptr
           string "APPLICANT ", LA-ID, " OCC ",
             function trim(ws-occupants-disp)
             delimited by size into TENANT-NOTES
             with pointer ws-notes-ptr
           if LA-PETS = "Y"
               string " PETS ", function trim(LA-PET-DETAILS)
                 delimited by size into TENANT-NOTES
                 with pointer ws-notes-ptr
           end-if
           if LA-GUARANTOR = "Y"
               string " GUARANTOR NEEDED"
                 delimited by size into TENANT-NOTES
                 with pointer ws-notes-ptr
           end-if

           open i-o tenant-file
           write TENANT-RECORD
           close tenant-file

           move "TENANT" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move TENANT-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move TENANT-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           move LET-APPL-RECORD to ws-audit-old-value
           move ws-new-tenant-id to LA-TENANT-ID
           move "T" to LA-STATUS
           move "CONVRT" to ws-audit-action
           perform PARA-800-REWRITE-APPLICANT

           display "Tenant " ws-new-tenant-id " created from applicant "
             LA-ID "."
           display "Link them to letting " LA-OFFER-PROPERTY-ID
             " on its letting details screen once referenced."

           move "T" to WS-SANC-PARTY-TYPE
           move ws-new-tenant-id to WS-SANC-PARTY-ID
           move LA-NAME to WS-SANC-PARTY-NAME
           call "SanctionsScreen" using WS-SANC
           if WS-SANC-RAISED not = 0
               display "Possible sanctions/PEP list match - referred"
                 " to compliance for review."
           end-if.

       PARA-700-WITHDRAW.

           perform PARA-180-PICK-APPLICANT
           if ws-record-found = 1
               if LA-STATUS not = "A" and LA-STATUS not = "O"
                   display "That applicant is no longer looking."
               else
                   move LET-APPL-RECORD to ws-audit-old-value
                   move "W" to LA-STATUS
                   move "WDRAWN" to ws-audit-action
                   perform PARA-800-REWRITE-APPLICANT
                   display "Applicant " LA-ID " withdrawn."
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

      *Caller sets ws-audit-action and ws-audit-old-value first.
       PARA-800-REWRITE-APPLICANT.

           move ws-current-user-id to LA-USER-ID

           open i-o let-appl-file
           rewrite LET-APPL-RECORD
           close let-appl-file

           move "LETAPPL" to ws-audit-record-type
           move LA-ID to ws-audit-key
           move LET-APPL-RECORD to ws-audit-new-value
           perform Write-Audit-Log.

      *----------------------------------------------------------
      * DDMMYYYY keyed, blank takes ws-date-default; comes back
      * YYYYMMDD in ws-date-result, or zero when not a date.
      *----------------------------------------------------------
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
                     ws-date-yyyy < 1900
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

       PARA-950-STATUS-TEXT.

           evaluate LA-STATUS
               when "A"
                   move "LOOKING" to ws-status-disp
               when "O"
                   move "OFFERED" to ws-status-disp
               when "T"
                   move "TENANT" to ws-status-disp
               when "W"
                   move "WITHDRAWN" to ws-status-disp
               when other
                   move spaces to ws-status-disp
           end-evaluate.

       PARA-960-AREAS-TEXT.

           move spaces to ws-areas-disp
           string LA-AREA(1), " ", LA-AREA(2), " ", LA-AREA(3), " ",
             LA-AREA(4) delimited by size into ws-areas-disp
           if ws-areas-disp = spaces
               move "ANYWHERE" to ws-areas-disp
           end-if.

       copy "AddressQualityCheck.cpy".
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program LettingsApplicant.
