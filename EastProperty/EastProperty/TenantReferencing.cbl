      *TENANTREFERENCING.cbl
      *File exchange with the tenant referencing agency, in place of
      *keying TENANT-REF-STATUS from the agency's emailed report.
      *(O)utbound writes a date-stamped REFREQ request file of every
      *tenant still pending referencing, with the guarantor as a
      *second row where there is one, and stamps each tenant with
      *the date sent. (I)mport reads the agency's results file
      *(REFRES) and sets TENANT-REF-STATUS to Y (pass), C (passed
      *on conditions) or F (fail), keeping the agency's reference
      *and decision date on the tenant. Every decision applied is
      *audit-logged, which is the evidence trail for it. Results
      *that match no tenant or cannot be read, conditional passes
      *and failed guarantors go on a date-stamped REFWORK worklist
      *for someone to follow up. Needs the admin flag. Reached from
      *the Lettings menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. TenantReferencing.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "tenantfile.cpy".
       copy "auditfile.cpy".

           select optional ref-request-file assign to ws-request-name
               organization is line sequential.
           select optional ref-result-file assign to "REFRES"
               organization is line sequential.
           select optional ref-work-file assign to ws-work-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "tenantrecord.cpy".
       copy "auditrecord.cpy".

       FD ref-request-file.
       01 ref-request-line pic x(250).

       FD ref-result-file.
       01 ref-result-line pic x(200).

       FD ref-work-file.
       01 ref-work-line pic x(200).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-menu-pick pic x value spaces.
       01 ws-confirm pic x value spaces.
       01 ws-resend pic x value "N".
       01 ws-request-name pic x(20) value spaces.
       01 ws-work-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-tenants-sent pic 9(6) value 0.
       01 ws-guarantors-sent pic 9(6) value 0.
       01 ws-already-sent pic 9(6) value 0.
       01 ws-rows-read pic 9(6) value 0.
       01 ws-rows-applied pic 9(6) value 0.
       01 ws-rows-guarantor pic 9(6) value 0.
       01 ws-rows-worklist pic 9(6) value 0.
       01 ws-trailer-count pic 9(6) value 0.
       01 ws-trailer-seen pic 9 value 0 comp.

       01 ws-res-col.
         03 ws-res-rec-type pic x(3).
         03 ws-res-id pic x(10).
         03 ws-res-party pic x(1).
         03 ws-res-outcome pic x(12).
         03 ws-res-agency-ref pic x(20).
         03 ws-res-date pic x(8).
         03 ws-res-conditions pic x(120).
       01 ws-res-pointer pic 9(3) value 0 comp.
       01 ws-res-tenant-id pic 9(6) value 0.
       01 ws-res-date-num pic 9(8) value 0.
       01 ws-res-status pic x value spaces.
       01 ws-row-ok pic 9 value 0 comp.
       01 ws-work-reason pic x(40) value spaces.
       01 ws-old-status pic x value spaces.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST TENANT REFERENCING EXCHANGE"
           display "-----------------------------------------------"

           if not is-admin
               display "The referencing exchange needs the admin flag."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           move function current-date(1:8) to ws-date-stamp

           display "(O)utbound request file to the agency, or"
           display "(I)mport the agency's results (REFRES)?"
           move spaces to ws-menu-pick
           accept ws-menu-pick
           move function upper-case(ws-menu-pick) to ws-menu-pick

           evaluate ws-menu-pick
               when "O"
                   perform PARA-100-SEND-REQUESTS
               when "I"
                   perform PARA-300-IMPORT-RESULTS
               when other
                   display "Nothing done."
           end-evaluate

           display " "
           display "Press ENTER to return to the menu."
           move spaces to ws-continue
           accept ws-continue

           goback.

      *----------------------------------------------------------
      * Pending tenants already sent are left out unless asked
      * for - the agency treats a second request as a new case.
      *----------------------------------------------------------
       PARA-100-SEND-REQUESTS.

           display "Include pending tenants already sent? (Y/N)"
           move spaces to ws-confirm
           accept ws-confirm
           move function upper-case(ws-confirm) to ws-resend

           string "REFREQ.", ws-date-stamp into ws-request-name

           open output ref-request-file
           open i-o tenant-file

           move spaces to ref-request-line
           string "HDR,EASTPROPERTY,", ws-date-stamp
             delimited by size into ref-request-line
           write ref-request-line

           move 0 to ws-end-of-file
           perform until ws-end-of-file = 1
               read tenant-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if TENANT-REF-STATUS = "P"
                           perform PARA-150-SEND-ONE-TENANT
                       end-if
           end-perform

           move spaces to ref-request-line
           string "TRL,", ws-tenants-sent delimited by size
             into ref-request-line
           write ref-request-line

           close tenant-file
           close ref-request-file

           move "TENANT" to ws-audit-record-type
           move "REFREQ" to ws-audit-action
           move 0 to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "SENT ", ws-tenants-sent, " TENANTS ",
             ws-guarantors-sent, " GUARANTORS IN ", ws-request-name
             into ws-audit-new-value
           perform Write-Audit-Log

           display "-----------------------------------------------"
           display "Tenants sent            " ws-tenants-sent
           display "Guarantors sent         " ws-guarantors-sent
           display "Already sent, left out  " ws-already-sent
           display "Request file            " ws-request-name
           display "-----------------------------------------------".

       PARA-150-SEND-ONE-TENANT.

           if TENANT-REF-SENT-DATE not = 0 and ws-resend not = "Y"
               add 1 to ws-already-sent
           else
               move spaces to ref-request-line
               string "REQ,", TENANT-ID, ",T,",
                 quote, function trim(TENANT-NAME), quote, ",",
                 quote, function trim(TENANT-AL1), quote, ",",
                 quote, function trim(TENANT-AL2), quote, ",",
                 quote, function trim(TENANT-AL3), quote, ",",
                 quote, function trim(TENANT-AL4), quote, ",",
                 quote, function trim(TENANT-POSTCODE), quote, ",",
                 quote, function trim(TENANT-PHONE), quote, ",",
                 quote, function trim(TENANT-EMPLOYER), quote, ",",
                 ws-date-stamp delimited by size into ref-request-line
               write ref-request-line

               if TENANT-GUARANTOR-NAME not = spaces
                   move spaces to ref-request-line
                   string "REQ,", TENANT-ID, ",G,",
                     quote, function trim(TENANT-GUARANTOR-NAME),
                     quote, ",,,,,,",
                     quote, function trim(TENANT-GUARANTOR-PHONE),
                     quote, ",,", ws-date-stamp
                     delimited by size into ref-request-line
                   write ref-request-line
                   add 1 to ws-guarantors-sent
               end-if

               move ws-date-stamp to TENANT-REF-SENT-DATE
               add 1 to TENANT-VERSION
               rewrite TENANT-RECORD
               add 1 to ws-tenants-sent
           end-if.

      *----------------------------------------------------------
      * The agency's results, one row per party referenced:
      * RES,tenant id,T or G,PASS/CONDITIONAL/FAIL,agency ref,
      * decision date (yyyymmdd),"conditions". HDR and TRL rows
      * frame the file; TRL carries the count of RES rows.
      *----------------------------------------------------------
       PARA-300-IMPORT-RESULTS.

           display "Apply the agency's results file (REFRES) to the"
           display "tenant file now? (Y/N)"
           move spaces to ws-confirm
           accept ws-confirm
           if function upper-case(ws-confirm) not = "Y"
               display "Nothing imported."
           else
               string "REFWORK.", ws-date-stamp into ws-work-name

               open input ref-result-file
               open extend ref-work-file
               open i-o tenant-file

               move 0 to ws-end-of-file
               perform until ws-end-of-file = 1
                   read ref-result-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           perform PARA-310-READ-ONE-ROW
               end-perform

               if ws-trailer-seen = 1 and
                 ws-trailer-count not = ws-rows-read
                   move "TRAILER COUNT DOES NOT MATCH ROWS"
                     to ws-work-reason
                   move spaces to ref-work-line
                   string ws-work-reason, " TRL ", ws-trailer-count,
                     " READ ", ws-rows-read delimited by size
                     into ref-work-line
                   write ref-work-line
                   add 1 to ws-rows-worklist
                   display ws-work-reason
               end-if

               close ref-result-file
               close ref-work-file
               close tenant-file

               display "-----------------------------------------------"
               display "Result rows read        " ws-rows-read
               display "Tenant decisions applied" ws-rows-applied
               display "Guarantor results logged" ws-rows-guarantor
               display "Worklist entries        " ws-rows-worklist
               display "Worklist written to " ws-work-name
               display "-----------------------------------------------"
           end-if.

       PARA-310-READ-ONE-ROW.

           initialize ws-res-col
           move 1 to ws-res-pointer
           unstring ref-result-line delimited by ","
             into ws-res-rec-type ws-res-id ws-res-party
               ws-res-outcome ws-res-agency-ref ws-res-date
             with pointer ws-res-pointer
           end-unstring
           move function upper-case(ws-res-rec-type) to ws-res-rec-type

           evaluate ws-res-rec-type
               when "RES"
                   add 1 to ws-rows-read
                   if ws-res-pointer < 200
                       move ref-result-line(ws-res-pointer:) to
                         ws-res-conditions
                       inspect ws-res-conditions replacing all quote
                         by space
                   end-if
                   perform PARA-320-CHECK-ROW
                   if ws-row-ok = 0
                       perform PARA-390-WORKLIST-ROW
                   else
                       perform PARA-330-APPLY-ROW
                   end-if
               when "TRL"
                   move 1 to ws-trailer-seen
                   move function numval(ws-res-id) to ws-trailer-count
               when other
                   continue
           end-evaluate.

       PARA-320-CHECK-ROW.

           move 1 to ws-row-ok
           move spaces to ws-work-reason
           move function upper-case(ws-res-party) to ws-res-party
           move function upper-case(ws-res-outcome) to ws-res-outcome

           if function trim(ws-res-id) is not numeric
               move 0 to ws-row-ok
               move "TENANT ID NOT NUMERIC" to ws-work-reason
           else
               move function numval(ws-res-id) to ws-res-tenant-id
           end-if

           if ws-row-ok = 1
               evaluate ws-res-outcome
                   when "PASS"
                       move "Y" to ws-res-status
                   when "CONDITIONAL"
                       move "C" to ws-res-status
                   when "FAIL"
                       move "F" to ws-res-status
                   when other
                       move 0 to ws-row-ok
                       move "OUTCOME NOT PASS/CONDITIONAL/FAIL" to
                         ws-work-reason
               end-evaluate
           end-if

           if ws-row-ok = 1 and ws-res-party not = "T" and
             ws-res-party not = "G"
               move 0 to ws-row-ok
               move "PARTY NOT T OR G" to ws-work-reason
           end-if

           if ws-row-ok = 1
               if ws-res-date is not numeric
                   move 0 to ws-row-ok
                   move "DECISION DATE UNREADABLE" to ws-work-reason
               else
                   move ws-res-date to ws-res-date-num
                   if ws-res-date-num(5:2) < "01" or
                     ws-res-date-num(5:2) > "12" or
                     ws-res-date-num(7:2) < "01" or
                     ws-res-date-num(7:2) > "31" or
                     ws-res-date-num > ws-date-stamp
                       move 0 to ws-row-ok
                       move "DECISION DATE NOT VALID" to ws-work-reason
                   end-if
               end-if
           end-if

           if ws-row-ok = 1
               move ws-res-tenant-id to TENANT-ID
               read tenant-file
                   invalid key
                       move 0 to ws-row-ok
                       move "NO SUCH TENANT" to ws-work-reason
               end-read
           end-if.

      *----------------------------------------------------------
      * A tenant row sets the referencing outcome; a guarantor row
      * is evidence only, the tenant's own row carries the
      * decision. Conditions and failed guarantors need a person.
      *----------------------------------------------------------
       PARA-330-APPLY-ROW.

           move "TENANT" to ws-audit-record-type
           move "REFRES" to ws-audit-action
           move TENANT-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value

           if ws-res-party = "T"
               move TENANT-REF-STATUS to ws-old-status
               string "REF ", ws-old-status, " AGENCY REF ",
                 TENANT-REF-AGENCY-REF delimited by size
                 into ws-audit-old-value
               move ws-res-status to TENANT-REF-STATUS
               move ws-res-agency-ref to TENANT-REF-AGENCY-REF
               move ws-res-date-num to TENANT-REF-DECISION-DATE
               add 1 to TENANT-VERSION
               rewrite TENANT-RECORD
               add 1 to ws-rows-applied
           else
               string "GUARANTOR ",
                 function trim(TENANT-GUARANTOR-NAME)
                 delimited by size into ws-audit-old-value
               add 1 to ws-rows-guarantor
           end-if

           string "REF ", ws-res-status, " AGENCY REF ",
             function trim(ws-res-agency-ref), " ON ",
             ws-res-date-num delimited by size
             into ws-audit-new-value
           perform Write-Audit-Log

           if ws-res-status = "C"
               move "CONDITIONAL PASS - CHECK CONDITIONS" to
                 ws-work-reason
               perform PARA-390-WORKLIST-ROW
           end-if
           if ws-res-status = "F" and ws-res-party = "G"
               move "GUARANTOR FAILED" to ws-work-reason
               perform PARA-390-WORKLIST-ROW
           end-if.

       PARA-390-WORKLIST-ROW.

           add 1 to ws-rows-worklist
           move spaces to ref-work-line
           string ws-work-reason, " TENANT ", ws-res-id, " ",
             ws-res-party, " ", ws-res-outcome, " REF ",
             ws-res-agency-ref, " ", ws-res-conditions
             delimited by size into ref-work-line
           write ref-work-line
           display ws-work-reason " TENANT " ws-res-id.

       copy "AuditLogWrite.cpy".

       end program TenantReferencing.
