      *NOTICEREGISTER.cbl
      *Register of the notices served on tenants - no-fault
      *possession, possession on rent arrears grounds and statutory
      *rent increases - in place of the paper folder. A notice served
      *while the deposit was unprotected, or without a gas safety
      *certificate and EPC in force when the tenancy began, is no
      *notice at all, and that used to come out in court. Reached
      *from the Lettings menu:
      *  1. Log a notice. Before anything is written the tenancy is
      *     checked: every damage deposit the tenant paid in on the
      *     letting must be registered on DEP-PROT-FILE with the
      *     prescribed information served, and CERT-FILE must hold a
      *     gas safety certificate and an EPC that were both in
      *     force at the tenancy start. Any failure blocks the
      *     notice and says why. The expiry is worked out through
      *     the shared working-day calendar: posted notices are
      *     deemed served two working days on, the notice period
      *     (CONFIG-FILE NOTICE-DAYS-NOFAULT / -ARREARS / -RENTINC,
      *     defaults 61 / 14 / 31 days) runs from there, and an
      *     expiry on a weekend or holiday moves to the next
      *     working day.
      *  2. Notices on one letting.
      *  3. Expiry report - every notice expiring within
      *     NOTICE-WARN-DAYS (default 14) of today, to a
      *     date-stamped NOTICEXP dataset on the print spool.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. NoticeRegister.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "noticefile.cpy".
       copy "propertyfile.cpy".
       copy "depositfile.cpy".
       copy "depprotfile.cpy".
       copy "certfile.cpy".
       copy "calendarfile.cpy".
       copy "configfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

           select optional notice-report-file assign to
               ws-report-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "noticerecord.cpy".
       copy "propertyrecord.cpy".
       copy "depositrecord.cpy".
       copy "depprotrecord.cpy".
       copy "certrecord.cpy".
       copy "calendarrecord.cpy".
       copy "configrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       FD notice-report-file.
       01 notice-report-line pic x(80).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-config.cpy".
       copy "ws-workingday.cpy".
       copy "ws-spool.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(12) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-ntc-property-id pic 9(6) value 0.
       01 ws-ntc-tenant-id pic 9(6) value 0.
       01 ws-letting-found pic 9 value 0 comp.
       01 ws-tenancy-start pic 9(8) value 0.
       01 ws-served-yyyymmdd pic 9(8) value 0.
       01 ws-notice-days pic 9(4) value 0.
       01 ws-expiry-int pic 9(8) value 0 comp.
       01 ws-keyed-ok pic 9 value 0 comp.
       01 ws-block-reason pic x(50) value spaces.

       01 ws-has-gas pic 9 value 0 comp.
       01 ws-has-epc pic 9 value 0 comp.
       01 ws-cert-issue pic 9(8) value 0.
       01 ws-cert-expiry pic 9(8) value 0.
       01 ws-cert-type pic x(10) value spaces.

       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-warn-days pic 9(4) value 0.
       01 ws-warn-limit pic 9(8) value 0.
       01 ws-days-left pic s9(5) value 0.
       01 ws-days-left-disp pic -(4)9.
       01 ws-report-count pic 9(4) value 0.
       01 ws-type-disp pic x(14) value spaces.
       01 ws-method-disp pic x(5) value spaces.

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
               display "     EAST NOTICE REGISTER"
               display "----------------------------------------"
               display "1. LOG A NOTICE"
               display "2. NOTICES ON A LETTING"
               display "3. NOTICES APPROACHING EXPIRY"
               display "4. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-LOG-NOTICE
                   when "2"
                       perform PARA-500-LIST-FOR-LETTING
                   when "3"
                       perform PARA-600-EXPIRY-REPORT
                   when "4"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * The notice is taken against the letting's current tenancy
      * - the lead tenant and start date on the property record.
      *----------------------------------------------------------
       PARA-100-LOG-NOTICE.

           display "Letting property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-ntc-property-id

           move 0 to ws-letting-found
           open input property-file
           perform Check-Property-Open
           move ws-ntc-property-id to property-id of property-record
           read property-file
               invalid key
                   display "No property with that reference."
               not invalid key
                   if LISTING-TYPE of property-record not = "L" or
                     PROPERTY-TENANT-ID of property-record = 0 or
                     TENANCY-START-YEAR of property-record = 0
                       display "That property has no tenancy to "
                         "serve notice on."
                   else
                       move 1 to ws-letting-found
                       move PROPERTY-TENANT-ID of property-record to
                         ws-ntc-tenant-id
                       compute ws-tenancy-start =
                         (TENANCY-START-YEAR of property-record
                         * 10000) +
                         (TENANCY-START-MONTH of property-record
                         * 100) +
                         TENANCY-START-DAY of property-record
                   end-if
           end-read
           close property-file

           if ws-letting-found = 1
               perform PARA-150-TAKE-NOTICE
               if ws-keyed-ok = 1
                   perform PARA-200-VALIDITY-CHECKS
                   if ws-block-reason not = spaces
                       display "NOTICE BLOCKED - " ws-block-reason
                   else
                       perform PARA-300-WORK-OUT-EXPIRY
                       perform PARA-350-WRITE-NOTICE
                   end-if
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-150-TAKE-NOTICE.

           move 0 to ws-keyed-ok
           initialize NOTICE-RECORD

           display "Notice (N)o-fault (A)rrears grounds (R)ent "
             "increase:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input(1:1)) to NTC-TYPE
           if NTC-TYPE not = "N" and NTC-TYPE not = "A" and
             NTC-TYPE not = "R"
               display "Notice type must be N, A or R."
           else
               perform PARA-160-TAKE-SERVICE
           end-if.

       PARA-160-TAKE-SERVICE.

           move 0 to ws-served-yyyymmdd
           display "Date served (DDMMYYYY), blank for today:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = spaces
               move function current-date(1:8) to ws-served-yyyymmdd
           else
               if ws-in-input(1:8) is numeric
                   compute ws-served-yyyymmdd =
                     (function numval(ws-in-input(5:4)) * 10000) +
                     (function numval(ws-in-input(3:2)) * 100) +
                     function numval(ws-in-input(1:2))
               end-if
           end-if

           if ws-served-yyyymmdd = 0
               display "Date not understood."
           else
               move ws-served-yyyymmdd(7:2) to NTC-SERVED-DAY
               move ws-served-yyyymmdd(5:2) to NTC-SERVED-MONTH
               move ws-served-yyyymmdd(1:4) to NTC-SERVED-YEAR

               display "Served (H)and (P)ost (E)mail:"
               move spaces to ws-in-input
               accept ws-in-input
               move function upper-case(ws-in-input(1:1)) to
                 NTC-METHOD
               if NTC-METHOD not = "H" and NTC-METHOD not = "P" and
                 NTC-METHOD not = "E"
                   display "Method must be H, P or E."
               else
                   move 1 to ws-keyed-ok
               end-if
           end-if

           if ws-keyed-ok = 1 and NTC-TYPE = "R"
               display "Proposed new monthly rent:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to NTC-NEW-RENT
               if NTC-NEW-RENT = 0
                   display "The proposed rent is required."
                   move 0 to ws-keyed-ok
               end-if
           end-if.

      *----------------------------------------------------------
      * Validity pre-checks. The first failure found is the reason
      * given; nothing is written while there is one.
      *----------------------------------------------------------
       PARA-200-VALIDITY-CHECKS.

           move spaces to ws-block-reason
           perform PARA-220-CHECK-DEPOSITS
           if ws-block-reason = spaces
               perform PARA-250-CHECK-CERTIFICATES
           end-if.

      *Every deposit the tenant paid in on this letting must be
      *lodged with a scheme and have had the prescribed
      *information served. No deposit taken means nothing to
      *protect.
       PARA-220-CHECK-DEPOSITS.

           move 0 to ws-end-of-file

           open input deposit-file
           perform until ws-end-of-file = 1
               read deposit-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if DEPOSIT-PROPERTY-ID = ws-ntc-property-id
                         and DEPOSIT-BUYER-ID = ws-ntc-tenant-id
                         and DEPOSIT-MOVEMENT = "I"
                         and DEPOSIT-PEND-FLAG = space
                           perform PARA-230-CHECK-ONE-PROTECTION
                       end-if
           end-perform
           close deposit-file.

       PARA-230-CHECK-ONE-PROTECTION.

           open input dep-prot-file
           move DEPOSIT-ID to DP-DEPOSIT-ID
           read dep-prot-file
               invalid key
                   if ws-block-reason = spaces
                       move spaces to ws-block-reason
                       string "DEPOSIT ", DEPOSIT-ID,
                         " NOT REGISTERED WITH A SCHEME" into
                         ws-block-reason
                   end-if
               not invalid key
                   if DP-REGISTERED-YEAR = 0 and
                     ws-block-reason = spaces
                       string "DEPOSIT ", DEPOSIT-ID,
                         " NOT REGISTERED WITH A SCHEME" into
                         ws-block-reason
                   end-if
                   if DP-INFO-SERVED-YEAR = 0 and
                     ws-block-reason = spaces
                       string "DEPOSIT ", DEPOSIT-ID,
                         " PRESCRIBED INFORMATION NOT SERVED" into
                         ws-block-reason
                   end-if
           end-read
           close dep-prot-file.

      *A gas safety certificate and an EPC must each have been in
      *force on the day the tenancy began - issued on or before
      *it and not yet expired. The type is free text, so it is
      *folded to upper case as the marketing check does.
       PARA-250-CHECK-CERTIFICATES.

           move 0 to ws-has-gas
           move 0 to ws-has-epc
           move 0 to ws-end-of-file

           open input cert-file
           perform until ws-end-of-file = 1
               read cert-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if CERT-PROPERTY-ID = ws-ntc-property-id
                           compute ws-cert-issue =
                             (CERT-ISSUE-YEAR * 10000) +
                             (CERT-ISSUE-MONTH * 100) +
                             CERT-ISSUE-DAY
                           compute ws-cert-expiry =
                             (CERT-EXPIRY-YEAR * 10000) +
                             (CERT-EXPIRY-MONTH * 100) +
                             CERT-EXPIRY-DAY
                           move function upper-case(CERT-TYPE) to
                             ws-cert-type
                           if ws-cert-issue <= ws-tenancy-start and
                             ws-cert-expiry >= ws-tenancy-start
                               if ws-cert-type = "GAS"
                                   move 1 to ws-has-gas
                               end-if
                               if ws-cert-type = "EPC"
                                   move 1 to ws-has-epc
                               end-if
                           end-if
                       end-if
           end-perform
           close cert-file

           if ws-has-gas = 0
               move "NO GAS SAFETY CERTIFICATE IN FORCE AT TENANCY "
                 & "START" to ws-block-reason
           else
               if ws-has-epc = 0
                   move "NO EPC IN FORCE AT TENANCY START" to
                     ws-block-reason
               end-if
           end-if.

      *----------------------------------------------------------
      * Service by post is deemed two working days after posting;
      * by hand or email it counts the day it is served. The
      * notice period runs in calendar days from deemed service,
      * and an expiry that falls on a non-working day moves on to
      * the next working day.
      *----------------------------------------------------------
       PARA-300-WORK-OUT-EXPIRY.

           evaluate NTC-TYPE
               when "N"
                   move "NOTICE-DAYS-NOFAULT" to WS-CONFIG-NAME
                   move 61 to WS-CONFIG-DEFAULT
               when "A"
                   move "NOTICE-DAYS-ARREARS" to WS-CONFIG-NAME
                   move 14 to WS-CONFIG-DEFAULT
               when other
                   move "NOTICE-DAYS-RENTINC" to WS-CONFIG-NAME
                   move 31 to WS-CONFIG-DEFAULT
           end-evaluate
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-notice-days

           if NTC-METHOD = "P"
               move ws-served-yyyymmdd to WS-WDAY-DATE
               move 2 to WS-WDAY-DAYS
               perform Add-Working-Days
               move WS-WDAY-RESULT to NTC-DEEMED-DATE
           else
               move ws-served-yyyymmdd to NTC-DEEMED-DATE
           end-if

           compute ws-expiry-int =
             function integer-of-date(NTC-DEEMED-DATE) +
             ws-notice-days
           compute NTC-EXPIRY-DATE =
             function date-of-integer(ws-expiry-int)

           move NTC-EXPIRY-DATE to WS-WDAY-DATE
           perform Check-Working-Day
           if WS-WDAY-IS-WORKING = 0
               move 1 to WS-WDAY-DAYS
               perform Add-Working-Days
               move WS-WDAY-RESULT to NTC-EXPIRY-DATE
           end-if.

       PARA-350-WRITE-NOTICE.

           move "NOTICE" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           move WS-NEXTID-RESULT to NTC-ID
           move ws-ntc-property-id to NTC-PROPERTY-ID
           move ws-ntc-tenant-id to NTC-TENANT-ID
           move ws-current-user-id to NTC-USER-ID

           open i-o notice-file
           write NOTICE-RECORD
           close notice-file

           move "NOTICE" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move NTC-PROPERTY-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move NOTICE-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           perform PARA-550-DESCRIBE
           display "Notice " NTC-ID " logged - " ws-type-disp
           display "  Deemed served " NTC-DEEMED-DATE(7:2) "/"
             NTC-DEEMED-DATE(5:2) "/" NTC-DEEMED-DATE(1:4)
             "   expires " NTC-EXPIRY-DATE(7:2) "/"
             NTC-EXPIRY-DATE(5:2) "/" NTC-EXPIRY-DATE(1:4).

       PARA-500-LIST-FOR-LETTING.

           display "Letting property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-ntc-property-id

           display " "
           display "NOTICE TYPE           SERVED      HOW    EXPIRES"

           move 0 to ws-report-count
           move 0 to ws-end-of-file
           open input notice-file
           move ws-ntc-property-id to NTC-PROPERTY-ID
           start notice-file key = NTC-PROPERTY-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read notice-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if NTC-PROPERTY-ID not = ws-ntc-property-id
                           move 1 to ws-end-of-file
                       else
                           perform PARA-550-DESCRIBE
                           display NTC-ID " " ws-type-disp " "
                             NTC-SERVED-DAY "/" NTC-SERVED-MONTH "/"
                             NTC-SERVED-YEAR "  " ws-method-disp "  "
                             NTC-EXPIRY-DATE(7:2) "/"
                             NTC-EXPIRY-DATE(5:2) "/"
                             NTC-EXPIRY-DATE(1:4)
                           add 1 to ws-report-count
                       end-if
           end-perform
           close notice-file

           display ws-report-count " notice(s) on file."
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-550-DESCRIBE.

           evaluate NTC-TYPE
               when "N"
                   move "NO-FAULT" to ws-type-disp
               when "A"
                   move "ARREARS GROUNDS" to ws-type-disp
               when other
                   move "RENT INCREASE" to ws-type-disp
           end-evaluate
           evaluate NTC-METHOD
               when "H"
                   move "HAND" to ws-method-disp
               when "P"
                   move "POST" to ws-method-disp
               when other
                   move "EMAIL" to ws-method-disp
           end-evaluate.

      *----------------------------------------------------------
      * Notices whose expiry falls between today and the warning
      * horizon - the ones someone must act on (apply to court,
      * or start charging the new rent) in the next fortnight.
      *----------------------------------------------------------
       PARA-600-EXPIRY-REPORT.

           move "NOTICE-WARN-DAYS" to WS-CONFIG-NAME
           move 14 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-warn-days

           move function current-date(1:8) to ws-today-yyyymmdd
           compute ws-warn-limit = function date-of-integer(
             function integer-of-date(ws-today-yyyymmdd) +
             ws-warn-days)

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-report-name
           string "NOTICEXP.", ws-date-stamp into ws-report-name

           open extend notice-report-file
           move all "=" to notice-report-line
           write notice-report-line
           move spaces to notice-report-line
           string "NOTICES EXPIRING BY ", ws-warn-limit(7:2), "/",
             ws-warn-limit(5:2), "/", ws-warn-limit(1:4) into
             notice-report-line
           write notice-report-line
           display notice-report-line
           move "NOTICE PROPERTY TENANT TYPE            EXPIRES    "
             & "DAYS LEFT" to notice-report-line
           write notice-report-line
           display notice-report-line

           move 0 to ws-report-count
           move 0 to ws-end-of-file
           open input notice-file
           perform until ws-end-of-file = 1
               read notice-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if NTC-EXPIRY-DATE >= ws-today-yyyymmdd and
                         NTC-EXPIRY-DATE <= ws-warn-limit
                           perform PARA-650-REPORT-LINE
                       end-if
           end-perform
           close notice-file

           move all "=" to notice-report-line
           write notice-report-line
           move spaces to notice-report-line
           string ws-report-count, " NOTICE(S) APPROACHING EXPIRY"
             into notice-report-line
           write notice-report-line
           display notice-report-line
           close notice-report-file

           move "NOTICE EXPIRY" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-report-name
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-650-REPORT-LINE.

           compute ws-days-left =
             function integer-of-date(NTC-EXPIRY-DATE) -
             function integer-of-date(ws-today-yyyymmdd)
           move ws-days-left to ws-days-left-disp
           perform PARA-550-DESCRIBE
           move spaces to notice-report-line
           string NTC-ID, " ", NTC-PROPERTY-ID, "  ", NTC-TENANT-ID,
             " ", ws-type-disp, "  ", NTC-EXPIRY-DATE(7:2), "/",
             NTC-EXPIRY-DATE(5:2), "/", NTC-EXPIRY-DATE(1:4), " ",
             ws-days-left-disp into notice-report-line
           write notice-report-line
           display notice-report-line
           add 1 to ws-report-count.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "ReadConfigValue.cpy".
       copy "WorkingDayCalc.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program NoticeRegister.
