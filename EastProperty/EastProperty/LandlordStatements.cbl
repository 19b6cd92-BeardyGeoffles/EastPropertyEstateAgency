      *statement per landlord, written to a period-stamped LLSTMT
      *dataset and shown on screen, with a remittance summary
      *totalling what we owe out. Reached from the lettings menu.
      *Each landlord's figures are also kept on LL-REMIT-FILE for
      *the month, which is what LandlordPaymentRun.cbl pays from -
      *a re-run refreshes them until a payment run has taken them.
      *A letting with a service agreement (ServiceAgreement.cbl) is
      *charged its agreed percentage instead of the landlord's rate
      *and each inspection visit made in the month at its agreed
      *charge; a let-only letting is not ours to collect or repair,
      *so it stays off the statement altogether.
      *Each statement carries the letterhead (LetterheadLines.cbl) of
      *the branch the landlord's first letting is held at.
      *In the month-end stream (MonthEnd.cbl) the statement month is
      *the stream's period and is not asked for.
      *A non-resident landlord (SELLER-NON-RESIDENT) with no
      *exemption reference has basic-rate tax (CONFIG NRL-TAX-RATE,
      *a percentage, 20 by default) withheld from the month's net
      *rental income. It comes off the amount remitted, is kept on
      *the remittance record for NonResidentTax.cbl's return and
      *certificate, and is posted to the landlord's ledger as an NRT
      *debit - the withholding held for the tax office. A re-run
      *corrects that posting until a payment run has taken the
      *month.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. LandlordStatements.
       copy "sellerfile.cpy".
       copy "rentduefile.cpy".
       copy "maintjobfile.cpy".
       copy "llremitfile.cpy".
       copy "svcagreefile.cpy".
       copy "inspectionfile.cpy".
       copy "llledgerfile.cpy".
       copy "configfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

           select optional statement-file assign to
               ws-statement-name
       copy "sellerrecord.cpy".
       copy "rentduerecord.cpy".
       copy "maintjobrecord.cpy".
       copy "llremitrecord.cpy".
       copy "svcagreerecord.cpy".
       copy "inspectionrecord.cpy".
       copy "llledgerrecord.cpy".
       copy "configrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       FD statement-file.
       01 statement-line pic x(80).

       copy "ws-common.cpy".
       copy "ws-spool.cpy".
       copy "ws-svcagree.cpy".
       copy "ws-letterhead.cpy".
       copy "ws-monthend.cpy".
       copy "ws-config.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-landlord-idx pic 99 value 0 comp.
       01 ws-landlord-idx2 pic 99 value 0 comp.
       01 ws-lookup-seller-id pic 9(6) value 0.
       01 ws-lookup-branch-id pic 99 value 0.
       01 ws-lhead-idx pic 9 value 0 comp.

       01 ws-landlord-array occurs 100 times.
         03 ll-seller-id pic 9(6).
         03 ll-branch-id pic 99.
         03 ll-rent-collected pic 9(7)v99.
         03 ll-management-fee pic 9(7)v99.
         03 ll-rent-at-own-rate pic 9(7)v99.
         03 ll-inspection-fee pic 9(7)v99.
         03 ll-maintenance pic 9(7)v99.
         03 ll-net-due pic s9(7)v99.
         03 ll-nrl-tax pic 9(7)v99.

       01 ws-seller-name-found pic x(20) value spaces.
       01 ws-commission-rate pic 9(2)v99 value 0.
       01 ws-total-remit pic s9(9)v99 value 0.
       01 ws-total-remit-disp pic -(9)9.99.
       01 ws-is-letting pic 9 value 0 comp.
       01 ws-remit-held-count pic 99 value 0 comp.
       01 ws-agreed-fee pic 9(7)v99 value 0.

       01 ws-non-resident pic x value space.
       01 ws-nrl-exempt-ref pic x(15) value spaces.
       01 ws-nrl-rate pic 9(4) value 0.
       01 ws-total-nrl pic 9(9)v99 value 0.
       01 ws-remit-held pic 9 value 0 comp.
       01 ws-ledger-eof pic 9 value 0 comp.
       01 ws-nrl-note pic x(30) value spaces.
       01 ws-nrl-ledger-id pic 9(6) value 0.

       procedure division.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display "MONTH-END-PERIOD" upon environment-name
           move spaces to WS-ME-PERIOD
           accept WS-ME-PERIOD from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST LANDLORD STATEMENTS"
           display "-----------------------------------------------"
           move spaces to ws-period-input
           if WS-ME-PERIOD not = spaces
               move 0 to return-code
               move WS-ME-PERIOD to ws-period-input
           else
               display "Statement month (MMYYYY), or blank for the"
               display "current month:"
               accept ws-period-input
           end-if

           if ws-period-input not = spaces
               move ws-period-input(1:2) to ws-stmt-month
           string "LLSTMT.", ws-stmt-year, ws-stmt-month
             into ws-statement-name

           move "NRL-TAX-RATE" to WS-CONFIG-NAME
           move 20 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-nrl-rate

           move 0 to ws-landlord-count
           perform PARA-100-GATHER-RENT
           perform PARA-200-GATHER-MAINTENANCE
           perform PARA-250-GATHER-INSPECTIONS
           perform PARA-300-PRINT-STATEMENTS

           display " "
      *----------------------------------------------------------
      * Receipted rent for the chosen period rolls up to the
      * property's landlord. Part payments count what was paid.
      * Rent on a letting with an agreement takes its agreed
      * percentage here; the rest waits for the landlord's own
      * rate when the statement is printed.
      *----------------------------------------------------------
       PARA-100-GATHER-RENT.

                           if ws-landlord-idx not = 0
                               add RENT-PAID-AMOUNT to
                                 ll-rent-collected(ws-landlord-idx)
                               if WS-SVC-FOUND = 1
                                   compute ws-agreed-fee rounded =
                                     RENT-PAID-AMOUNT *
                                     WS-SVC-PERCENT / 100
                                   add ws-agreed-fee to
                                     ll-management-fee(
                                     ws-landlord-idx)
                               else
                                   add RENT-PAID-AMOUNT to
                                     ll-rent-at-own-rate(
                                     ws-landlord-idx)
                               end-if
                           end-if
                       end-if
           end-perform
      * Looks up the property's landlord and finds (or adds) their
      * statement line. Only lettings count - a rent or repair
      * against a sale property is someone's keying error, not a
      * statement line - and a let-only letting's rent goes to the
      * landlord direct, so it is left off too.
      *----------------------------------------------------------
       PARA-150-FIND-LANDLORD.

                       move 1 to ws-is-letting
                       move PROP-SELLER-ID of property-record to
                         ws-lookup-seller-id
                       move PROPERTY-BRANCH-ID of property-record to
                         ws-lookup-branch-id
                   end-if
           end-read
           close property-file

           if ws-is-letting = 1
               move property-id of property-record to
                 WS-SVC-PROPERTY-ID
               perform Read-Service-Agreement
               if WS-SVC-LET-ONLY
                   move 0 to ws-is-letting
               end-if
           end-if

           if ws-is-letting = 1 and ws-lookup-seller-id not = 0
               perform varying ws-landlord-idx2 from 1 by 1
                 until ws-landlord-idx2 > ws-landlord-count
                   if ll-seller-id of ws-landlord-array(
                     ws-landlord-idx2) =
                     ws-lookup-seller-id
                       move ws-landlord-idx2 to ws-landlord-idx
                   end-if
                   add 1 to ws-landlord-count
                   move ws-landlord-count to ws-landlord-idx
                   move ws-lookup-seller-id to
                     ll-seller-id of ws-landlord-array(
                     ws-landlord-idx)
                   move ws-lookup-branch-id to
                     ll-branch-id(ws-landlord-idx)
                   move 0 to ll-rent-collected(ws-landlord-idx)
                   move 0 to ll-management-fee(ws-landlord-idx)
                   move 0 to ll-rent-at-own-rate(ws-landlord-idx)
                   move 0 to ll-inspection-fee(ws-landlord-idx)
                   move 0 to ll-maintenance(ws-landlord-idx)
                   move 0 to ll-net-due(ws-landlord-idx)
                   move 0 to ll-nrl-tax(ws-landlord-idx)
               end-if
           end-if.


           close maint-job-file.

      *----------------------------------------------------------
      * Each inspection visit made in the month is charged at the
      * letting's agreed inspection charge. Without an agreement
      * there is no charge - visits are inside the landlord's rate.
      *----------------------------------------------------------
       PARA-250-GATHER-INSPECTIONS.

           move 0 to ws-end-of-file

           open input inspection-file

           perform until ws-end-of-file = 1
               read inspection-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if INSP-DONE-MONTH = ws-stmt-month and
                         INSP-DONE-YEAR = ws-stmt-year
                           move INSP-PROPERTY-ID to
                             property-id of property-record
                           perform PARA-150-FIND-LANDLORD
                           if ws-landlord-idx not = 0 and
                             WS-SVC-INSPECTION not = 0
                               add WS-SVC-INSPECTION to
                                 ll-inspection-fee(ws-landlord-idx)
                           end-if
                       end-if
           end-perform

           close inspection-file.

       PARA-300-PRINT-STATEMENTS.

           move 0 to ws-total-remit
           move 0 to ws-total-nrl
           move 0 to ws-remit-held-count

           open extend statement-file

           display "REMITTANCE SUMMARY - TOTAL DUE OUT "
             ws-total-remit-disp

           if ws-total-nrl not = 0
               move ws-total-nrl to ws-total-remit-disp
               move spaces to statement-line
               string "NON-RESIDENT TAX WITHHELD          ",
                 ws-total-remit-disp into statement-line
               write statement-line
               display statement-line
           end-if

           close statement-file

           move "LANDLORD STATEMENTS" to WS-SPOOL-JOB
           else
               display ws-landlord-count " statement(s) written to "
                 ws-statement-name
           end-if
           if ws-remit-held-count not = 0
               display ws-remit-held-count " landlord(s) already in "
                 "a payment run - remittance figures left as paid."
           end-if.

       PARA-350-PRINT-ONE-STATEMENT.

           move spaces to ws-seller-name-found
           move 0 to ws-commission-rate
           move space to ws-non-resident
           move spaces to ws-nrl-exempt-ref
           open input seller-file
           perform Check-Seller-Open
           move ll-seller-id of ws-landlord-array(ws-landlord-idx) to
             SELLER-ID of SELLER-RECORD
           read seller-file
               invalid key
               not invalid key
                   move SELLER-NAME to ws-seller-name-found
                   move SELLER-COMMISSION-RATE to ws-commission-rate
                   move SELLER-NON-RESIDENT to ws-non-resident
                   move SELLER-NRL-EXEMPT-REF to ws-nrl-exempt-ref
           end-read
           close seller-file

           compute ll-management-fee(ws-landlord-idx) rounded =
             ll-management-fee(ws-landlord-idx) +
             (ll-rent-at-own-rate(ws-landlord-idx) *
             ws-commission-rate / 100)
           compute ll-net-due(ws-landlord-idx) =
             ll-rent-collected(ws-landlord-idx) -
             ll-management-fee(ws-landlord-idx) -
             ll-inspection-fee(ws-landlord-idx) -
             ll-maintenance(ws-landlord-idx)

      *Tax is withheld on the month's net rental income - rent less
      *the fees and costs it has borne - so a shortfall month
      *withholds nothing.
           move 0 to ll-nrl-tax(ws-landlord-idx)
           if ws-non-resident = "Y" and ws-nrl-exempt-ref = spaces
             and ll-net-due(ws-landlord-idx) > 0
               compute ll-nrl-tax(ws-landlord-idx) rounded =
                 ll-net-due(ws-landlord-idx) * ws-nrl-rate / 100
               subtract ll-nrl-tax(ws-landlord-idx) from
                 ll-net-due(ws-landlord-idx)
               add ll-nrl-tax(ws-landlord-idx) to ws-total-nrl
           end-if
           add ll-net-due(ws-landlord-idx) to ws-total-remit

           move ll-branch-id(ws-landlord-idx) to WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           move all "=" to statement-line
           write statement-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to statement-line
               write statement-line
           end-perform
           move all "-" to statement-line
           write statement-line
           move spaces to statement-line
           string "LANDLORD STATEMENT ", ws-stmt-month, "/",
             ws-stmt-year, " - ", ws-seller-name-found, " (",
             ll-seller-id of ws-landlord-array(ws-landlord-idx), ")"
             into statement-line
           write statement-line
           display statement-line

           write statement-line
           display statement-line

           if ll-inspection-fee(ws-landlord-idx) not = 0
               move ll-inspection-fee(ws-landlord-idx) to
                 ws-money-disp
               move spaces to statement-line
               string "  INSPECTION CHARGES  ", ws-money-disp into
                 statement-line
               write statement-line
               display statement-line
           end-if

           move ll-maintenance(ws-landlord-idx) to ws-money-disp
           move spaces to statement-line
           string "  MAINTENANCE COSTS   ", ws-money-disp into
           write statement-line
           display statement-line

           if ll-nrl-tax(ws-landlord-idx) not = 0
               move ll-nrl-tax(ws-landlord-idx) to ws-money-disp
               move spaces to statement-line
               string "  NRL TAX WITHHELD    ", ws-money-disp into
                 statement-line
               write statement-line
               display statement-line
           end-if
           if ws-non-resident = "Y" and ws-nrl-exempt-ref not = spaces
               move spaces to statement-line
               string "  NON-RESIDENT, PAID GROSS - EXEMPTION REF ",
                 ws-nrl-exempt-ref into statement-line
               write statement-line
               display statement-line
           end-if

           move ll-net-due(ws-landlord-idx) to ws-net-disp
           move spaces to statement-line
           string "  NET REMITTED        ", ws-net-disp into
             statement-line
           write statement-line
           display statement-line

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to statement-line
               write statement-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to statement-line
               write statement-line
           end-perform

           perform PARA-380-RECORD-REMITTANCE
           if ws-remit-held = 0
               perform PARA-395-POST-WITHHOLDING
           end-if.

      *----------------------------------------------------------
      * The statement's own figures go onto the remittance file
      * for the payment run. A month already picked up by a run
      * (LLR-PAY-RUN-ID set) is left exactly as it was paid - a
      * late receipt shows on the re-run statement, and comes
      * through the ledger balance rather than a second payment.
      *----------------------------------------------------------
       PARA-380-RECORD-REMITTANCE.

           move 0 to ws-remit-held
           open i-o ll-remit-file
           move ws-stmt-year to LLR-YEAR
           move ws-stmt-month to LLR-MONTH
           move ll-seller-id of ws-landlord-array(ws-landlord-idx) to
             LLR-SELLER-ID
           read ll-remit-file
               invalid key
                   initialize LL-REMIT-RECORD
                   move ws-stmt-year to LLR-YEAR
                   move ws-stmt-month to LLR-MONTH
                   move ll-seller-id of ws-landlord-array(
                     ws-landlord-idx) to LLR-SELLER-ID
                   perform PARA-390-FILL-REMITTANCE
                   write LL-REMIT-RECORD
               not invalid key
                   if LLR-PAY-RUN-ID = 0
                       perform PARA-390-FILL-REMITTANCE
                       rewrite LL-REMIT-RECORD
                   else
                       add 1 to ws-remit-held-count
                       move 1 to ws-remit-held
                   end-if
           end-read
           close ll-remit-file.

       PARA-390-FILL-REMITTANCE.

           move ll-rent-collected(ws-landlord-idx) to
             LLR-RENT-COLLECTED
           move ll-management-fee(ws-landlord-idx) to
             LLR-MANAGEMENT-FEE
           move ll-maintenance(ws-landlord-idx) to LLR-MAINTENANCE
           move ll-inspection-fee(ws-landlord-idx) to
             LLR-INSPECTION-FEE
           move ll-net-due(ws-landlord-idx) to LLR-NET-DUE
           move ll-nrl-tax(ws-landlord-idx) to LLR-NRL-TAX
           move function current-date(1:8) to LLR-STATEMENT-DATE
           move 0 to LLR-PAY-RUN-ID.

      *----------------------------------------------------------
      * The month's withholding is one NRT debit on the landlord's
      * ledger, found again by its NRL TAX note. A re-run puts the
      * re-worked figure on that same line rather than adding a
      * second; nothing is posted for a month with no tax unless a
      * line is already there to correct.
      *----------------------------------------------------------
       PARA-395-POST-WITHHOLDING.

           move spaces to ws-nrl-note
           string "NRL TAX ", ws-stmt-month, "/", ws-stmt-year
             delimited by size into ws-nrl-note
           move 0 to ws-nrl-ledger-id
           move 0 to ws-ledger-eof

           open input ll-ledger-file
           move ll-seller-id of ws-landlord-array(ws-landlord-idx) to
             LL-SELLER-ID of LL-LEDGER-RECORD
           start ll-ledger-file key = LL-SELLER-ID of LL-LEDGER-RECORD
               invalid key
                   move 1 to ws-ledger-eof
           end-start
           perform until ws-ledger-eof = 1
               read ll-ledger-file next record
                   at end
                       move 1 to ws-ledger-eof
                   not at end
                       if LL-SELLER-ID of LL-LEDGER-RECORD not =
                         ll-seller-id of ws-landlord-array(
                         ws-landlord-idx)
                           move 1 to ws-ledger-eof
                       else
                           if LL-TYPE = "NRT" and
                             LL-NOTE = ws-nrl-note
                               move LL-ID to ws-nrl-ledger-id
                               move 1 to ws-ledger-eof
                           end-if
                       end-if
           end-perform
           close ll-ledger-file

           if ws-nrl-ledger-id = 0 and
             ll-nrl-tax(ws-landlord-idx) not = 0
               move "LLLEDGER" to WS-NEXTID-SEQ-NAME
               perform Generate-Next-Id

               open i-o ll-ledger-file
               initialize LL-LEDGER-RECORD
               move WS-NEXTID-RESULT to LL-ID
               move ll-seller-id of ws-landlord-array(
                 ws-landlord-idx) to LL-SELLER-ID of LL-LEDGER-RECORD
               move function current-date(7:2) to LL-DAY
               move function current-date(5:2) to LL-MONTH
               move function current-date(1:4) to LL-YEAR
               move "NRT" to LL-TYPE
               move "D" to LL-DRCR
               move ll-nrl-tax(ws-landlord-idx) to LL-AMOUNT
               move ws-nrl-note to LL-NOTE
               write LL-LEDGER-RECORD
               close ll-ledger-file

               move "LLLEDGER" to ws-audit-record-type
               move "POST" to ws-audit-action
               move LL-SELLER-ID of LL-LEDGER-RECORD to ws-audit-key
               move spaces to ws-audit-old-value
               move LL-LEDGER-RECORD to ws-audit-new-value
               perform Write-Audit-Log
           end-if

           if ws-nrl-ledger-id not = 0
               open i-o ll-ledger-file
               move ws-nrl-ledger-id to LL-ID
               read ll-ledger-file
                   invalid key
                       continue
                   not invalid key
                       if LL-AMOUNT not = ll-nrl-tax(ws-landlord-idx)
                           move LL-LEDGER-RECORD to ws-audit-old-value
                           move ll-nrl-tax(ws-landlord-idx) to
                             LL-AMOUNT
                           rewrite LL-LEDGER-RECORD

                           move "LLLEDGER" to ws-audit-record-type
                           move "AMEND" to ws-audit-action
                           move LL-SELLER-ID of LL-LEDGER-RECORD to
                             ws-audit-key
                           move LL-LEDGER-RECORD to
                             ws-audit-new-value
                           perform Write-Audit-Log
                       end-if
               end-read
               close ll-ledger-file
           end-if.

       copy "SpoolWrite.cpy".
       copy "ServiceLevelRead.cpy".
       copy "ReadConfigValue.cpy".
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

