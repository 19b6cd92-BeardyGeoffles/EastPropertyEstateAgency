      *     on the seller record.
      *  4. Accounts in the red - every landlord whose running
      *     balance is below zero, worst first on the eye.
      *A job whose contractor invoice has been paid through
      *PurchaseLedger.cbl is already charged from the invoice, so
      *the month post leaves it alone.
      *The month post follows the letting's service agreement
      *(ServiceAgreement.cbl) the way the statement does: its agreed
      *percentage instead of the landlord's rate, a FEE debit for
      *each inspection visit at its agreed charge, and nothing at
      *all for a let-only letting.
      *The month-end stream (MonthEnd.cbl) runs the month post for
      *its period on its own, with no menu and no period prompt.
      *Rent guarantee insurance premiums (RentGuarantee.cbl) are
      *INS debits, and can be posted by hand as a correction; so
      *can the NRT debits LandlordStatements.cbl posts for tax
      *withheld from a non-resident landlord.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. LandlordLedger.
       copy "maintjobfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".
       copy "purchinvfile.cpy".
       copy "svcagreefile.cpy".
       copy "inspectionfile.cpy".

       data division.

       copy "maintjobrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".
       copy "purchinvrecord.cpy".
       copy "svcagreerecord.cpy".
       copy "inspectionrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-svcagree.cpy".
       copy "ws-monthend.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-fee-amount pic 9(7)v99 value 0.

       01 ws-red-count pic 9(4) value 0.
       01 ws-pinv-eof pic 9 value 0 comp.
       01 ws-job-invoiced pic 9 value 0 comp.

      *Running balances per landlord for the red report.
       01 ws-bal-count pic 9(3) value 0 comp.
           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display "MONTH-END-PERIOD" upon environment-name
           move spaces to WS-ME-PERIOD
           accept WS-ME-PERIOD from environment-value
           if WS-ME-PERIOD not = spaces
               move 0 to return-code
               move WS-ME-MONTH to ws-period-month
               move WS-ME-YEAR to ws-period-year
               perform PARA-120-RUN-MONTH-POST
               goback
           end-if

           perform until 1 = 0
               display " "
               display "----------------------------------------"
           end-perform
           close maint-job-file

           move 0 to ws-end-of-file
           open input inspection-file
           perform until ws-end-of-file = 1
               read inspection-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if INSP-DONE-MONTH = ws-period-month
                         and INSP-DONE-YEAR = ws-period-year
                           perform PARA-280-POST-ONE-INSPECTION
                       end-if
           end-perform
           close inspection-file

           display ws-posted-count " movement(s) posted."
           display "Press ENTER to return."
           accept ws-continue.
           if ws-find-source = "M"
               move MAINT-PROPERTY-ID to
                 property-id of property-record
           else
           if ws-find-source = "I"
               move INSP-PROPERTY-ID to
                 property-id of property-record
           else
               move RENT-PROPERTY-ID to
                 property-id of property-record
           end-if
           end-if
           read property-file
               invalid key
                   continue
                         ws-commission-rate
               end-read
               close seller-file

      *A let-only letting's rent and repairs are the landlord's
      *own business, so it posts nothing; an agreed percentage
      *replaces the landlord's rate.
               move property-id of property-record to
                 WS-SVC-PROPERTY-ID
               perform Read-Service-Agreement
               if WS-SVC-LET-ONLY
                   move 0 to ws-fee-seller-id
               else
                   if WS-SVC-FOUND = 1
                       move WS-SVC-PERCENT to ws-commission-rate
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------
           string function trim(ws-auto-note), " JOB ", MAINT-ID
             into ws-post-note
           perform PARA-220-CHECK-ALREADY-POSTED
           perform PARA-270-CHECK-JOB-INVOICED
           if ws-already-posted = 0 and ws-job-invoiced = 0
               move "MNT" to ws-post-type
               move "D" to ws-post-drcr
               move MAINT-COST to ws-post-amount
               perform PARA-050-WRITE-MOVEMENT
           end-if.

      *An inspection visit made in the month is a FEE debit at the
      *letting's agreed charge, deduped on its own INSP note.
       PARA-280-POST-ONE-INSPECTION.

           move "I" to ws-find-source
           perform PARA-200-FIND-LANDLORD
           if ws-fee-seller-id not = 0 and WS-SVC-INSPECTION not = 0
               move ws-fee-seller-id to ws-post-seller-id
               move spaces to ws-post-note
               string function trim(ws-auto-note), " INSP ", INSP-ID
                 into ws-post-note
               perform PARA-220-CHECK-ALREADY-POSTED
               if ws-already-posted = 0
                   move "FEE" to ws-post-type
                   move "D" to ws-post-drcr
                   move WS-SVC-INSPECTION to ws-post-amount
                   perform PARA-050-WRITE-MOVEMENT
               end-if
           end-if.

      *A paid purchase-ledger invoice on the job means the
      *landlord has been charged the invoiced cost already.
       PARA-270-CHECK-JOB-INVOICED.

           move 0 to ws-job-invoiced
           move 0 to ws-pinv-eof

           open input purch-inv-file
           move MAINT-ID to PINV-MAINT-ID
           start purch-inv-file key = PINV-MAINT-ID
               invalid key
                   move 1 to ws-pinv-eof
           end-start
           perform until ws-pinv-eof = 1
               read purch-inv-file next record
                   at end
                       move 1 to ws-pinv-eof
                   not at end
                       if PINV-MAINT-ID not = MAINT-ID
                           move 1 to ws-pinv-eof
                       else
                           if PINV-STATUS = "P"
                               move 1 to ws-job-invoiced
                               move 1 to ws-pinv-eof
                           end-if
                       end-if
           end-perform
           close purch-inv-file.

       PARA-300-POST-MANUAL.

           display "Landlord (seller) ID:"

       PARA-320-TAKE-MANUAL-MOVEMENT.

           display "Type RNT/FEE/MNT/RMT/FLT/INS/NRT:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input(1:3)) to
                   move "D" to ws-post-drcr
               when "RMT"
                   move "D" to ws-post-drcr
               when "INS"
                   move "D" to ws-post-drcr
               when "NRT"
                   move "D" to ws-post-drcr
               when other
                   display "Type not recognised."
                   move 0 to ws-manual-ok

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "ServiceLevelRead.cpy".

       copy "MainFileOpenCheck.cpy".

