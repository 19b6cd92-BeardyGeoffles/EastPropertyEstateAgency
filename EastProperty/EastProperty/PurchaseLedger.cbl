      *PURCHASELEDGER.cbl
      *The purchase ledger for contractor invoices on maintenance
      *work. MAINT-JOB-RECORD carries the quote and a MAINT-COST, but
      *not the invoice itself - its number, when it came in, whether
      *we have paid it - so a contractor could be paid twice and we
      *only heard when they said they had not been paid at all.
      *Reached from the Lettings menu:
      *  1. Capture an invoice - matched to its MAINT-ID, refused
      *     outright if the contractor's invoice number is already
      *     on the ledger, flagged when the job's invoices come to
      *     more than MAINT-QUOTE-AMOUNT. Over-quote invoices and a
      *     second invoice on the same job are held as queried.
      *  2. Release a queried invoice (manager) for payment.
      *  3. Invoices for one job.
      *  4. Aged creditors - unpaid invoices per CONTRACTOR-ID in
      *     30/60/90-day buckets, to the print spool.
      *  5. Payment run (manager) - pays every unpaid invoice (or
      *     one contractor's), writes the payment list to the spool
      *     and charges each job to the landlord's LL-LEDGER-FILE
      *     account. Where the ledger month post already charged
      *     the job at MAINT-COST, only the difference between that
      *     and the invoices is posted, so the landlord is charged
      *     the invoiced cost once.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. PurchaseLedger.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "purchinvfile.cpy".
       copy "maintjobfile.cpy".
       copy "contractorfile.cpy".
       copy "propertyfile.cpy".
       copy "llledgerfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".
       copy "spoolfile.cpy".

           select optional creditor-file assign to
               ws-creditor-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "purchinvrecord.cpy".
       copy "maintjobrecord.cpy".
       copy "contractorrecord.cpy".
       copy "propertyrecord.cpy".
       copy "llledgerrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".
       copy "spoolrecord.cpy".

       FD creditor-file.
       01 creditor-line pic x(80).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-spool.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(30) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-scan-eof pic 9 value 0 comp.
       01 ws-ledger-eof pic 9 value 0 comp.

       01 ws-work-maint-id pic 9(6) value 0.
       01 ws-work-pinv-id pic 9(6) value 0.
       01 ws-job-found pic 9 value 0 comp.
       01 ws-job-contractor-id pic 9(4) value 0.
       01 ws-job-property-id pic 9(6) value 0.
       01 ws-job-quote pic 9(6)v99 value 0.
       01 ws-job-invoice-count pic 9(4) value 0.
       01 ws-job-invoice-total pic 9(7)v99 value 0.
       01 ws-job-landlord-id pic 9(6) value 0.
       01 ws-capture-ok pic 9 value 0 comp.
       01 ws-contractor-found pic 9 value 0 comp.

       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-invoice-yyyymmdd pic 9(8) value 0.
       01 ws-days-old pic s9(8) value 0 comp.
       01 ws-amount-disp pic zzz,zz9.99.
       01 ws-total-disp pic z,zzz,zzz,zz9.99.

      *Aged creditors buckets - current (to 30 days), 31-60,
      *61-90, over 90 - for the contractor in hand and in total.
       01 ws-age-contractor-id pic 9(4) value 0.
       01 ws-age-contractor-name pic x(20) value spaces.
       01 ws-age-bucket pic s9(8)v99 occurs 4 times.
       01 ws-age-grand pic s9(8)v99 occurs 4 times.
       01 ws-age-idx pic 9 value 0 comp.
       01 ws-age-disp pic zzz,zz9.99 occurs 4 times.
       01 ws-creditor-name pic x(20) value spaces.
       01 ws-creditor-count pic 9(4) value 0.

      *Payment run - the invoices to pay are gathered first and
      *paid by key afterwards, so the job's other invoices can be
      *read while each one is charged.
       01 ws-pay-contractor-id pic 9(4) value 0.
       01 ws-run-id pic 9(6) value 0.
       01 ws-run-count pic 9(4) value 0.
       01 ws-run-total pic 9(9)v99 value 0.
       01 ws-pay-count pic 9(3) value 0 comp.
       01 ws-pay-idx pic 9(3) value 0 comp.
       01 ws-pay-table occurs 500 times.
         03 pay-pinv-id pic 9(6).
       01 ws-paid-before pic 9(7)v99 value 0.
       01 ws-charged-so-far pic s9(8)v99 value 0.
       01 ws-charge pic s9(8)v99 value 0.
       01 ws-charge-disp pic -(7)9.99.
       01 ws-job-ref pic 9(6) value 0.
       01 ws-pinv-ref pic 9(6) value 0.
       01 ws-ledger-note pic x(30) value spaces.
       01 ws-posted-ll-id pic 9(6) value 0.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "USER-ROLE" upon environment-name
           accept ws-current-user-role from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST CONTRACTOR PURCHASE LEDGER"
               display "----------------------------------------"
               display "1. CAPTURE A CONTRACTOR INVOICE"
               display "2. RELEASE A QUERIED INVOICE"
               display "3. INVOICES FOR A JOB"
               display "4. AGED CREDITORS REPORT"
               display "5. CONTRACTOR PAYMENT RUN"
               display "6. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-CAPTURE
                   when "2"
                       perform PARA-300-RELEASE
                   when "3"
                       perform PARA-400-JOB-INVOICES
                   when "4"
                       perform PARA-500-AGED-CREDITORS
                   when "5"
                       perform PARA-700-PAYMENT-RUN
                   when "6"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * Reads the job and its property's landlord, and totals the
      * invoices already captured against it.
      *----------------------------------------------------------
       PARA-050-READ-JOB.

           move 0 to ws-job-found
           move 0 to ws-job-contractor-id
           move 0 to ws-job-property-id
           move 0 to ws-job-quote
           move 0 to ws-job-landlord-id

           open input maint-job-file
           move ws-work-maint-id to MAINT-ID
           read maint-job-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-job-found
                   move MAINT-CONTRACTOR-ID to ws-job-contractor-id
                   move MAINT-PROPERTY-ID to ws-job-property-id
                   move MAINT-QUOTE-AMOUNT to ws-job-quote
           end-read
           close maint-job-file

           if ws-job-found = 1
               open input property-file
               perform Check-Property-Open
               move ws-job-property-id to
                 property-id of property-record
               read property-file
                   invalid key
                       continue
                   not invalid key
                       move PROP-SELLER-ID of property-record to
                         ws-job-landlord-id
               end-read
               close property-file
               perform PARA-060-TOTAL-JOB-INVOICES
           end-if.

       PARA-060-TOTAL-JOB-INVOICES.

           move 0 to ws-job-invoice-count
           move 0 to ws-job-invoice-total
           move 0 to ws-scan-eof

           open input purch-inv-file
           move ws-work-maint-id to PINV-MAINT-ID
           start purch-inv-file key = PINV-MAINT-ID
               invalid key
                   move 1 to ws-scan-eof
           end-start
           perform until ws-scan-eof = 1
               read purch-inv-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if PINV-MAINT-ID not = ws-work-maint-id
                           move 1 to ws-scan-eof
                       else
                           add 1 to ws-job-invoice-count
                           add PINV-AMOUNT to ws-job-invoice-total
                       end-if
           end-perform
           close purch-inv-file.

       PARA-100-CAPTURE.

           display "Maintenance job reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-work-maint-id
           perform PARA-050-READ-JOB
           if ws-job-found = 0
               display "No maintenance job with that reference."
           else
               perform PARA-120-CAPTURE-DETAILS
           end-if.

       PARA-120-CAPTURE-DETAILS.

           move 0 to ws-capture-ok
           initialize PURCH-INV-RECORD

           if ws-job-contractor-id = 0
               display "No contractor on the job - contractor ID:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to
                 ws-job-contractor-id
           end-if
           perform PARA-130-CHECK-CONTRACTOR
           if ws-contractor-found = 0
               display "No contractor with that ID - nothing"
                 " captured."
           else
               display "Contractor " ws-job-contractor-id " "
                 CONTRACTOR-NAME
               display "Contractor's invoice number:"
               move spaces to ws-in-input
               accept ws-in-input
               move function upper-case(ws-in-input(1:15)) to
                 PINV-NUMBER
               display "Invoice date (DDMMYYYY):"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input(1:8) is numeric
                   move ws-in-input(1:2) to PINV-INVOICE-DAY
                   move ws-in-input(3:2) to PINV-INVOICE-MONTH
                   move ws-in-input(5:4) to PINV-INVOICE-YEAR
               end-if
               display "Invoice amount:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to PINV-AMOUNT

               evaluate true
                   when PINV-NUMBER = spaces
                       display "Invoice number is required."
                   when PINV-INVOICE-YEAR = 0 or
                     PINV-INVOICE-MONTH = 0 or
                     PINV-INVOICE-MONTH > 12
                       display "Invoice date not understood."
                   when PINV-AMOUNT = 0
                       display "Amount is required."
                   when other
                       move 1 to ws-capture-ok
               end-evaluate
           end-if

           if ws-capture-ok = 1
               perform PARA-150-WRITE-INVOICE
           end-if.

       PARA-130-CHECK-CONTRACTOR.

           move 0 to ws-contractor-found
           open input contractor-file
           move ws-job-contractor-id to CONTRACTOR-ID
           read contractor-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-contractor-found
           end-read
           close contractor-file.

      *----------------------------------------------------------
      * The contractor plus their own invoice number is a unique
      * key: a second copy of an invoice (a reminder, a re-send)
      * is refused at the door instead of being paid again.
      * Invoices taking the job past its quote, or a further
      * invoice on a job already invoiced, come in queried.
      *----------------------------------------------------------
       PARA-150-WRITE-INVOICE.

           move "PURCHINV" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           move WS-NEXTID-RESULT to PINV-ID
           move ws-job-contractor-id to PINV-CONTRACTOR-ID
           move ws-work-maint-id to PINV-MAINT-ID
           move ws-job-property-id to PINV-PROPERTY-ID
           move ws-job-landlord-id to PINV-SELLER-ID
           move function current-date(7:2) to PINV-RECEIVED-DAY
           move function current-date(5:2) to PINV-RECEIVED-MONTH
           move function current-date(1:4) to PINV-RECEIVED-YEAR
           move ws-current-user-id to PINV-USER-ID
           move "N" to PINV-OVER-QUOTE
           move "U" to PINV-STATUS

           if ws-job-quote not = 0 and
             ws-job-invoice-total + PINV-AMOUNT > ws-job-quote
               move "Y" to PINV-OVER-QUOTE
               move "Q" to PINV-STATUS
           end-if
           if ws-job-invoice-count not = 0
               move "Q" to PINV-STATUS
           end-if

           open i-o purch-inv-file
           write PURCH-INV-RECORD
               invalid key
                   move 0 to ws-capture-ok
           end-write
           close purch-inv-file

           if ws-capture-ok = 0
               display "Invoice " function trim(PINV-NUMBER)
                 " from contractor " PINV-CONTRACTOR-ID
                 " is ALREADY on the ledger - not captured again."
           else
               move "PURCHINV" to ws-audit-record-type
               move "ADD" to ws-audit-action
               move PINV-ID to ws-audit-key
               move spaces to ws-audit-old-value
               move PURCH-INV-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               display "Invoice captured as reference " PINV-ID
               if PINV-OVER-QUOTE = "Y"
                   move ws-job-quote to ws-amount-disp
                   display "*** OVER QUOTE - job quoted at "
                     ws-amount-disp " ***"
               end-if
               if ws-job-invoice-count not = 0
                   display "*** Job already has " ws-job-invoice-count
                     " invoice(s) on the ledger ***"
               end-if
               if PINV-STATUS = "Q"
                   display "Held as QUERIED - a manager must release"
                     " it before it can be paid."
               end-if
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-300-RELEASE.

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "Releasing a queried invoice needs the"
                 " manager role."
           else
               display "Purchase invoice reference:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to ws-work-pinv-id
               open i-o purch-inv-file
               move ws-work-pinv-id to PINV-ID
               read purch-inv-file
                   invalid key
                       display "No invoice with that reference."
                   not invalid key
                       if PINV-STATUS not = "Q"
                           display "That invoice is not queried."
                       else
                           perform PARA-320-CONFIRM-RELEASE
                       end-if
               end-read
               close purch-inv-file
           end-if.

       PARA-320-CONFIRM-RELEASE.

           perform PARA-450-SHOW-INVOICE
           display "Release for payment (Y/N):"
           move spaces to ws-in-input
           accept ws-in-input
           if function upper-case(ws-in-input(1:1)) = "Y"
               move "U" to PINV-STATUS
               rewrite PURCH-INV-RECORD
               move "PURCHINV" to ws-audit-record-type
               move "RELEAS" to ws-audit-action
               move PINV-ID to ws-audit-key
               move spaces to ws-audit-old-value
               string "QUERIED - OVER QUOTE ", PINV-OVER-QUOTE
                 into ws-audit-old-value
               move spaces to ws-audit-new-value
               string "RELEASED BY ", ws-current-user-id into
                 ws-audit-new-value
               perform Write-Audit-Log
               display "Invoice released for payment."
           end-if.

       PARA-400-JOB-INVOICES.

           display "Maintenance job reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-work-maint-id
           perform PARA-050-READ-JOB
           if ws-job-found = 0
               display "No maintenance job with that reference."
           else
               move ws-job-quote to ws-amount-disp
               display " "
               display "JOB " ws-work-maint-id "  QUOTE "
                 ws-amount-disp "  LANDLORD " ws-job-landlord-id
               display "REF     CONTR INVOICE NO      AMOUNT"
                 "      OQ ST"
               move 0 to ws-scan-eof
               open input purch-inv-file
               move ws-work-maint-id to PINV-MAINT-ID
               start purch-inv-file key = PINV-MAINT-ID
                   invalid key
                       move 1 to ws-scan-eof
               end-start
               perform until ws-scan-eof = 1
                   read purch-inv-file next record
                       at end
                           move 1 to ws-scan-eof
                       not at end
                           if PINV-MAINT-ID not = ws-work-maint-id
                               move 1 to ws-scan-eof
                           else
                               perform PARA-450-SHOW-INVOICE
                           end-if
                   end-read
               end-perform
               close purch-inv-file
               move ws-job-invoice-total to ws-amount-disp
               display ws-job-invoice-count " invoice(s) totalling "
                 ws-amount-disp
               display "ST: U unpaid, Q queried, P paid."
               display "Press ENTER to continue."
               accept ws-continue
           end-if.

       PARA-450-SHOW-INVOICE.

           move PINV-AMOUNT to ws-amount-disp
           display PINV-ID "  " PINV-CONTRACTOR-ID "  " PINV-NUMBER
             " " ws-amount-disp "  " PINV-OVER-QUOTE "  "
             PINV-STATUS.

      *----------------------------------------------------------
      * Aged creditors, read through the contractor key so each
      * contractor's unpaid and queried invoices come together.
      * Age runs from the contractor's invoice date.
      *----------------------------------------------------------
       PARA-500-AGED-CREDITORS.

           move function current-date(1:8) to ws-today-yyyymmdd
           move 0 to ws-age-contractor-id
           move 0 to ws-creditor-count
           perform varying ws-age-idx from 1 by 1
             until ws-age-idx > 4
               move 0 to ws-age-bucket(ws-age-idx)
               move 0 to ws-age-grand(ws-age-idx)
           end-perform

           move spaces to ws-creditor-name
           string "CREDITORS.", ws-today-yyyymmdd into
             ws-creditor-name
           open extend creditor-file

           move spaces to creditor-line
           string "AGED CREDITORS AT ", ws-today-yyyymmdd(7:2), "/",
             ws-today-yyyymmdd(5:2), "/", ws-today-yyyymmdd(1:4)
             into creditor-line
           perform PARA-590-PUT-LINE
           move spaces to creditor-line
           string "CONTR NAME                    CURRENT",
             "  31-60 DAYS  61-90 DAYS     OVER 90" into creditor-line
           perform PARA-590-PUT-LINE

           move 0 to ws-scan-eof
           open input purch-inv-file
           move low-values to PINV-CONTR-REF
           start purch-inv-file key not < PINV-CONTR-REF
               invalid key
                   move 1 to ws-scan-eof
           end-start
           perform until ws-scan-eof = 1
               read purch-inv-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if PINV-STATUS not = "P"
                           perform PARA-520-AGE-ONE-INVOICE
                       end-if
           end-perform
           close purch-inv-file
           perform PARA-550-PRINT-CONTRACTOR

           move all "-" to creditor-line
           perform PARA-590-PUT-LINE
           perform varying ws-age-idx from 1 by 1
             until ws-age-idx > 4
               move ws-age-grand(ws-age-idx) to ws-age-disp(ws-age-idx)
           end-perform
           move spaces to creditor-line
           string "TOTAL                      ", ws-age-disp(1), " ",
             ws-age-disp(2), " ", ws-age-disp(3), " ",
             ws-age-disp(4) into creditor-line
           perform PARA-590-PUT-LINE
           close creditor-file

           move "AGED CREDITORS" to WS-SPOOL-JOB
           move ws-creditor-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display ws-creditor-count " contractor(s) owed - report "
             ws-creditor-name
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-520-AGE-ONE-INVOICE.

           if PINV-CONTRACTOR-ID not = ws-age-contractor-id
               perform PARA-550-PRINT-CONTRACTOR
               move PINV-CONTRACTOR-ID to ws-age-contractor-id
           end-if

           compute ws-invoice-yyyymmdd =
             (PINV-INVOICE-YEAR * 10000) +
             (PINV-INVOICE-MONTH * 100) + PINV-INVOICE-DAY
           compute ws-days-old =
             function integer-of-date(ws-today-yyyymmdd) -
             function integer-of-date(ws-invoice-yyyymmdd)
           evaluate true
               when ws-days-old > 90
                   move 4 to ws-age-idx
               when ws-days-old > 60
                   move 3 to ws-age-idx
               when ws-days-old > 30
                   move 2 to ws-age-idx
               when other
                   move 1 to ws-age-idx
           end-evaluate
           add PINV-AMOUNT to ws-age-bucket(ws-age-idx)
           add PINV-AMOUNT to ws-age-grand(ws-age-idx).

       PARA-550-PRINT-CONTRACTOR.

           if ws-age-contractor-id not = 0
               move spaces to ws-age-contractor-name
               open input contractor-file
               move ws-age-contractor-id to CONTRACTOR-ID
               read contractor-file
                   invalid key
                       continue
                   not invalid key
                       move CONTRACTOR-NAME to ws-age-contractor-name
               end-read
               close contractor-file

               perform varying ws-age-idx from 1 by 1
                 until ws-age-idx > 4
                   move ws-age-bucket(ws-age-idx) to
                     ws-age-disp(ws-age-idx)
                   move 0 to ws-age-bucket(ws-age-idx)
               end-perform
               move spaces to creditor-line
               string ws-age-contractor-id, "  ",
                 ws-age-contractor-name, " ", ws-age-disp(1), " ",
                 ws-age-disp(2), " ", ws-age-disp(3), " ",
                 ws-age-disp(4) into creditor-line
               perform PARA-590-PUT-LINE
               add 1 to ws-creditor-count
           end-if.

       PARA-590-PUT-LINE.

           write creditor-line
           display creditor-line.

      *----------------------------------------------------------
      * Pays every unpaid invoice (queried ones stay held), or
      * just one contractor's. Each paid invoice charges its job
      * to the landlord, the payment list goes to the spool, and
      * the run number stays on each invoice.
      *----------------------------------------------------------
       PARA-700-PAYMENT-RUN.

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "The payment run needs the manager role."
           else
               display "Contractor ID to pay, or 0 for all:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to
                 ws-pay-contractor-id
               perform PARA-710-GATHER-UNPAID
               if ws-pay-count = 0
                   display "No unpaid invoices to pay."
               else
                   perform PARA-730-PAY-GATHERED
               end-if
           end-if.

       PARA-710-GATHER-UNPAID.

           move 0 to ws-pay-count
           move 0 to ws-end-of-file
           open input purch-inv-file
           perform until ws-end-of-file = 1
               read purch-inv-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if PINV-STATUS = "U" and
                         (ws-pay-contractor-id = 0 or
                          PINV-CONTRACTOR-ID = ws-pay-contractor-id)
                         and ws-pay-count < 500
                           add 1 to ws-pay-count
                           move PINV-ID to pay-pinv-id(ws-pay-count)
                       end-if
           end-perform
           close purch-inv-file.

       PARA-730-PAY-GATHERED.

           move "PINVRUN" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           move WS-NEXTID-RESULT to ws-run-id
           move 0 to ws-run-count
           move 0 to ws-run-total

           move spaces to ws-creditor-name
           string "CONTRPAY.", ws-run-id into ws-creditor-name
           open extend creditor-file
           move spaces to creditor-line
           string "CONTRACTOR PAYMENT RUN ", ws-run-id, " - ",
             function current-date(7:2), "/",
             function current-date(5:2), "/",
             function current-date(1:4) into creditor-line
           perform PARA-590-PUT-LINE
           move spaces to creditor-line
           string "CONTR NAME                 INVOICE NO      ",
             "     AMOUNT  LANDLORD CHG" into creditor-line
           perform PARA-590-PUT-LINE

           perform varying ws-pay-idx from 1 by 1
             until ws-pay-idx > ws-pay-count
               perform PARA-740-PAY-ONE-INVOICE
           end-perform

           move ws-run-total to ws-total-disp
           move spaces to creditor-line
           string ws-run-count, " INVOICE(S) PAID, TOTAL ",
             ws-total-disp into creditor-line
           perform PARA-590-PUT-LINE
           close creditor-file

           move "CONTRACTOR PAYMENTS" to WS-SPOOL-JOB
           move ws-creditor-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           move "PINVRUN" to ws-audit-record-type
           move "PAYRUN" to ws-audit-action
           move ws-run-id to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "PAID ", ws-run-count, " TOTAL ", ws-total-disp,
             " BY ", ws-current-user-id into ws-audit-new-value
           perform Write-Audit-Log

           display "Payment list " ws-creditor-name " sent to the"
             " spool."
           display "Press ENTER to continue."
           accept ws-continue.

      *The invoice is re-read and re-checked by key - a second
      *terminal paying the same contractor cannot pay it twice.
       PARA-740-PAY-ONE-INVOICE.

           move 0 to ws-charge
           move 0 to ws-posted-ll-id
           open input purch-inv-file
           move pay-pinv-id(ws-pay-idx) to PINV-ID
           read purch-inv-file
               invalid key
                   move space to PINV-STATUS
           end-read
           close purch-inv-file

           if PINV-STATUS = "U"
               if PINV-SELLER-ID not = 0
                   perform PARA-760-WORK-OUT-CHARGE
                   if ws-charge not = 0
                       perform PARA-780-POST-CHARGE
                   end-if
               end-if
               perform PARA-790-MARK-PAID
           end-if.

      *----------------------------------------------------------
      * The landlord should end up charged the invoiced cost of
      * the job, once. What the ledger already holds for the job
      * is the month post's AUTO debit at MAINT-COST plus any
      * PINV movements from earlier invoices; the job's invoices
      * paid so far plus this one is what it should hold. The
      * difference is posted - a debit, or a credit when the
      * month post charged more than the contractor billed.
      *----------------------------------------------------------
       PARA-760-WORK-OUT-CHARGE.

           move PINV-MAINT-ID to ws-job-ref
           move 0 to ws-paid-before
           move 0 to ws-scan-eof
           open input purch-inv-file
           move ws-job-ref to PINV-MAINT-ID
           start purch-inv-file key = PINV-MAINT-ID
               invalid key
                   move 1 to ws-scan-eof
           end-start
           perform until ws-scan-eof = 1
               read purch-inv-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if PINV-MAINT-ID not = ws-job-ref
                           move 1 to ws-scan-eof
                       else
                           if PINV-STATUS = "P"
                               add PINV-AMOUNT to ws-paid-before
                           end-if
                       end-if
           end-perform
           move pay-pinv-id(ws-pay-idx) to PINV-ID
           read purch-inv-file
               invalid key
                   continue
           end-read
           close purch-inv-file

           move 0 to ws-charged-so-far
           move 0 to ws-ledger-eof
           open input ll-ledger-file
           move PINV-SELLER-ID to LL-SELLER-ID
           start ll-ledger-file key = LL-SELLER-ID
               invalid key
                   move 1 to ws-ledger-eof
           end-start
           perform until ws-ledger-eof = 1
               read ll-ledger-file next record
                   at end
                       move 1 to ws-ledger-eof
                   not at end
                       if LL-SELLER-ID not = PINV-SELLER-ID
                           move 1 to ws-ledger-eof
                       else
                           perform PARA-770-TAKE-JOB-MOVEMENT
                       end-if
           end-perform
           close ll-ledger-file

           compute ws-charge =
             ws-paid-before + PINV-AMOUNT - ws-charged-so-far.

      *AUTO month-post notes read "AUTO mm/yyyy JOB nnnnnn" and the
      *purchase ledger's own "PINV nnnnnn JOB nnnnnn".
       PARA-770-TAKE-JOB-MOVEMENT.

           if LL-TYPE = "MNT" and
             ((LL-NOTE(1:5) = "AUTO " and LL-NOTE(13:5) = " JOB "
               and LL-NOTE(18:6) = ws-job-ref) or
              (LL-NOTE(1:5) = "PINV " and LL-NOTE(12:5) = " JOB "
               and LL-NOTE(17:6) = ws-job-ref))
               if LL-DRCR = "D"
                   add LL-AMOUNT to ws-charged-so-far
               else
                   subtract LL-AMOUNT from ws-charged-so-far
               end-if
           end-if.

       PARA-780-POST-CHARGE.

           move "LLLEDGER" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           move PINV-ID to ws-pinv-ref
           move spaces to ws-ledger-note
           string "PINV ", ws-pinv-ref, " JOB ", ws-job-ref
             into ws-ledger-note

           initialize LL-LEDGER-RECORD
           move WS-NEXTID-RESULT to LL-ID
           move WS-NEXTID-RESULT to ws-posted-ll-id
           move PINV-SELLER-ID to LL-SELLER-ID
           move function current-date(7:2) to LL-DAY
           move function current-date(5:2) to LL-MONTH
           move function current-date(1:4) to LL-YEAR
           move "MNT" to LL-TYPE
           if ws-charge > 0
               move "D" to LL-DRCR
               move ws-charge to LL-AMOUNT
           else
               move "C" to LL-DRCR
               compute LL-AMOUNT = 0 - ws-charge
           end-if
           move ws-ledger-note to LL-NOTE

           open i-o ll-ledger-file
           write LL-LEDGER-RECORD
           close ll-ledger-file

           move "LLLEDGER" to ws-audit-record-type
           move "POST" to ws-audit-action
           move PINV-SELLER-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move LL-LEDGER-RECORD to ws-audit-new-value
           perform Write-Audit-Log.

       PARA-790-MARK-PAID.

           open i-o purch-inv-file
           move pay-pinv-id(ws-pay-idx) to PINV-ID
           read purch-inv-file
               invalid key
                   continue
               not invalid key
                   move "P" to PINV-STATUS
                   move function current-date(7:2) to PINV-PAID-DAY
                   move function current-date(5:2) to
                     PINV-PAID-MONTH
                   move function current-date(1:4) to
                     PINV-PAID-YEAR
                   move ws-run-id to PINV-PAY-RUN-ID
                   move ws-posted-ll-id to PINV-LL-ID
                   rewrite PURCH-INV-RECORD
           end-read
           close purch-inv-file

           move "PURCHINV" to ws-audit-record-type
           move "PAID" to ws-audit-action
           move PINV-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "RUN ", ws-run-id, " LL-ID ", PINV-LL-ID
             into ws-audit-new-value
           perform Write-Audit-Log

           move 0 to ws-contractor-found
           move PINV-CONTRACTOR-ID to ws-job-contractor-id
           perform PARA-130-CHECK-CONTRACTOR
           if ws-contractor-found = 0
               move spaces to CONTRACTOR-NAME
           end-if
           move PINV-AMOUNT to ws-amount-disp
           move ws-charge to ws-charge-disp
           move spaces to creditor-line
           string PINV-CONTRACTOR-ID, "  ", CONTRACTOR-NAME, " ",
             PINV-NUMBER, " ", ws-amount-disp, " ", ws-charge-disp
             into creditor-line
           perform PARA-590-PUT-LINE

           add 1 to ws-run-count
           add PINV-AMOUNT to ws-run-total.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program PurchaseLedger.
