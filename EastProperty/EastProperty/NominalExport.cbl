      *management fees on the month's receipted rent (DR client
      *account, CR fee income - the same SELLER-COMMISSION-RATE
      *calculation LandlordStatements.cbl makes), and every deposit
      *ledger movement (in, refund out, transfer), and the fee
      *shares owed to joint and sub-agents - raised (DR agent fee
      *share net, DR input VAT, CR creditors gross) and paid
      *(DR creditors, CR bank). Account codes
      *come from the NOMINAL-FILE mapping, maintained on the screen
      *here, so a chart-of-accounts change never needs a programmer.
      *Lines go to a period-stamped NOMEXP dataset, comma-delimited
      *date/account/debit/credit/narrative, and the run proves
      *itself by totalling debits against credits at the end.
      *Reached from the reports menu. The month-end stream
      *(MonthEnd.cbl) runs the export for its period with no menu
      *and no prompt, and counts a journal that does not balance as
      *a failed step.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. NominalExport.
       copy "propertyfile.cpy".
       copy "sellerfile.cpy".
       copy "nominalfile.cpy".
       copy "agentpayfile.cpy".

           select optional nominal-export-file assign to
               ws-export-name
       copy "propertyrecord.cpy".
       copy "sellerrecord.cpy".
       copy "nominalrecord.cpy".
       copy "agentpayrecord.cpy".

       FD nominal-export-file.
       01 nominal-export-line pic x(100).
       copy "ws-functionkeys.cpy".
       copy "ws-common.cpy".
       copy "ws-spool.cpy".
       copy "ws-monthend.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
            "MGMT-FEE  4200    MANAGEMENT FEE INCOME".
         03 filler pic x(40) value
            "CLIENT-AC 1210    CLIENT BANK ACCOUNT".
         03 filler pic x(40) value
            "AGENT-FEE 5100    AGENT FEE SHARE".
         03 filler pic x(40) value
            "INPUT-VAT 2210    INPUT VAT".
         03 filler pic x(40) value
            "CREDITORS 2100    TRADE CREDITORS".
       01 ws-seed-entries redefines ws-seed-table occurs 10 times.
         03 seed-source pic x(10).
         03 seed-account pic x(8).
         03 seed-desc pic x(22).

           perform PARA-050-SEED-NOMINAL-CODES

           display "MONTH-END-PERIOD" upon environment-name
           move spaces to WS-ME-PERIOD
           accept WS-ME-PERIOD from environment-value
           if WS-ME-PERIOD not = spaces
               move 0 to return-code
               move WS-ME-MONTH to ws-period-month
               move WS-ME-YEAR to ws-period-year
               perform PARA-110-EXPORT-PERIOD
               if ws-total-debits not = ws-total-credits
                   move 4 to return-code
               end-if
               goback
           end-if

           perform until 1 = 0
               MOVE " " TO MENU-IN
               PERFORM UNTIL MENU-IN NOT = SPACES

           open i-o nominal-file
           perform varying ws-seed-idx from 1 by 1
             until ws-seed-idx > 10
               move seed-source(ws-seed-idx) to NOM-SOURCE-CODE
               read nominal-file
                   invalid key
           open extend nominal-export-file

           perform PARA-200-EXPORT-INVOICES
           perform PARA-250-EXPORT-AGENT-SHARES
           perform PARA-300-EXPORT-REFERRALS
           perform PARA-400-EXPORT-MGMT-FEES
           perform PARA-500-EXPORT-DEPOSITS
           end-perform
           close invoice-file.

      *----------------------------------------------------------
      * What we owe joint and sub-agents out of the fees invoiced -
      * the liability in the month it was raised, and its payment
      * in the month it was paid.
      *----------------------------------------------------------
       PARA-250-EXPORT-AGENT-SHARES.

           move 0 to ws-end-of-file
           open input agent-pay-file
           perform until ws-end-of-file = 1
               read agent-pay-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if APAY-RAISED-MONTH = ws-period-month and
                         APAY-RAISED-YEAR = ws-period-year
                           perform PARA-260-POST-SHARE-RAISED
                       end-if
                       if APAY-STATUS = "P" and
                         APAY-PAID-MONTH = ws-period-month and
                         APAY-PAID-YEAR = ws-period-year
                           perform PARA-270-POST-SHARE-PAID
                       end-if
           end-perform
           close agent-pay-file.

       PARA-260-POST-SHARE-RAISED.

           move spaces to ws-post-date
           string APAY-RAISED-DAY, "/", APAY-RAISED-MONTH, "/",
             APAY-RAISED-YEAR into ws-post-date
           move spaces to ws-post-narrative
           string "AGENT SHARE ", APAY-ID, " INV ", APAY-INVOICE-NO
             into ws-post-narrative

           move "AGENT-FEE" to ws-source-code
           perform PARA-080-LOOK-UP-ACCOUNT
           move ws-mapped-account to ws-post-account
           move APAY-NET to ws-post-debit
           move 0 to ws-post-credit
           perform PARA-150-WRITE-JOURNAL-LINE

           move "INPUT-VAT" to ws-source-code
           perform PARA-080-LOOK-UP-ACCOUNT
           move ws-mapped-account to ws-post-account
           move APAY-VAT to ws-post-debit
           move 0 to ws-post-credit
           perform PARA-150-WRITE-JOURNAL-LINE

           move "CREDITORS" to ws-source-code
           perform PARA-080-LOOK-UP-ACCOUNT
           move ws-mapped-account to ws-post-account
           move 0 to ws-post-debit
           move APAY-GROSS to ws-post-credit
           perform PARA-150-WRITE-JOURNAL-LINE.

       PARA-270-POST-SHARE-PAID.

           move spaces to ws-post-date
           string APAY-PAID-DAY, "/", APAY-PAID-MONTH, "/",
             APAY-PAID-YEAR into ws-post-date
           move spaces to ws-post-narrative
           string "AGENT SHARE ", APAY-ID, " PAID" into
             ws-post-narrative

           move "CREDITORS" to ws-source-code
           perform PARA-080-LOOK-UP-ACCOUNT
           move ws-mapped-account to ws-post-account
           move APAY-GROSS to ws-post-debit
           move 0 to ws-post-credit
           perform PARA-150-WRITE-JOURNAL-LINE

           move "BANK" to ws-source-code
           perform PARA-080-LOOK-UP-ACCOUNT
           move ws-mapped-account to ws-post-account
           move 0 to ws-post-debit
           move APAY-GROSS to ws-post-credit
           perform PARA-150-WRITE-JOURNAL-LINE.

       PARA-300-EXPORT-REFERRALS.

           move 0 to ws-end-of-file
