      *ADDRESSQUALITYSWEEP.cbl
      *Batch report: data-quality sweep over the five name-and-
      *address files - buyers, sellers, tenants, contractors and
      *solicitors. Every record's postcode, phone and email go
      *through the same format checks the capture screens now apply
      *(AddressQualityCheck.cpy), and every address is normalised
      *(postcode and first address line, spaces squeezed out, upper
      *cased) into one table so near-duplicate addresses across the
      *ADDRQC dataset and the screen; returned post costs real
      *money, and this is where it gets keyed. Reached from the
      *reports menu.
      *Addresses saved on the entry screens that did not match the
      *postcode address file are listed from the address
      *verification register for checking.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AddressQualitySweep.
       copy "tenantfile.cpy".
       copy "contractorfile.cpy".
       copy "solicitorfile.cpy".
       copy "addrverifyfile.cpy".

           select optional quality-report-file assign to
               ws-report-name
       copy "tenantrecord.cpy".
       copy "contractorrecord.cpy".
       copy "solicitorrecord.cpy".
       copy "addrverifyrecord.cpy".

       FD quality-report-file.
       01 quality-report-line pic x(100).

       01 ws-bad-postcode-count pic 9(4) value 0.
       01 ws-bad-phone-count pic 9(4) value 0.
       01 ws-bad-email-count pic 9(4) value 0.
       01 ws-duplicate-count pic 9(4) value 0.
       01 ws-unverified-count pic 9(4) value 0.

      *The record being checked, flattened to one shape whatever
      *file it came from.
           perform PARA-400-SWEEP-CONTRACTORS
           perform PARA-500-SWEEP-SOLICITORS
           perform PARA-600-FIND-DUPLICATES
           perform PARA-650-LIST-UNVERIFIED

           close quality-report-file

           display "-----------------------------------------------"
           display "Malformed postcodes " ws-bad-postcode-count
           display "Malformed phones    " ws-bad-phone-count
           display "Malformed emails    " ws-bad-email-count
           display "Near-duplicates     " ws-duplicate-count
           display "Unverified address  " ws-unverified-count
           display "Report written to " ws-report-name
           display "-----------------------------------------------"
           display " "
                       move BUYER-AL1 to ws-check-al1
                       move BUYER-POSTCODE to WS-AQ-POSTCODE
                       move BUYER-PHONE to WS-AQ-PHONE
                       move BUYER-EMAIL to WS-AQ-EMAIL
                       perform PARA-700-CHECK-ONE-RECORD
           end-perform
           close buyer-file.
                       move SELLER-AL1 to ws-check-al1
                       move SELLER-POSTCODE to WS-AQ-POSTCODE
                       move SELLER-PHONE to WS-AQ-PHONE
                       move SELLER-EMAIL to WS-AQ-EMAIL
                       perform PARA-700-CHECK-ONE-RECORD
           end-perform
           close seller-file.
                       move TENANT-AL1 to ws-check-al1
                       move TENANT-POSTCODE to WS-AQ-POSTCODE
                       move TENANT-PHONE to WS-AQ-PHONE
                       move TENANT-EMAIL to WS-AQ-EMAIL
                       perform PARA-700-CHECK-ONE-RECORD
           end-perform
           close tenant-file.
                       move CONTRACTOR-AL1 to ws-check-al1
                       move CONTRACTOR-POSTCODE to WS-AQ-POSTCODE
                       move CONTRACTOR-PHONE to WS-AQ-PHONE
                       move CONTRACTOR-EMAIL to WS-AQ-EMAIL
                       perform PARA-700-CHECK-ONE-RECORD
           end-perform
           close contractor-file.
                       move SOLICITOR-AL1 to ws-check-al1
                       move SOLICITOR-POSTCODE to WS-AQ-POSTCODE
                       move SOLICITOR-PHONE to WS-AQ-PHONE
                       move SOLICITOR-EMAIL to WS-AQ-EMAIL
                       perform PARA-700-CHECK-ONE-RECORD
           end-perform
           close solicitor-file.
               end-if
           end-if

           if WS-AQ-EMAIL not = spaces
               perform Check-Email-Format
               if WS-AQ-EMAIL-OK = 0
                   add 1 to ws-bad-email-count
                   move spaces to quality-report-line
                   string "BAD EMAIL     ", ws-check-type, " ",
                     ws-check-id, " [", WS-AQ-EMAIL, "]" into
                     quality-report-line
                   write quality-report-line
                   display quality-report-line
               end-if
           end-if

           if ws-check-al1 not = spaces and ws-addr-count < 5000
               perform PARA-750-NORMALISE-ADDRESS
               add 1 to ws-addr-count
               end-perform
           end-perform.

      *----------------------------------------------------------
      * Addresses keyed free-hand on the entry screens that were
      * not found on the postcode address file when last saved.
      *----------------------------------------------------------
       PARA-650-LIST-UNVERIFIED.

           move 0 to ws-end-of-file
           open input addr-verify-file

           perform until ws-end-of-file = 1
               read addr-verify-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if ADDR-VER-STATUS = "N"
                           perform PARA-660-WRITE-UNVERIFIED
                       end-if
           end-perform

           close addr-verify-file.

       PARA-660-WRITE-UNVERIFIED.

           evaluate ADDR-VER-TYPE
               when "B"
                   move "BUYER" to ws-check-type
               when "S"
                   move "SELLER" to ws-check-type
               when "P"
                   move "PROPERTY" to ws-check-type
               when "T"
                   move "TENANT" to ws-check-type
               when "C"
                   move "CONTRACTOR" to ws-check-type
               when "A"
                   move "APPRAISAL" to ws-check-type
               when other
                   move ADDR-VER-TYPE to ws-check-type
           end-evaluate

           add 1 to ws-unverified-count
           move spaces to quality-report-line
           string "UNVERIFIED    ", ws-check-type, " ",
             ADDR-VER-ID, " [", ADDR-VER-POSTCODE, "] ",
             ADDR-VER-AL1 into quality-report-line
           write quality-report-line
           display quality-report-line.

       copy "AddressQualityCheck.cpy".

       copy "MainFileOpenCheck.cpy".
