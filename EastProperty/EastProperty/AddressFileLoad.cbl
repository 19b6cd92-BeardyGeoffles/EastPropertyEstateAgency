      *ADDRESSFILELOAD.cbl
      *Loads the postcode address reference file (ADDR-REF-FILE)
      *from the address-file supplier's extract (ADDRSUPP, comma-
      *delimited: postcode, then up to four address lines). The
      *supplier sends the whole of our patch each time, so the load
      *replaces the file outright. Postcodes are squeezed and
      *re-spaced the one way (outward code, space, inward code) and
      *the address lines upper-cased, so a picked address prints
      *the same as any other; an address repeated within a postcode
      *is loaded once. Rows whose postcode fails the capture-screen
      *format check go to a date-stamped ADDRREJ exceptions report.
      *The entry screens then offer the file as a pick-list
      *(AddressLookup.cbl). Needs the admin flag; the load is
      *audit-logged. Reached from the Office menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AddressFileLoad.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "addrreffile.cpy".
       copy "auditfile.cpy".

           select optional address-supply-file assign to "ADDRSUPP"
               organization is line sequential.
           select optional addr-reject-file assign to ws-reject-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "addrrefrecord.cpy".
       copy "auditrecord.cpy".

       FD address-supply-file.
       01 address-supply-line pic x(150).

       FD addr-reject-file.
       01 addr-reject-line pic x(170).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-addrquality.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-ref-eof pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-confirm pic x value spaces.
       01 ws-reject-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-rows-read pic 9(6) value 0.
       01 ws-rows-loaded pic 9(6) value 0.
       01 ws-rows-duplicate pic 9(6) value 0.
       01 ws-rows-rejected pic 9(6) value 0.

       01 ws-col.
         03 ws-col-postcode pic x(8).
         03 ws-col-al1 pic x(25).
         03 ws-col-al2 pic x(25).
         03 ws-col-al3 pic x(25).
         03 ws-col-al4 pic x(25).

       01 ws-squeezed-postcode pic x(7) value spaces.
       01 ws-display-postcode pic x(7) value spaces.
       01 ws-next-seq pic 9(3) value 0.
       01 ws-address-held pic 9 value 0 comp.
       01 ws-reject-reason pic x(40) value spaces.

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
           display "     EAST POSTCODE ADDRESS FILE LOAD"
           display "-----------------------------------------------"

           if not is-admin
               display "Loading the address file needs the admin flag."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           display "The supplier extract (ADDRSUPP) replaces the whole"
           display "postcode address file. Load it now? (Y/N)"
           move spaces to ws-confirm
           accept ws-confirm
           if function upper-case(ws-confirm) not = "Y"
               display "Nothing loaded."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           move function current-date(1:8) to ws-date-stamp
           string "ADDRREJ.", ws-date-stamp into ws-reject-name

           open output addr-ref-file
           close addr-ref-file

           move 0 to ws-end-of-file

           open input address-supply-file
           open extend addr-reject-file
           open i-o addr-ref-file

           perform until ws-end-of-file = 1
               read address-supply-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if address-supply-line not = spaces
                           add 1 to ws-rows-read
                           perform PARA-100-LOAD-ONE-ADDRESS
                       end-if
           end-perform

           close address-supply-file
           close addr-reject-file
           close addr-ref-file

           move "ADDRREF" to ws-audit-record-type
           move "LOAD" to ws-audit-action
           move 0 to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "ADDRESSES LOADED ", ws-rows-loaded, " REJECTED ",
             ws-rows-rejected into ws-audit-new-value
           perform Write-Audit-Log

           display "-----------------------------------------------"
           display "Rows read            " ws-rows-read
           display "Addresses loaded     " ws-rows-loaded
           display "Repeats skipped      " ws-rows-duplicate
           display "Rows rejected        " ws-rows-rejected
           display "Rejections written to " ws-reject-name
           display "-----------------------------------------------"
           display " "
           display "Press ENTER to return to the menu."
           accept ws-continue

           goback.

       PARA-100-LOAD-ONE-ADDRESS.

           initialize ws-col
           unstring address-supply-line delimited by ","
             into ws-col-postcode ws-col-al1 ws-col-al2 ws-col-al3
               ws-col-al4
           end-unstring

           move function upper-case(ws-col-postcode(1:7)) to
             WS-AQ-POSTCODE
           perform Check-Postcode-Format

           move spaces to ws-reject-reason
           if WS-AQ-POSTCODE-OK = 0
               move "POSTCODE NOT VALID" to ws-reject-reason
           end-if
           if ws-reject-reason = spaces and ws-col-al1 = spaces
               move "NO FIRST ADDRESS LINE" to ws-reject-reason
           end-if

           if ws-reject-reason not = spaces
               add 1 to ws-rows-rejected
               move spaces to addr-reject-line
               string ws-reject-reason, " ROW: ",
                 address-supply-line into addr-reject-line
               write addr-reject-line
           else
               perform PARA-200-STORE-ADDRESS
           end-if.

      *----------------------------------------------------------
      * The postcode is keyed squeezed and printed as outward
      * code, a space, then the three-character inward code.
      *----------------------------------------------------------
       PARA-200-STORE-ADDRESS.

           move WS-AQ-WORK to ws-squeezed-postcode
           move spaces to ws-display-postcode
           string WS-AQ-WORK(1:WS-AQ-LEN - 3), " ",
             WS-AQ-WORK(WS-AQ-LEN - 2:3) delimited by size
             into ws-display-postcode

           move function upper-case(ws-col-al1) to ws-col-al1
           move function upper-case(ws-col-al2) to ws-col-al2
           move function upper-case(ws-col-al3) to ws-col-al3
           move function upper-case(ws-col-al4) to ws-col-al4

           perform PARA-250-SCAN-POSTCODE

           if ws-address-held = 1
               add 1 to ws-rows-duplicate
           else
               if ws-next-seq > 998
                   add 1 to ws-rows-rejected
                   move spaces to addr-reject-line
                   string "TOO MANY ADDRESSES IN POSTCODE ROW: ",
                     address-supply-line into addr-reject-line
                   write addr-reject-line
               else
                   initialize ADDR-REF-RECORD
                   move ws-squeezed-postcode to ADDR-REF-POSTCODE
                   add 1 to ws-next-seq
                   move ws-next-seq to ADDR-REF-SEQ
                   move ws-col-al1 to ADDR-REF-AL1
                   move ws-col-al2 to ADDR-REF-AL2
                   move ws-col-al3 to ADDR-REF-AL3
                   move ws-col-al4 to ADDR-REF-AL4
                   move ws-display-postcode to ADDR-REF-POSTCODE-DISP
                   move function current-date(1:8) to
                     ADDR-REF-LOADED-DATE
                   write ADDR-REF-RECORD
                       invalid key
                           add 1 to ws-rows-duplicate
                       not invalid key
                           add 1 to ws-rows-loaded
                   end-write
               end-if
           end-if.

      *----------------------------------------------------------
      * What the postcode already holds: the last running number
      * used, and whether this very address is among them.
      *----------------------------------------------------------
       PARA-250-SCAN-POSTCODE.

           move 0 to ws-next-seq
           move 0 to ws-address-held
           move 0 to ws-ref-eof

           move ws-squeezed-postcode to ADDR-REF-POSTCODE
           move 0 to ADDR-REF-SEQ
           start addr-ref-file key is not less than ADDR-REF-KEY
               invalid key
                   move 1 to ws-ref-eof
           end-start

           perform until ws-ref-eof = 1
               read addr-ref-file next record
                   at end
                       move 1 to ws-ref-eof
                   not at end
                       if ADDR-REF-POSTCODE not = ws-squeezed-postcode
                           move 1 to ws-ref-eof
                       else
                           move ADDR-REF-SEQ to ws-next-seq
                           if ADDR-REF-AL1 = ws-col-al1 and
                             ADDR-REF-AL2 = ws-col-al2 and
                             ADDR-REF-AL3 = ws-col-al3 and
                             ADDR-REF-AL4 = ws-col-al4
                               move 1 to ws-address-held
                           end-if
                       end-if
           end-perform.

       copy "AddressQualityCheck.cpy".
       copy "AuditLogWrite.cpy".

       end program AddressFileLoad.
