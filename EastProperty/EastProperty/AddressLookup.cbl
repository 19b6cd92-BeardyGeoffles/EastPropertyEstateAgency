      *ADDRESSLOOKUP.cbl
      *Postcode address finder for the entry screens. Called with
      *the WS-ALOOK block (ws-addrlookup.cpy). In pick-list mode it
      *reads every address the postcode address reference file
      *(ADDR-REF-FILE, loaded by AddressFileLoad.cbl) holds for the
      *keyed postcode and pages them up for the user to choose one;
      *the chosen lines and the properly spaced postcode go back to
      *the screen, so a buyer, seller, property, tenant, contractor
      *or appraisal address is picked rather than typed. In verify
      *mode, used as each of those records is saved, the address
      *is matched against the same file and the verdict stamped on
      *the address verification register (ADDR-VERIFY-FILE) - a
      *free-typed address is still saved, but as UNVERIFIED. Status
      *mode reads the verdict back for the amend screens.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AddressLookup.

       environment division.

       configuration section.
       special-names.
           crt status is key-status.

       input-output section.

       file-control.

       copy "addrreffile.cpy".
       copy "addrverifyfile.cpy".

       data division.

       FILE SECTION.
       copy "addrrefrecord.cpy".
       copy "addrverifyrecord.cpy".

       working-storage section.

       copy "ws-functionkeys.cpy".
       copy "ws-common.cpy".
       copy "ws-addrquality.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-search-postcode pic x(7) value spaces.
       01 ws-verified pic 9 value 0 comp.
       01 ws-register-found pic 9 value 0 comp.

       01 ws-pick-count pic 9(3) value 0 comp.
       01 ws-pick-idx pic 9(3) value 0 comp.
       01 ws-pick-array occurs 200 times.
         03 pk-al1 pic x(25).
         03 pk-al2 pic x(25).
         03 pk-al3 pic x(25).
         03 pk-al4 pic x(25).
         03 pk-postcode pic x(7).

       01 ws-pick-input pic 9(3) value 0.
       01 ws-pick-no pic 9(3) value 0.
       01 ws-pick-disp pic zz9.
       01 ws-pick-line pic x(76) value spaces.
       01 ws-line-ptr pic 9(3) value 0 comp.
       01 ws-pick-message pic x(60) value spaces.
       01 ws-pick-color pic 99 value 15.
       01 ws-page-size pic 99 value 15 comp.
       01 ws-current-page pic 9(4) value 1.
       01 ws-total-pages pic 9(4) value 1.
       01 ws-first-on-page pic 9(3) value 0 comp.
       01 ws-display-line pic 99 value 0 comp.
       01 ws-page-row pic 99 value 0 comp.

       linkage section.

       copy "ws-addrlookup.cpy".

       SCREEN SECTION.

       01 ADDRESS-PICK-SCREEN AUTO.
         03 BLANK SCREEN.
         03 LINE 1 COL 29 foreground-color 14 VALUE
            "------------------------------".
         03 LINE 2 COL 29 foreground-color 14 VALUE
            "|  EAST ADDRESS FINDER       |".
         03 LINE 3 COL 29 foreground-color 14 VALUE
            "------------------------------".
         03 line 2 col 2 FOREGROUND-COLOR 15 "Page ".
         03 pic Z(4) from ws-current-page.
         03 value " of ".
         03 pic Z(4) from ws-total-pages.
         03 LINE 4 COL 2 FOREGROUND-COLOR 15 VALUE "POSTCODE ".
         03 PIC X(7) FROM WS-ALOOK-POSTCODE foreground-color 14.
         03 LINE 5 COL 2 FOREGROUND-COLOR 15 VALUE "NO.".
         03 LINE 5 COL 7 FOREGROUND-COLOR 15 VALUE "ADDRESS".
         03 line 21 col 2 pic x(60) from ws-pick-message
            foreground-color ws-pick-color.
         03 line 22 col 1 foreground-color 14 value
            "----------------------------------------".
         03 line 22 col 41 foreground-color 14 value
            "----------------------------------------".
         03 line 23 col 2 FOREGROUND-COLOR 15 "Use address no.: [".
         03 pic zz9 using ws-pick-input foreground-color 10 highlight
            prompt " ".
         03 FOREGROUND-COLOR 15 value "]".
         03 line 24 col 2 foreground-color 15
            "F1 - PREV PAGE   F3 - NEXT PAGE".
         03 line 24 col 45 foreground-color 15
            "ESC - TYPE THE ADDRESS IN".
         03 line 24 col 2 FOREGROUND-COLOR 14 "F1".
         03 line 24 col 19 FOREGROUND-COLOR 14 "F3".
         03 line 24 col 45 FOREGROUND-COLOR 14 "ESC".

       procedure division using WS-ALOOK.

       PARA-000-MAIN.

           move spaces to WS-ALOOK-RESULT
           move spaces to WS-ALOOK-MESSAGE

           display "CURRENT-USER-ID" upon environment-name
           accept WS-CURRENT-USER-ID from environment-value

           evaluate WS-ALOOK-MODE
               when "P"
                   perform PARA-100-PICK-ADDRESS
               when "V"
                   perform PARA-300-VERIFY-ADDRESS
               when "S"
                   perform PARA-400-READ-STATUS
           end-evaluate

           evaluate WS-ALOOK-RESULT
               when "Y"
                   move "ADDRESS VERIFIED" to WS-ALOOK-STATUS-TEXT
               when "N"
                   move "ADDRESS UNVERIFIED" to WS-ALOOK-STATUS-TEXT
               when other
                   move spaces to WS-ALOOK-STATUS-TEXT
           end-evaluate

           goback.

      *----------------------------------------------------------
      * The keyed postcode is squeezed the way the reference file
      * is keyed; one that is not even well formed is refused.
      *----------------------------------------------------------
       PARA-050-SQUEEZE-POSTCODE.

           move function upper-case(WS-ALOOK-POSTCODE) to
             WS-AQ-POSTCODE
           perform Check-Postcode-Format
           move WS-AQ-WORK to ws-search-postcode.

       PARA-060-LOAD-ADDRESSES.

           move 0 to ws-pick-count
           move 0 to ws-end-of-file

           open input addr-ref-file
           move ws-search-postcode to ADDR-REF-POSTCODE
           move 0 to ADDR-REF-SEQ
           start addr-ref-file key is not less than ADDR-REF-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start

           perform until ws-end-of-file = 1
               read addr-ref-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if ADDR-REF-POSTCODE not = ws-search-postcode
                           move 1 to ws-end-of-file
                       else
                           if ws-pick-count < 200
                               add 1 to ws-pick-count
                               move ADDR-REF-AL1 to
                                 pk-al1(ws-pick-count)
                               move ADDR-REF-AL2 to
                                 pk-al2(ws-pick-count)
                               move ADDR-REF-AL3 to
                                 pk-al3(ws-pick-count)
                               move ADDR-REF-AL4 to
                                 pk-al4(ws-pick-count)
                               move ADDR-REF-POSTCODE-DISP to
                                 pk-postcode(ws-pick-count)
                           end-if
                       end-if
           end-perform
           close addr-ref-file.

       PARA-100-PICK-ADDRESS.

           move "N" to WS-ALOOK-RESULT
           perform PARA-050-SQUEEZE-POSTCODE
           if WS-AQ-POSTCODE-OK = 0
               move "Key a full postcode first." to WS-ALOOK-MESSAGE
               move spaces to WS-ALOOK-RESULT
               goback
           end-if

           perform PARA-060-LOAD-ADDRESSES
           if ws-pick-count = 0
               move "Postcode not on address file." to
                 WS-ALOOK-MESSAGE
               move spaces to WS-ALOOK-RESULT
               goback
           end-if

           perform Function-key-setup

           divide ws-pick-count by ws-page-size giving ws-total-pages
           if ws-total-pages * ws-page-size < ws-pick-count
               add 1 to ws-total-pages
           end-if
           move 1 to ws-current-page
           move 0 to ws-done
           move spaces to ws-pick-message
           move 15 to ws-pick-color

           perform until done

               move 0 to ws-pick-input
               display ADDRESS-PICK-SCREEN
               perform PARA-150-SHOW-PAGE
               accept ADDRESS-PICK-SCREEN

               move ws-pick-input to ws-pick-no
               move spaces to ws-pick-message
               move 15 to ws-pick-color

               evaluate true
                   when key-code-1 = 0
                       move 1 to ws-done
                       move spaces to WS-ALOOK-RESULT
                   when key-code-1 = 1
                       subtract 1 from ws-current-page
                       if ws-current-page = 0
                           move ws-total-pages to ws-current-page
                       end-if
                   when key-code-1 = 3
                       add 1 to ws-current-page
                       if ws-current-page > ws-total-pages
                           move 1 to ws-current-page
                       end-if
                   when ws-pick-no > 0 and ws-pick-no <= ws-pick-count
                       move pk-al1(ws-pick-no) to WS-ALOOK-AL1
                       move pk-al2(ws-pick-no) to WS-ALOOK-AL2
                       move pk-al3(ws-pick-no) to WS-ALOOK-AL3
                       move pk-al4(ws-pick-no) to WS-ALOOK-AL4
                       move pk-postcode(ws-pick-no) to
                         WS-ALOOK-POSTCODE
                       move "Y" to WS-ALOOK-RESULT
                       move "Address filled in - verified." to
                         WS-ALOOK-MESSAGE
                       move 1 to ws-done
                   when ws-pick-no not = 0
                       move "No address with that number." to
                         ws-pick-message
                       move 12 to ws-pick-color
               end-evaluate
           end-perform.

       PARA-150-SHOW-PAGE.

           compute ws-first-on-page =
             ((ws-current-page - 1) * ws-page-size) + 1
           move 6 to ws-display-line

           perform varying ws-page-row from 1 by 1
             until ws-page-row > ws-page-size
               compute ws-pick-idx = ws-first-on-page + ws-page-row - 1
               if ws-pick-idx <= ws-pick-count
                   move ws-pick-idx to ws-pick-disp
                   move spaces to ws-pick-line
                   move 1 to ws-line-ptr
                   string function trim(pk-al1(ws-pick-idx))
                     delimited by size into ws-pick-line
                     with pointer ws-line-ptr
                   if pk-al2(ws-pick-idx) not = spaces
                       string ", ", function trim(pk-al2(ws-pick-idx))
                         delimited by size into ws-pick-line
                         with pointer ws-line-ptr
                   end-if
                   if pk-al3(ws-pick-idx) not = spaces
                       string ", ", function trim(pk-al3(ws-pick-idx))
                         delimited by size into ws-pick-line
                         with pointer ws-line-ptr
                   end-if
                   if pk-al4(ws-pick-idx) not = spaces
                       string ", ", function trim(pk-al4(ws-pick-idx))
                         delimited by size into ws-pick-line
                         with pointer ws-line-ptr
                   end-if
                   display ws-pick-disp at col 2 line ws-display-line
                   display ws-pick-line at col 7 line ws-display-line
                   add 1 to ws-display-line
               end-if
           end-perform.

      *----------------------------------------------------------
      * Verified means the four lines as saved are one of the
      * postcode's addresses on the reference file, word for word.
      * The verdict is stamped on the register either way.
      *----------------------------------------------------------
       PARA-300-VERIFY-ADDRESS.

           move 0 to ws-verified
           perform PARA-050-SQUEEZE-POSTCODE
           if WS-AQ-POSTCODE-OK = 1
               perform PARA-060-LOAD-ADDRESSES
               perform varying ws-pick-idx from 1 by 1
                 until ws-pick-idx > ws-pick-count
                   if pk-al1(ws-pick-idx) =
                     function upper-case(WS-ALOOK-AL1) and
                     pk-al2(ws-pick-idx) =
                     function upper-case(WS-ALOOK-AL2) and
                     pk-al3(ws-pick-idx) =
                     function upper-case(WS-ALOOK-AL3) and
                     pk-al4(ws-pick-idx) =
                     function upper-case(WS-ALOOK-AL4)
                       move 1 to ws-verified
                   end-if
               end-perform
           end-if

           if ws-verified = 1
               move "Y" to WS-ALOOK-RESULT
           else
               move "N" to WS-ALOOK-RESULT
               move "Saved - address UNVERIFIED." to
                 WS-ALOOK-MESSAGE
           end-if

           open i-o addr-verify-file
           move WS-ALOOK-REF-TYPE to ADDR-VER-TYPE
           move WS-ALOOK-REF-ID to ADDR-VER-ID
           read addr-verify-file
               invalid key
                   move 0 to ws-register-found
               not invalid key
                   move 1 to ws-register-found
           end-read

           move WS-ALOOK-RESULT to ADDR-VER-STATUS
           move WS-ALOOK-POSTCODE to ADDR-VER-POSTCODE
           move WS-ALOOK-AL1 to ADDR-VER-AL1
           move function current-date(1:8) to ADDR-VER-DATE
           move WS-CURRENT-USER-ID to ADDR-VER-USER-ID

           if ws-register-found = 1
               rewrite ADDR-VERIFY-RECORD
           else
               write ADDR-VERIFY-RECORD
           end-if
           close addr-verify-file.

       PARA-400-READ-STATUS.

           open input addr-verify-file
           move WS-ALOOK-REF-TYPE to ADDR-VER-TYPE
           move WS-ALOOK-REF-ID to ADDR-VER-ID
           read addr-verify-file
               invalid key
                   move spaces to WS-ALOOK-RESULT
               not invalid key
                   move ADDR-VER-STATUS to WS-ALOOK-RESULT
           end-read
           close addr-verify-file.

       copy "FunctionKeySetup.cpy".
       copy "AddressQualityCheck.cpy".

       end program AddressLookup.
