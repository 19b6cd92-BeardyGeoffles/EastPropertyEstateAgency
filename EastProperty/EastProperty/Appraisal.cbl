      *PROPERTY-RECORD through Generate-Next-Id without re-keying,
      *and the monthly conversion report shows appraisals against
      *instructions won per negotiator. Reached from the Office menu.
      *The commission rate on the terms defaults to the standard
      *rate in force on the day of instruction (FeeRateRead.cpy).
      *F4 fills the address from the postcode address file
      *(AddressLookup.cbl); the appraisal, and the seller and
      *property a won appraisal becomes, are stamped verified or
      *unverified on the address verification register.
      *Terms taken on a joint sole agency (basis J) go straight on
      *to the other agent and their share of the fee
      *(AgencyShare.cbl).
      *The seller a won appraisal becomes is screened against the
      *sanctions and PEP list (SanctionsScreen.cbl).
      *The property a won appraisal becomes starts pre-market and
      *lists once its go-live checklist is met (GoLiveChecklist.cbl).
      *The terms record the sale method - private treaty or auction
      *(Auction.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Appraisal.
       copy "auditfile.cpy".
       copy "propertytypefile.cpy".
       copy "termsfile.cpy".
       copy "feeratefile.cpy".

       copy "journalfile.cpy".

       copy "auditrecord.cpy".
       copy "propertytyperecord.cpy".
       copy "termsrecord.cpy".
       copy "feeraterecord.cpy".

       working-storage section.
       copy "ws-journal.cpy".
       01 ws-terms-input pic x(10) value spaces.
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-feerate.cpy".
       copy "ws-addrlookup.cpy".
       copy "ws-sancscreen.cpy".

       01 ws-std-rate-disp pic z9.99.

       01 ws-message pic x(50) value spaces.
       01 ws-color pic 99 value 15.
         03 PIC X(7) USING APPRAISAL-POSTCODE foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 14 COL 30 "F4 - FIND ADDRESS".
         03 LINE 14 COL 30 FOREGROUND-COLOR 14 "F4".
         03 LINE 14 COL 50 PIC X(18) FROM WS-ALOOK-STATUS-TEXT
            foreground-color 14.

         03 LINE 16 COL 2 "APPRAISED VALUE [".
         03 PIC ZZZ,ZZZ.ZZ using APPRAISAL-VALUE foreground-color 10
           perform PARA-215-GENERATE-APPRAISAL-REF
           move 0 to ws-done
           move spaces to ws-message
           move spaces to WS-ALOOK-STATUS-TEXT

           perform until done

               DISPLAY APPRAISAL-DETAILS-SCREEN
               ACCEPT APPRAISAL-DETAILS-SCREEN

               if key-code-1 = 4
                   perform PARA-225-PICK-ADDRESS
               end-if

               if key-code-1 = 0
                   move 1 to ws-done
               end-if
                       OPEN i-O appraisal-file
                       WRITE APPRAISAL-RECORD
                       CLOSE appraisal-file
                       perform PARA-226-VERIFY-ADDRESS
                       move 1 to ws-done
                   end-if
               end-if
                   move ws-appraisal-next-id to APPRAISAL-ID
                   move "P" to APPRAISAL-OUTCOME
                   move spaces to ws-message
                   move spaces to WS-ALOOK-STATUS-TEXT
               end-if

           end-perform

           move 0 to ws-done.

       PARA-225-PICK-ADDRESS.

           move "P" to WS-ALOOK-MODE
           move APPRAISAL-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK
           if WS-ALOOK-RESULT = "Y"
               move WS-ALOOK-AL1 to APPRAISAL-AL1
               move WS-ALOOK-AL2 to APPRAISAL-AL2
               move WS-ALOOK-AL3 to APPRAISAL-AL3
               move WS-ALOOK-AL4 to APPRAISAL-AL4
               move WS-ALOOK-POSTCODE to APPRAISAL-POSTCODE
               move 10 to ws-color
           else
               move 04 to ws-color
           end-if
           move WS-ALOOK-MESSAGE to ws-message.

       PARA-226-VERIFY-ADDRESS.

           move "A" to WS-ALOOK-REF-TYPE
           move APPRAISAL-ID to WS-ALOOK-REF-ID
           perform PARA-228-STAMP-ADDRESS.

       PARA-227-ADDRESS-STATUS.

           move "S" to WS-ALOOK-MODE
           move "A" to WS-ALOOK-REF-TYPE
           move APPRAISAL-ID to WS-ALOOK-REF-ID
           call "AddressLookup" using WS-ALOOK.

      *----------------------------------------------------------
      * Stamps the appraisal address against whichever record the
      * caller has set up in WS-ALOOK-REF-TYPE and WS-ALOOK-REF-ID.
      *----------------------------------------------------------
       PARA-228-STAMP-ADDRESS.

           move "V" to WS-ALOOK-MODE
           move APPRAISAL-AL1 to WS-ALOOK-AL1
           move APPRAISAL-AL2 to WS-ALOOK-AL2
           move APPRAISAL-AL3 to WS-ALOOK-AL3
           move APPRAISAL-AL4 to WS-ALOOK-AL4
           move APPRAISAL-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK.

       PARA-235-AMEND-APPRAISAL.
           move 0 to ws-done
           perform PARA-227-ADDRESS-STATUS

           perform until done

               DISPLAY APPRAISAL-DETAILS-SCREEN
               ACCEPT APPRAISAL-DETAILS-SCREEN

               if key-code-1 = 4
                   perform PARA-225-PICK-ADDRESS
               end-if

               if key-code-1 = 0
                   move 1 to ws-done
               end-if
                       REWRITE APPRAISAL-RECORD
                       CLOSE appraisal-file

                       perform PARA-226-VERIFY-ADDRESS
                       move 1 to ws-done
                   end-if
               end-if

      *----------------------------------------------------------
      * A won appraisal becomes a real instruction: a new seller
      * from the appraisal contact details and a new pre-market
      * property at the appraised value, both through
      * Generate-Next-Id so no reference is ever re-used, with the
      * conversion audit-logged. The new property reference is
           perform PARA-255-READ-CONVERTER-BRANCH
           move ws-converter-branch to
             PROPERTY-BRANCH-ID of PROPERTY-RECORD
           move space to OFFER-STATUS
           move function current-date(7:2) to INSTRUCTED-DAY
           move function current-date(5:2) to INSTRUCTED-MONTH
           move function current-date(1:4) to INSTRUCTED-YEAR
             ws-new-property-id into ws-audit-new-value
           perform Write-Audit-Log

           move "S" to WS-ALOOK-REF-TYPE
           move ws-new-seller-id to WS-ALOOK-REF-ID
           perform PARA-228-STAMP-ADDRESS
           move "P" to WS-ALOOK-REF-TYPE
           move ws-new-property-id to WS-ALOOK-REF-ID
           perform PARA-228-STAMP-ADDRESS

           perform PARA-257-CAPTURE-TERMS

           move "S" to WS-SANC-PARTY-TYPE
           move ws-new-seller-id to WS-SANC-PARTY-ID
           move APPRAISAL-SELLER-NAME to WS-SANC-PARTY-NAME
           call "SanctionsScreen" using WS-SANC

           if WS-SANC-RAISED not = 0
               move "Converted - seller referred to compliance." to
                 ws-message
               move 12 to ws-color
           else
               move "Converted - seller and property created." to
                 ws-message
               move 10 to ws-color
           end-if.

      *----------------------------------------------------------
      * The terms the vendor just signed go on file with the
      * instruction, before anyone can forget them: agency basis,
      * tie-in weeks, the withdrawal fee, the commission rate
      * agreed today - frozen against later rate changes on the
      * seller record - and whether it sells by private treaty or
      * at auction.
      *----------------------------------------------------------
       PARA-257-CAPTURE-TERMS.

           display " "
           display "Instruction terms for PROPERTY "
             ws-new-property-id
           display "Agency basis (S)ole, (M)ulti or (J)oint sole:"
           move spaces to ws-terms-input
           accept ws-terms-input
           move function upper-case(ws-terms-input(1:1)) to
             TERMS-BASIS
           if TERMS-BASIS not = "M" and TERMS-BASIS not = "J"
               move "S" to TERMS-BASIS
           end-if

           display "Sale method (P)rivate treaty or (A)uction:"
           move spaces to ws-terms-input
           accept ws-terms-input
           move function upper-case(ws-terms-input(1:1)) to
             TERMS-SALE-METHOD
           if TERMS-SALE-METHOD not = "A"
               move "P" to TERMS-SALE-METHOD
           end-if

           display "Tie-in period in weeks (0 for none):"
           move spaces to ws-terms-input
           accept ws-terms-input
           move function numval(ws-terms-input) to
             TERMS-WITHDRAWAL-FEE

           move "STD-COMMISSION-PCT" to WS-FEERATE-NAME
           move function current-date(1:8) to WS-FEERATE-DATE
           move 0 to WS-FEERATE-DEFAULT
           perform Read-Fee-Rate
           move WS-FEERATE-RESULT to ws-std-rate-disp

           display "Commission rate agreed (e.g. 1.50), blank for"
             " the standard " ws-std-rate-disp ":"
           move spaces to ws-terms-input
           accept ws-terms-input
           if ws-terms-input = spaces
               move WS-FEERATE-RESULT to TERMS-COMMISSION-RATE
           else
               move function numval(ws-terms-input) to
                 TERMS-COMMISSION-RATE
           end-if

           open i-o terms-file
           write TERMS-RECORD
           end-write
           close terms-file

           display "Terms filed with the instruction."
           if TERMS-SALE-METHOD = "A"
               display "For auction - enter it as a lot in the"
                 " auction (Property menu, option X)."
           end-if

           if TERMS-BASIS = "J"
               display "AGENCY-SHARE-PROPERTY" upon environment-name
               display ws-new-property-id upon environment-value
               call "AgencyShare"
               display "AGENCY-SHARE-PROPERTY" upon environment-name
               display " " upon environment-value
           end-if.

      *----------------------------------------------------------
      * The new instruction belongs to the converting user's

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "FeeRateRead.cpy".
       copy "ValidatePropertyType.cpy".

       copy "JournalWrite.cpy".
