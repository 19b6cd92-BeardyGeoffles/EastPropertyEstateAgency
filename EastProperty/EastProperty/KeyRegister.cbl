      *in the cabinet before an appointment is made; see
      *KeysOverdueSweep.cbl for the overnight chase of sets out too
      *long. Reached from the Office menu.
      *Keys signed out to a contractor offer the property's access
      *instructions for them on the spot (AccessInstructions.cbl),
      *the only way a contractor is given the alarm and key safe
      *codes.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. KeyRegister.

       copy "ws-functionkeys.cpy".
       copy "ws-common.cpy".
       copy "ws-access.cpy".

       01 ws-message pic x(50) value spaces.
       01 ws-color pic 99 value 15.
       01 ws-holder-valid-message pic x(40) value spaces.
       01 ws-out-count pic 9(4) value 0.
       01 ws-holder-name pic x(20) value spaces.
       01 ws-access-answer pic x value space.

       SCREEN SECTION.

               rewrite KEY-REG-RECORD
               close key-reg-file

               if KEYREG-HOLDER-TYPE = "C"
                   perform PARA-745-OFFER-ACCESS
               end-if

               move 10 to ws-color
               move 0 to ws-valid-property
               move 0 to ws-key-property-id
           end-if
           end-if.

      *----------------------------------------------------------
      * A contractor going out with the keys usually needs the
      * alarm and key safe codes too. AccessInstructions.cbl shows
      * them against this sign-out and logs that it did.
      *----------------------------------------------------------
       PARA-745-OFFER-ACCESS.

           display " "
           display "Give the contractor the access instructions?"
             " Y shows them, ENTER skips:"
           move space to ws-access-answer
           accept ws-access-answer
           move function upper-case(ws-access-answer) to
             ws-access-answer
           if ws-access-answer = "Y"
               initialize WS-ACCESS
               move KEYREG-PROPERTY-ID to WS-ACCESS-PROPERTY-ID
               move KEYREG-OUT-CONTRACTOR-ID to
                 WS-ACCESS-CONTRACTOR-ID
               call "AccessInstructions" using WS-ACCESS
           end-if.

       PARA-750-KEYS-OUT-REPORT.

           move 0 to ws-end-of-file
