      *SANCTIONSOWNERCHECK.cpy
      *Shared paragraphs over Check-Sanctions-Party
      *(SanctionsCheck.cpy, which the caller copies as well):
      *  Check-Sanctions-Owners - the lead seller in
      *  WS-SCHK-SELLER-ID and every joint owner of the property in
      *  WS-SCHK-PROPERTY-ID. Needs "jointownerfile.cpy" /
      *  "jointownerrecord.cpy".
      *  Check-Sanctions-Movement - the party a client-account
      *  movement pays: money out (WS-SCHK-MOVEMENT "O") goes back
      *  to the payer in WS-SCHK-PAYER-ID, a tenant on a letting and
      *  a buyer on a sale; a transfer ("T") goes to the property's
      *  owners. Reads the property, so also needs
      *  "propertyfile.cpy" / "propertyrecord.cpy" and
      *  MainFileOpenCheck.cpy.
      *Both clear WS-SCHK-HELD first.
       Check-Sanctions-Owners.
           move 0 to WS-SCHK-HELD
           move "S" to WS-SCHK-PARTY-TYPE
           move WS-SCHK-SELLER-ID to WS-SCHK-PARTY-ID
           if WS-SCHK-PARTY-ID not = 0
               perform Check-Sanctions-Party
           end-if

           move 0 to WS-SCHK-JO-EOF
           open input joint-owner-file
           perform until WS-SCHK-JO-EOF = 1 or WS-SCHK-HELD = 1
               read joint-owner-file next record
                   at end
                       move 1 to WS-SCHK-JO-EOF
                   not at end
                       if JO-PROPERTY-ID = WS-SCHK-PROPERTY-ID and
                         JO-SELLER-ID not = WS-SCHK-SELLER-ID
                           move JO-SELLER-ID to WS-SCHK-PARTY-ID
                           perform Check-Sanctions-Party
                       end-if
               end-read
           end-perform
           close joint-owner-file.

       Check-Sanctions-Movement.
           move 0 to WS-SCHK-HELD
           open input property-file
           perform Check-Property-Open
           move WS-SCHK-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   move 0 to WS-SCHK-SELLER-ID
                   move space to LISTING-TYPE of property-record
               not invalid key
                   move PROP-SELLER-ID of property-record to
                     WS-SCHK-SELLER-ID
           end-read
           close property-file

           if WS-SCHK-MOVEMENT = "O"
               if LISTING-TYPE of property-record = "L"
                   move "T" to WS-SCHK-PARTY-TYPE
               else
                   move "B" to WS-SCHK-PARTY-TYPE
               end-if
               move WS-SCHK-PAYER-ID to WS-SCHK-PARTY-ID
               perform Check-Sanctions-Party
           else
               if WS-SCHK-MOVEMENT = "T"
                   perform Check-Sanctions-Owners
               end-if
           end-if.
