      *DEPOSITCAPCHECK.cpy
      *Shared paragraph: would this money in take a tenancy deposit
      *past the legal cap? The cap is five weeks' rent (CONFIG
      *DEPOSIT-CAP-WEEKS), a week being PROPERTY-MONTHLY-RENT x 12
      */ 52. What is already held is the tenant's posted money in
      *on the property, plus any waiting countersign, less what has
      *gone back out or been transferred, plus any holding deposit
      *applied to the tenancy deposit on the holding deposit
      *register. Only a letting is capped. Calling program sets the
      *WS-DCAP-* inputs from ws-depositcap.cpy before performing
      *this paragraph, and must copy "propertyfile.cpy",
      *"depositfile.cpy", "holddepfile.cpy" and "configfile.cpy"
      *with their records, and ReadConfigValue.cpy.
       Check-Deposit-Cap.
           move 0 to WS-DCAP-LETTING
           move 0 to WS-DCAP-OVER
           move 0 to WS-DCAP-LIMIT
           move 0 to WS-DCAP-HELD
           move 0 to WS-DCAP-MONTHLY-RENT

           open input property-file
           move WS-DCAP-PROPERTY-ID to property-id of PROPERTY-RECORD
           read property-file
               invalid key
                   continue
               not invalid key
                   if LISTING-TYPE of PROPERTY-RECORD = "L"
                       move 1 to WS-DCAP-LETTING
                       move PROPERTY-MONTHLY-RENT of PROPERTY-RECORD
                         to WS-DCAP-MONTHLY-RENT
                   end-if
           end-read
           close property-file

           if WS-DCAP-LETTING = 1 and WS-DCAP-MONTHLY-RENT not = 0
               perform Check-Deposit-Cap-Held
           end-if.

       Check-Deposit-Cap-Held.
           move "DEPOSIT-CAP-WEEKS" to WS-CONFIG-NAME
           move 5 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to WS-DCAP-WEEKS
           compute WS-DCAP-LIMIT =
             WS-DCAP-MONTHLY-RENT * 12 * WS-DCAP-WEEKS / 52

           move 0 to WS-DCAP-EOF
           open input deposit-file
           perform until WS-DCAP-EOF = 1
               read deposit-file next record
                   at end
                       move 1 to WS-DCAP-EOF
                   not at end
                       if DEPOSIT-PROPERTY-ID = WS-DCAP-PROPERTY-ID and
                         DEPOSIT-BUYER-ID = WS-DCAP-PAYER-ID
                           if DEPOSIT-MOVEMENT = "I" and
                             DEPOSIT-PEND-FLAG not = "R"
                               add DEPOSIT-AMOUNT to WS-DCAP-HELD
                           end-if
                           if DEPOSIT-MOVEMENT not = "I" and
                             DEPOSIT-PEND-FLAG = space
                               subtract DEPOSIT-AMOUNT from
                                 WS-DCAP-HELD
                           end-if
                       end-if
           end-perform
           close deposit-file

           move 0 to WS-DCAP-EOF
           open input hold-dep-file
           move WS-DCAP-PROPERTY-ID to HD-PROPERTY-ID
           start hold-dep-file key = HD-PROPERTY-ID
               invalid key
                   move 1 to WS-DCAP-EOF
           end-start
           perform until WS-DCAP-EOF = 1
               read hold-dep-file next record
                   at end
                       move 1 to WS-DCAP-EOF
                   not at end
                       if HD-PROPERTY-ID not = WS-DCAP-PROPERTY-ID
                           move 1 to WS-DCAP-EOF
                       else
                           if HD-TENANT-ID = WS-DCAP-PAYER-ID and
                             HD-OUTCOME = "D"
                               add HD-AMOUNT to WS-DCAP-HELD
                           end-if
                       end-if
           end-perform
           close hold-dep-file

           if WS-DCAP-HELD + WS-DCAP-AMOUNT > WS-DCAP-LIMIT
               move 1 to WS-DCAP-OVER
           end-if.
