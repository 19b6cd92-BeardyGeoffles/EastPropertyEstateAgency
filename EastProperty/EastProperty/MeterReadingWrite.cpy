      *METERREADINGWRITE.cpy
      *Shared paragraph: records the meters at a change of occupier
      *and queues the change-of-occupier notice for it. The letting
      *details screen (move-in) and CheckoutSettlement.cbl (checkout)
      *both come through here, so the two ends of a tenancy are
      *recorded and notified the same way. The tenants are named
      *from TENANCY-PARTY-FILE - the lead tenant alone when no
      *parties are linked yet - and kept on the reading, and the
      *queued OCCUPYIN / OCCUPYOUT event carries the reading's
      *reference for NotifyDispatch.cbl to word the notice from.
      *Calling program sets the WS-MTR-* fields from ws-meter.cpy
      *and must copy the meter, tenant, tenancy-party, sequence and
      *notify-queue file and record copybooks, ws-nextid.cpy,
      *ws-notifyqueue.cpy, GenerateNextId.cpy and
      *NotifyQueueWrite.cpy.
       Write-Meter-Reading.
           if WS-MTR-READ-YEAR = 0
               move function current-date(7:2) to WS-MTR-READ-DAY
               move function current-date(5:2) to WS-MTR-READ-MONTH
               move function current-date(1:4) to WS-MTR-READ-YEAR
           end-if
           if WS-MTR-OCCUPIER-YEAR = 0
               move WS-MTR-READ-DATE to WS-MTR-OCCUPIER-DATE
           end-if

           move spaces to WS-MTR-NAMES
           move 1 to WS-MTR-NAME-PTR
           move 0 to WS-MTR-PARTY-COUNT
           move 0 to WS-MTR-PARTY-EOF

           open input tenant-file
           open input tenancy-party-file
           move WS-MTR-PROPERTY-ID to TP-PROPERTY-ID
           start tenancy-party-file key = TP-PROPERTY-ID
               invalid key
                   move 1 to WS-MTR-PARTY-EOF
           end-start
           perform until WS-MTR-PARTY-EOF = 1
               read tenancy-party-file next record
                   at end
                       move 1 to WS-MTR-PARTY-EOF
                   not at end
                       if TP-PROPERTY-ID not = WS-MTR-PROPERTY-ID
                           move 1 to WS-MTR-PARTY-EOF
                       else
                           move TP-TENANT-ID to TENANT-ID
                           perform Add-Meter-Tenant-Name
                       end-if
               end-read
           end-perform
           close tenancy-party-file

           if WS-MTR-PARTY-COUNT = 0 and WS-MTR-LEAD-TENANT-ID not = 0
               move WS-MTR-LEAD-TENANT-ID to TENANT-ID
               perform Add-Meter-Tenant-Name
           end-if
           close tenant-file

           move "METERRDG" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           move WS-NEXTID-RESULT to WS-MTR-ID

           initialize METER-RECORD
           move WS-MTR-ID to MTR-ID
           move WS-MTR-PROPERTY-ID to MTR-PROPERTY-ID
           move WS-MTR-EVENT to MTR-EVENT
           move WS-MTR-READ-DATE to MTR-READ-DATE
           move WS-MTR-OCCUPIER-DATE to MTR-OCCUPIER-DATE
           move WS-MTR-GAS to MTR-GAS
           move WS-MTR-ELEC to MTR-ELEC
           move WS-MTR-WATER to MTR-WATER
           move WS-MTR-NAMES to MTR-TENANT-NAMES
           move ws-current-user-id to MTR-USER-ID

           open i-o meter-file
           write METER-RECORD
           close meter-file

           move WS-MTR-PROPERTY-ID to WS-NOTIFY-PROPERTY-ID
           move 0 to WS-NOTIFY-BUYER-ID
           move 0 to WS-NOTIFY-SELLER-ID
           move 0 to WS-NOTIFY-USER-ID
           if WS-MTR-EVENT = "O"
               move "OCCUPYOUT" to WS-NOTIFY-EVENT-TYPE
           else
               move "OCCUPYIN" to WS-NOTIFY-EVENT-TYPE
           end-if
           move WS-MTR-ID to WS-NOTIFY-REF-ID
           perform Write-Notify-Queue

           move 0 to WS-MTR-GAS
           move 0 to WS-MTR-ELEC
           move 0 to WS-MTR-WATER
           move 0 to WS-MTR-READ-DAY
           move 0 to WS-MTR-READ-MONTH
           move 0 to WS-MTR-READ-YEAR
           move 0 to WS-MTR-OCCUPIER-DAY
           move 0 to WS-MTR-OCCUPIER-MONTH
           move 0 to WS-MTR-OCCUPIER-YEAR.

       Add-Meter-Tenant-Name.
           read tenant-file
               invalid key
                   continue
               not invalid key
                   if WS-MTR-PARTY-COUNT > 0
                       string ", " delimited by size
                         into WS-MTR-NAMES
                         with pointer WS-MTR-NAME-PTR
                   end-if
                   string function trim(TENANT-NAME)
                     delimited by size into WS-MTR-NAMES
                     with pointer WS-MTR-NAME-PTR
                   add 1 to WS-MTR-PARTY-COUNT
           end-read.
