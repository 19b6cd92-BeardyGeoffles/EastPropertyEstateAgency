      *SERVICELEVELREAD.cpy
      *Shared paragraph: what service do we give on this letting?
      *Statements, the ledger post, rent collection, inspections,
      *maintenance and renewals all ask the same question, so the
      *answer comes from one place - a let-only letting is never
      *chased for rent or given a job in one program and treated as
      *managed in the next. Calling program sets WS-SVC-PROPERTY-ID
      *from ws-svcagree.cpy before performing this paragraph, and
      *must copy "svcagreefile.cpy" / "svcagreerecord.cpy".
       Read-Service-Agreement.
           move 0 to WS-SVC-FOUND
           move "F" to WS-SVC-LEVEL-CODE
           move 0 to WS-SVC-PERCENT
           move 0 to WS-SVC-SETUP
           move 0 to WS-SVC-RENEWAL
           move 0 to WS-SVC-INSPECTION

           open input svc-agree-file
           move WS-SVC-PROPERTY-ID to SVC-PROPERTY-ID
           read svc-agree-file
               invalid key
                   continue
               not invalid key
                   move 1 to WS-SVC-FOUND
                   move SVC-LEVEL to WS-SVC-LEVEL-CODE
                   move SVC-FEE-PERCENT to WS-SVC-PERCENT
                   move SVC-SETUP-FEE to WS-SVC-SETUP
                   move SVC-RENEWAL-FEE to WS-SVC-RENEWAL
                   move SVC-INSPECTION-FEE to WS-SVC-INSPECTION
           end-read
           close svc-agree-file.
