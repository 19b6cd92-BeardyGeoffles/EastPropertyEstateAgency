      *LEASETERMCHECK.cpy
      *Shared paragraphs: how long is left on a leasehold's lease?
      *Asked when the details are keyed, when a sale is instructed
      *and when an offer is accepted - under 80 years and most
      *lenders decline, which is where leasehold sales fall
      *through, so everyone works to the same sum.
      *Check-Lease-Term reads LEASEHOLD-FILE for
      *WS-LEASE-PROPERTY-ID (ws-leasecheck.cpy); the calling
      *program must copy "leaseholdfile.cpy" / "leaseholdrecord.cpy"
      *and must not have the file open. Calc-Lease-Years-Left works
      *on the LEASEHOLD-RECORD already in the record area.
       Check-Lease-Term.
           move 0 to WS-LEASE-FOUND
           move 0 to WS-LEASE-KNOWN
           move 0 to WS-LEASE-SHORT
           move 0 to WS-LEASE-YEARS-LEFT
           move spaces to WS-LEASE-WARNING

           open input leasehold-file
           move WS-LEASE-PROPERTY-ID to LH-PROPERTY-ID
           read leasehold-file
               invalid key
                   continue
               not invalid key
                   move 1 to WS-LEASE-FOUND
           end-read
           close leasehold-file

           if WS-LEASE-FOUND = 1
               perform Calc-Lease-Years-Left
           end-if.

      *Whole years left: the expiry year less this year, one fewer
      *when the expiry's day of the year has not come round yet.
       Calc-Lease-Years-Left.
           move 0 to WS-LEASE-KNOWN
           move 0 to WS-LEASE-SHORT
           move 0 to WS-LEASE-YEARS-LEFT
           move spaces to WS-LEASE-WARNING

           if LH-LEASE-START not = 0 and LH-TERM-YEARS not = 0
               move 1 to WS-LEASE-KNOWN
               move function current-date(1:8) to WS-LEASE-TODAY
               compute WS-LEASE-EXPIRY = LH-LEASE-START +
                 (LH-TERM-YEARS * 10000)
               compute WS-LEASE-YEARS-CALC =
                 WS-LEASE-EXPIRY-YYYY - WS-LEASE-TODAY-YYYY
               if WS-LEASE-EXPIRY-MMDD < WS-LEASE-TODAY-MMDD
                   subtract 1 from WS-LEASE-YEARS-CALC
               end-if
               if WS-LEASE-YEARS-CALC > 0
                   move WS-LEASE-YEARS-CALC to WS-LEASE-YEARS-LEFT
               end-if
               if WS-LEASE-YEARS-LEFT < WS-LEASE-MIN-YEARS
                   move 1 to WS-LEASE-SHORT
                   move WS-LEASE-YEARS-LEFT to WS-LEASE-YEARS-DISP
                   string "LEASE HAS ", WS-LEASE-YEARS-DISP,
                     " YEARS LEFT - UNDER ", WS-LEASE-MIN-YEARS,
                     ", LENDERS MAY DECLINE"
                     delimited by size into WS-LEASE-WARNING
               end-if
           end-if.
