      *FEERATEREAD.cpy
      *Shared paragraph that finds the rate in force on a date from
      *FEE-RATE-FILE - the row for the rate name with the latest
      *effective-from date on or before WS-FEERATE-DATE - falling
      *back to WS-FEERATE-DEFAULT when the rate had not been keyed
      *by then. Calling program must set the WS-FEERATE-* fields
      *from ws-feerate.cpy before performing this paragraph.
       Read-Fee-Rate.
           move WS-FEERATE-DEFAULT to WS-FEERATE-RESULT
           move 0 to WS-FEERATE-FROM
           move 0 to WS-FEERATE-EOF

           open input fee-rate-file
           move WS-FEERATE-NAME to FEERATE-NAME
           move 0 to FEERATE-FROM-DATE
           start fee-rate-file key is not < FEERATE-KEY
               invalid key
                   move 1 to WS-FEERATE-EOF
           end-start
           perform until WS-FEERATE-EOF = 1
               read fee-rate-file next record
                   at end
                       move 1 to WS-FEERATE-EOF
                   not at end
                       if FEERATE-NAME not = WS-FEERATE-NAME or
                         FEERATE-FROM-DATE > WS-FEERATE-DATE
                           move 1 to WS-FEERATE-EOF
                       else
                           move FEERATE-VALUE to WS-FEERATE-RESULT
                           move FEERATE-FROM-DATE to WS-FEERATE-FROM
                       end-if
               end-read
           end-perform
           close fee-rate-file.
