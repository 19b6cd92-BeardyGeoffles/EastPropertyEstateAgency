      *SANCTIONSCHECK.cpy
      *Shared paragraph: does this party stand as a true match on
      *the sanctions/PEP screening review queue? One confirmed
      *match not yet cleared by the compliance user
      *(SanctionsReview.cbl) holds the party - no offer acceptance
      *and no client-account payment. Calling program sets
      *WS-SCHK-PARTY-TYPE (B/S/T) and WS-SCHK-PARTY-ID from
      *ws-sanccheck.cpy before performing this paragraph, and must
      *copy "sancmatchfile.cpy" / "sancmatchrecord.cpy". The caller
      *clears WS-SCHK-HELD before the first check of a set; this
      *paragraph only ever sets it.
       Check-Sanctions-Party.
           move 0 to WS-SCHK-EOF
           open input sanc-match-file
           move WS-SCHK-PARTY-TYPE to SM-PARTY-TYPE
           move WS-SCHK-PARTY-ID to SM-PARTY-ID
           start sanc-match-file key = SM-PARTY
               invalid key
                   move 1 to WS-SCHK-EOF
           end-start

           perform until WS-SCHK-EOF = 1
               read sanc-match-file next record
                   at end
                       move 1 to WS-SCHK-EOF
                   not at end
                       if SM-PARTY-TYPE not = WS-SCHK-PARTY-TYPE or
                         SM-PARTY-ID not = WS-SCHK-PARTY-ID
                           move 1 to WS-SCHK-EOF
                       else
                           if SM-STATUS = "T"
                               move 1 to WS-SCHK-HELD
                               move SM-PARTY-TYPE to WS-SCHK-HELD-TYPE
                               move SM-PARTY-ID to WS-SCHK-HELD-ID
                               move SM-PARTY-NAME to WS-SCHK-HELD-NAME
                               move 1 to WS-SCHK-EOF
                           end-if
                       end-if
               end-read
           end-perform
           close sanc-match-file.
