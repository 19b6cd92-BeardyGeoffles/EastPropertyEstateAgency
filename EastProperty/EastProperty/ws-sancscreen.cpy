      *WS-SANCSCREEN.cpy
      *Parameter block for SanctionsScreen.cbl. The calling program
      *moves the party type (B = buyer, S = seller, T = tenant), its
      *reference and name into the block and calls
      *"SanctionsScreen" using WS-SANC. The number of possible
      *matches newly queued for review comes back in
      *WS-SANC-RAISED, and WS-SANC-HELD is 1 when the party already
      *stands as a true match.
      *No VALUE clauses - SanctionsScreen.cbl takes the same layout
      *in its LINKAGE SECTION.
       01 WS-SANC.
         03 WS-SANC-PARTY-TYPE PIC X.
         03 WS-SANC-PARTY-ID PIC 9(6).
         03 WS-SANC-PARTY-NAME PIC X(20).
         03 WS-SANC-RAISED PIC 9(3).
         03 WS-SANC-HELD PIC 9.
