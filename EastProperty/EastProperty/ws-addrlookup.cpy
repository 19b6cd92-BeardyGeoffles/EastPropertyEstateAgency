      *WS-ADDRLOOKUP.cpy
      *Parameter block for AddressLookup.cbl. Calling program sets
      *WS-ALOOK-MODE and the fields that mode needs:
      *  P = pick-list: WS-ALOOK-POSTCODE keyed on the screen; on
      *      a pick WS-ALOOK-RESULT comes back "Y" with the four
      *      address lines and the postcode filled in.
      *  V = verify and record: WS-ALOOK-REF-TYPE / WS-ALOOK-REF-ID
      *      and the address as saved; the address is checked
      *      against the postcode file and the verdict stamped on
      *      the register - WS-ALOOK-RESULT "Y" verified, "N" not.
      *  S = status: WS-ALOOK-REF-TYPE / WS-ALOOK-REF-ID; the
      *      verdict last stamped, "Y", "N" or space if none.
      *WS-ALOOK-STATUS-TEXT is ready for the entry screen and
      *WS-ALOOK-MESSAGE says what happened.
       01 WS-ALOOK.
         03 WS-ALOOK-MODE PIC X.
         03 WS-ALOOK-REF-TYPE PIC X.
         03 WS-ALOOK-REF-ID PIC 9(6).
         03 WS-ALOOK-AL1 PIC X(25).
         03 WS-ALOOK-AL2 PIC X(25).
         03 WS-ALOOK-AL3 PIC X(25).
         03 WS-ALOOK-AL4 PIC X(25).
         03 WS-ALOOK-POSTCODE PIC X(7).
         03 WS-ALOOK-RESULT PIC X.
         03 WS-ALOOK-STATUS-TEXT PIC X(18).
         03 WS-ALOOK-MESSAGE PIC X(50).
