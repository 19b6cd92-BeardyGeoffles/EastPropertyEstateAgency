      *WS-ACCESS.cpy
      *Parameter block for AccessInstructions.cbl. Initialize it for
      *the menu; a caller handing keys to a contractor sets the
      *property and WS-ACCESS-CONTRACTOR-ID to go straight to the
      *disclosure for that contractor. WS-ACCESS-SHOWN comes back 1
      *when the instructions were shown.
      *No VALUE clauses - AccessInstructions.cbl takes the same
      *layout in its LINKAGE SECTION.
       01 WS-ACCESS.
         03 WS-ACCESS-PROPERTY-ID PIC 9(6).
         03 WS-ACCESS-CONTRACTOR-ID PIC 9(4).
         03 WS-ACCESS-SHOWN PIC 9.
