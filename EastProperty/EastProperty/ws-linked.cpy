      *WS-LINKED.cpy
      *Parameter block for LinkedRecords.cbl. The calling screen
      *moves the kind of record on it (WS-LINK-TYPE P property,
      *V viewing, B buyer, S seller, T tenant, J maintenance job)
      *and its reference into the block and calls "LinkedRecords"
      *using WS-LINK when F10 is pressed.
      *No VALUE clauses - LinkedRecords.cbl takes the same layout in
      *its LINKAGE SECTION.
       01 WS-LINK.
         03 WS-LINK-TYPE PIC X.
         03 WS-LINK-ID PIC 9(6).
