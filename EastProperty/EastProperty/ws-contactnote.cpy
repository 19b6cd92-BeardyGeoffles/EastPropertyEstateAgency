      *WS-CONTACTNOTE.cpy
      *Parameter block for ContactNotes.cbl. The calling program
      *initializes WS-CNOTE, sets the party whose notes are wanted
      *(WS-CNOTE-PARTY-TYPE B/S/T and WS-CNOTE-PARTY-ID), and calls
      *"ContactNotes" using WS-CNOTE. WS-CNOTE-ADDED comes back with
      *the number of notes added; a buyer screen holding its buyer
      *stamps today on its own copy of BUYER-LAST-CONTACT-DATE when
      *it is not zero, or its next save would put the old date back.
      *No VALUE clauses - ContactNotes.cbl takes the same layout in
      *its LINKAGE SECTION.
       01 WS-CNOTE.
         03 WS-CNOTE-PARTY-TYPE PIC X.
         03 WS-CNOTE-PARTY-ID PIC 9(6).
         03 WS-CNOTE-ADDED PIC 9(4).
