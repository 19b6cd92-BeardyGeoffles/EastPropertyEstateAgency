      *CONTACTNOTERECORD.cpy
      *Record layout for the contact notes indexed file - the dated
      *history of every call, email and visit with a buyer, seller
      *or tenant, where BUYER-NOTES, SELLER-NOTES and TENANT-NOTES
      *only ever held the latest line. Keyed by the party
      *(CN-PARTY-TYPE B/S/T and its ID) and the date and time the
      *note was keyed, so reading on from the party's first key
      *gives their story oldest first. CN-METHOD: I = call in,
      *O = call out, E = email, V = visit. Kept by ContactNotes.cbl.
       FD CONTACT-NOTE-FILE.
       01 CONTACT-NOTE-RECORD.
         03 CN-KEY.
           05 CN-PARTY-TYPE PIC X.
           05 CN-PARTY-ID PIC 9(6).
           05 CN-DATE PIC 9(8).
           05 CN-TIME PIC 9(8).
         03 CN-USER-ID PIC 9(6).
         03 CN-METHOD PIC X.
         03 CN-NOTE PIC X(70).
