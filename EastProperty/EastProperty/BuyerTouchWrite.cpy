      *BUYERTOUCHWRITE.cpy
      *Shared paragraph that stamps today onto the buyer's
      *BUYER-LAST-CONTACT-DATE - performed wherever a viewing, an
      *enquiry, a dispatched notification or a contact note keyed
      *in ContactNotes.cbl touches the applicant, so the call-back
      *worklist in BuyerTouchCycle.cbl knows who has actually been
      *spoken to. The buyer buffer is saved and put
      *back so a caller mid-way through its own buyer is not
      *disturbed. Calling program sets WS-TOUCH-BUYER-ID from
      *ws-buyertouch.cpy before performing this paragraph.
