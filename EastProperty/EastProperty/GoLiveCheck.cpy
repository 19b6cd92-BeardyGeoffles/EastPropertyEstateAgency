      *GOLIVECHECK.cpy
      *Shared paragraph: is this instruction ready to go on the
      *market? The go-live checklist - terms signed on TERMS-FILE,
      *the seller's AML check passed, an unexpired EPC on the
      *certificate register (Check-Marketing-Eligible), at least one
      *photo path, the particulars rooms keyed, the board ordered or
      *up, and the seller's contact consent recorded - plus any
      *manager's override on GO-LIVE-FILE. One rule here, so the
      *screens that list a property, the checklist screen and the
      *morning pre-market report can never disagree about it.
      *The property must be in PROPERTY-RECORD. Calling program
      *copies "ws-golive.cpy" and "ws-marketcheck.cpy", performs
      *Check-Go-Live, and must copy "termsfile.cpy",
      *"amlfile.cpy", "certfile.cpy", "particularsfile.cpy",
      *"boardfile.cpy", "sellerfile.cpy" and "golivefile.cpy" with
      *their records, and "MarketingCheck.cpy".
       Check-Go-Live.
           move zeros to WS-GOLIVE-MET-TABLE
           move 0 to WS-GOLIVE-READY
           move 0 to WS-GOLIVE-OVERRIDDEN
           move 0 to WS-GOLIVE-CLEAR
           move 0 to WS-GOLIVE-GAP-COUNT
           move spaces to WS-GOLIVE-FIRST-GAP
           move spaces to WS-GOLIVE-OVERRIDE-REASON
           move space to WS-GOLIVE-BOARD-STATUS

           open input terms-file
           move property-id of property-record to TERMS-PROPERTY-ID
           read terms-file
               invalid key
                   continue
               not invalid key
                   move 1 to WS-GOLIVE-MET(1)
           end-read
           close terms-file

           move 0 to WS-GOLIVE-EOF
           open input aml-file
           perform until WS-GOLIVE-EOF = 1
               read aml-file next record
                   at end
                       move 1 to WS-GOLIVE-EOF
                   not at end
                       if AML-PARTY-TYPE = "S" and
                         AML-PARTY-ID = PROP-SELLER-ID of
                         property-record and AML-RESULT = "Y"
                           move 1 to WS-GOLIVE-MET(2)
                           move 1 to WS-GOLIVE-EOF
                       end-if
               end-read
           end-perform
           close aml-file

           move property-id of property-record to WS-MKT-PROPERTY-ID
           move LISTING-TYPE of property-record to WS-MKT-LISTING-TYPE
           perform Check-Marketing-Eligible
           move WS-MKT-HAS-EPC to WS-GOLIVE-MET(3)

           perform varying WS-GOLIVE-IDX from 1 by 1
             until WS-GOLIVE-IDX > 5
               if PHOTO-PATH of property-record(WS-GOLIVE-IDX)
                 not = spaces
                   move 1 to WS-GOLIVE-MET(4)
               end-if
           end-perform

      *Sequence zero is the legal footer; the rooms start at one.
           move 0 to WS-GOLIVE-EOF
           open input particulars-file
           move property-id of property-record to PART-PROPERTY-ID
           move 1 to PART-SEQ
           start particulars-file key not < PART-KEY
               invalid key
                   move 1 to WS-GOLIVE-EOF
           end-start
           perform until WS-GOLIVE-EOF = 1
               read particulars-file next record
                   at end
                       move 1 to WS-GOLIVE-EOF
                   not at end
                       if PART-PROPERTY-ID not =
                         property-id of property-record
                           move 1 to WS-GOLIVE-EOF
                       else
                           if PART-ROOM-NAME not = spaces
                               move 1 to WS-GOLIVE-MET(5)
                               move 1 to WS-GOLIVE-EOF
                           end-if
                       end-if
               end-read
           end-perform
           close particulars-file

      *Ordered or already up counts; a board from an earlier
      *instruction that is down, or slipped to sold, does not.
           open input board-file
           move property-id of property-record to BOARD-PROPERTY-ID
           read board-file
               invalid key
                   continue
               not invalid key
                   move BOARD-STATUS to WS-GOLIVE-BOARD-STATUS
                   if BOARD-STATUS = "O" or BOARD-STATUS = "E"
                       move 1 to WS-GOLIVE-MET(6)
                   end-if
           end-read
           close board-file

           open input seller-file
           move PROP-SELLER-ID of property-record to
             SELLER-ID of seller-record
           read seller-file
               invalid key
                   continue
               not invalid key
                   if SELLER-CONSENT-YEAR of seller-record not = 0
                       move 1 to WS-GOLIVE-MET(7)
                   end-if
           end-read
           close seller-file

           perform varying WS-GOLIVE-IDX from 1 by 1
             until WS-GOLIVE-IDX > 7
               if WS-GOLIVE-MET(WS-GOLIVE-IDX) = 0
                   add 1 to WS-GOLIVE-GAP-COUNT
                   if WS-GOLIVE-FIRST-GAP = spaces
                       move WS-GOLIVE-ITEM-NAME(WS-GOLIVE-IDX) to
                         WS-GOLIVE-FIRST-GAP
                   end-if
               end-if
           end-perform
           if WS-GOLIVE-GAP-COUNT = 0
               move 1 to WS-GOLIVE-READY
           end-if

           open input go-live-file
           move property-id of property-record to GOLIVE-PROPERTY-ID
           read go-live-file
               invalid key
                   continue
               not invalid key
                   move 1 to WS-GOLIVE-OVERRIDDEN
                   move GOLIVE-OVERRIDE-REASON to
                     WS-GOLIVE-OVERRIDE-REASON
           end-read
           close go-live-file

           if WS-GOLIVE-READY = 1 or WS-GOLIVE-OVERRIDDEN = 1
               move 1 to WS-GOLIVE-CLEAR
           end-if.
