      *LETTERHEADLINES.cbl
      *Letterhead builder for the document programs. Called with the
      *WS-LHEAD block (ws-letterhead.cpy) and the branch a document
      *belongs to, it reads that branch's LETTERHEAD-FILE record -
      *or failing that the company letterhead, branch 00 - and
      *returns the header lines (trading name, address, phone and
      *email) and the footer lines (company registration and VAT
      *numbers, redress scheme, client money protection and the
      *free footer) ready to print. Items left blank on the
      *letterhead are simply left out. With no letterhead keyed at
      *all the header falls back to the trading name and the
      *branch's name and phone off BRANCH-FILE, and there is no
      *footer. Maintained through Letterhead.cbl.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. LetterheadLines.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "letterheadfile.cpy".
       copy "branchfile.cpy".

       data division.

       FILE SECTION.
       copy "letterheadrecord.cpy".
       copy "branchrecord.cpy".

       working-storage section.

       01 ws-lhead-found pic 9 value 0 comp.
       01 ws-line-ptr pic 9(3) value 0 comp.
       01 ws-build-line pic x(80) value spaces.

       linkage section.

       copy "ws-letterhead.cpy".

       procedure division using WS-LHEAD.

       PARA-000-MAIN.

           move 0 to WS-LHEAD-HEAD-COUNT
           move 0 to WS-LHEAD-FOOT-COUNT
           move spaces to WS-LHEAD-HEAD-LINE(1) WS-LHEAD-HEAD-LINE(2)
             WS-LHEAD-HEAD-LINE(3) WS-LHEAD-HEAD-LINE(4)
           move spaces to WS-LHEAD-FOOT-LINE(1) WS-LHEAD-FOOT-LINE(2)
             WS-LHEAD-FOOT-LINE(3) WS-LHEAD-FOOT-LINE(4)
             WS-LHEAD-FOOT-LINE(5)

           perform PARA-100-READ-LETTERHEAD

           if ws-lhead-found = 1
               perform PARA-200-BUILD-HEADER
               perform PARA-300-BUILD-FOOTER
           else
               perform PARA-400-BRANCH-FALLBACK
           end-if

           goback.

      *----------------------------------------------------------
      * The branch's own letterhead first, then the company one.
      *----------------------------------------------------------
       PARA-100-READ-LETTERHEAD.

           move 0 to ws-lhead-found

           open input letterhead-file
           move WS-LHEAD-BRANCH-ID to LHEAD-BRANCH-ID
           read letterhead-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-lhead-found
           end-read

           if ws-lhead-found = 0 and WS-LHEAD-BRANCH-ID not = 0
               move 0 to LHEAD-BRANCH-ID
               read letterhead-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to ws-lhead-found
               end-read
           end-if
           close letterhead-file.

       PARA-200-BUILD-HEADER.

           if LHEAD-COMPANY-NAME = spaces
               move "EAST PROPERTY" to ws-build-line
           else
               move LHEAD-COMPANY-NAME to ws-build-line
           end-if
           perform PARA-250-ADD-HEAD-LINE

           move spaces to ws-build-line
           move 1 to ws-line-ptr
           if LHEAD-AL1 not = spaces
               string function trim(LHEAD-AL1) delimited by size
                 into ws-build-line with pointer ws-line-ptr
           end-if
           if LHEAD-AL2 not = spaces
               string ", ", function trim(LHEAD-AL2)
                 delimited by size into ws-build-line
                 with pointer ws-line-ptr
           end-if
           if LHEAD-AL3 not = spaces
               string ", ", function trim(LHEAD-AL3)
                 delimited by size into ws-build-line
                 with pointer ws-line-ptr
           end-if
           if LHEAD-AL4 not = spaces
               string ", ", function trim(LHEAD-AL4)
                 delimited by size into ws-build-line
                 with pointer ws-line-ptr
           end-if
           if LHEAD-POSTCODE not = spaces
               string "  ", function trim(LHEAD-POSTCODE)
                 delimited by size into ws-build-line
                 with pointer ws-line-ptr
           end-if
           if ws-build-line(1:2) = ", "
               move ws-build-line(3:78) to ws-build-line
           end-if
           perform PARA-250-ADD-HEAD-LINE

           move spaces to ws-build-line
           move 1 to ws-line-ptr
           if LHEAD-PHONE not = spaces
               string "TEL ", function trim(LHEAD-PHONE), "   "
                 delimited by size into ws-build-line
                 with pointer ws-line-ptr
           end-if
           if LHEAD-EMAIL not = spaces
               string "EMAIL ", function trim(LHEAD-EMAIL)
                 delimited by size into ws-build-line
                 with pointer ws-line-ptr
           end-if
           perform PARA-250-ADD-HEAD-LINE.

       PARA-250-ADD-HEAD-LINE.

           if ws-build-line not = spaces and WS-LHEAD-HEAD-COUNT < 4
               add 1 to WS-LHEAD-HEAD-COUNT
               move ws-build-line to
                 WS-LHEAD-HEAD-LINE(WS-LHEAD-HEAD-COUNT)
           end-if.

      *----------------------------------------------------------
      * The statutory lines: who we are registered as, and the
      * redress and client money schemes we belong to, then the
      * branch's own footer wording.
      *----------------------------------------------------------
       PARA-300-BUILD-FOOTER.

           move spaces to ws-build-line
           move 1 to ws-line-ptr
           if LHEAD-COMPANY-REG not = spaces
               string "REGISTERED IN ENGLAND AND WALES NO ",
                 function trim(LHEAD-COMPANY-REG), "   "
                 delimited by size into ws-build-line
                 with pointer ws-line-ptr
           end-if
           if LHEAD-VAT-NO not = spaces
               string "VAT REG NO ", function trim(LHEAD-VAT-NO)
                 delimited by size into ws-build-line
                 with pointer ws-line-ptr
           end-if
           perform PARA-350-ADD-FOOT-LINE

           move spaces to ws-build-line
           if LHEAD-REDRESS-SCHEME not = spaces
               string "REDRESS SCHEME: ",
                 function trim(LHEAD-REDRESS-SCHEME),
                 "  MEMBERSHIP NO ", function trim(LHEAD-REDRESS-NO)
                 delimited by size into ws-build-line
           end-if
           perform PARA-350-ADD-FOOT-LINE

           move spaces to ws-build-line
           if LHEAD-CMP-SCHEME not = spaces
               string "CLIENT MONEY PROTECTION: ",
                 function trim(LHEAD-CMP-SCHEME),
                 "  MEMBERSHIP NO ", function trim(LHEAD-CMP-NO)
                 delimited by size into ws-build-line
           end-if
           perform PARA-350-ADD-FOOT-LINE

           move LHEAD-FOOTER-1 to ws-build-line
           perform PARA-350-ADD-FOOT-LINE
           move LHEAD-FOOTER-2 to ws-build-line
           perform PARA-350-ADD-FOOT-LINE.

       PARA-350-ADD-FOOT-LINE.

           if ws-build-line not = spaces and WS-LHEAD-FOOT-COUNT < 5
               add 1 to WS-LHEAD-FOOT-COUNT
               move ws-build-line to
                 WS-LHEAD-FOOT-LINE(WS-LHEAD-FOOT-COUNT)
           end-if.

       PARA-400-BRANCH-FALLBACK.

           move "EAST PROPERTY" to ws-build-line
           perform PARA-250-ADD-HEAD-LINE

           open input branch-file
           move WS-LHEAD-BRANCH-ID to BRANCH-ID
           read branch-file
               invalid key
                   continue
               not invalid key
                   move spaces to ws-build-line
                   string function trim(BRANCH-NAME), "   TEL ",
                     BRANCH-PHONE delimited by size into
                     ws-build-line
                   perform PARA-250-ADD-HEAD-LINE
           end-read
           close branch-file.

       end program LetterheadLines.
