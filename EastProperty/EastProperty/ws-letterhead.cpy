      *WS-LETTERHEAD.cpy
      *Parameter block for LetterheadLines.cbl, which builds the
      *printed letterhead for a branch. Calling program moves the
      *branch the document belongs to into WS-LHEAD-BRANCH-ID and
      *calls "LetterheadLines" using WS-LHEAD; the header lines to
      *print above the document and the footer lines to print below
      *it come back ready formatted, with their counts. A branch
      *with no letterhead of its own gets the company letterhead
      *(branch 00). No VALUE clauses - LetterheadLines.cbl takes the
      *same layout in its LINKAGE SECTION.
       01 WS-LHEAD.
         03 WS-LHEAD-BRANCH-ID PIC 99.
         03 WS-LHEAD-HEAD-COUNT PIC 9.
         03 WS-LHEAD-HEAD-LINE PIC X(80) OCCURS 4 TIMES.
         03 WS-LHEAD-FOOT-COUNT PIC 9.
         03 WS-LHEAD-FOOT-LINE PIC X(80) OCCURS 5 TIMES.
