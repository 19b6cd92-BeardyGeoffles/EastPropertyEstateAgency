      *NAMENORMALISE.cpy
      *Shared paragraph: a person's name in the one form the
      *screening list is held and searched in, so "O'Brien",
      *"o brien" and "OBRIEN" are the same to SanctionsScreen.cbl
      *whichever way a negotiator or the list publisher keyed them.
      *Calling program sets WS-NN-IN from ws-namenorm.cpy before
      *performing this paragraph.
       Normalise-Screening-Name.
           move spaces to WS-NN-OUT
           move spaces to WS-NN-SURNAME
           move space to WS-NN-INITIAL
           move 0 to WS-NN-LEN
           move 1 to WS-NN-WORD-START

           perform varying WS-NN-IDX from 1 by 1 until WS-NN-IDX > 40
               move function upper-case(WS-NN-IN(WS-NN-IDX:1)) to
                 WS-NN-CHAR
               if WS-NN-CHAR = "-"
                   move space to WS-NN-CHAR
               end-if
               if WS-NN-CHAR = space
                   if WS-NN-LEN > 0 and WS-NN-LEN < 40 and
                     WS-NN-OUT(WS-NN-LEN:1) not = space
                       add 1 to WS-NN-LEN
                   end-if
               else
                   if WS-NN-CHAR is alphabetic and WS-NN-LEN < 40
                       if WS-NN-LEN > 0 and
                         WS-NN-OUT(WS-NN-LEN:1) = space
                           compute WS-NN-WORD-START = WS-NN-LEN + 1
                       end-if
                       add 1 to WS-NN-LEN
                       move WS-NN-CHAR to WS-NN-OUT(WS-NN-LEN:1)
                   end-if
               end-if
           end-perform

           if WS-NN-LEN > 0 and WS-NN-OUT(WS-NN-LEN:1) = space
               subtract 1 from WS-NN-LEN
           end-if

           if WS-NN-LEN > 0
               move WS-NN-OUT(1:1) to WS-NN-INITIAL
               move WS-NN-OUT(WS-NN-WORD-START:
                 WS-NN-LEN - WS-NN-WORD-START + 1) to WS-NN-SURNAME
           end-if.
