      *WS-NAMENORM.cpy
      *Fields used by Normalise-Screening-Name in
      *NameNormalise.cpy. Calling program moves the name to
      *WS-NN-IN and performs the paragraph; the name comes back in
      *WS-NN-OUT upper-cased, hyphens read as spaces, every other
      *character but a letter dropped and the words single-spaced,
      *with its last word in WS-NN-SURNAME and its first letter in
      *WS-NN-INITIAL.
       01 WS-NN-IN PIC X(40) VALUE SPACES.
       01 WS-NN-OUT PIC X(40) VALUE SPACES.
       01 WS-NN-SURNAME PIC X(20) VALUE SPACES.
       01 WS-NN-INITIAL PIC X VALUE SPACE.
       01 WS-NN-CHAR PIC X VALUE SPACE.
       01 WS-NN-IDX PIC 99 VALUE 0 COMP.
       01 WS-NN-LEN PIC 99 VALUE 0 COMP.
       01 WS-NN-WORD-START PIC 99 VALUE 0 COMP.
