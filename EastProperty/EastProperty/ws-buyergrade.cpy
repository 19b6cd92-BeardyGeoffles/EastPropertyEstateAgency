      *WS-BUYERGRADE.cpy
      *Fields used by Rank-Buyer-Grade and Load-Alert-Max-Grade in
      *BuyerGradeRank.cpy. Matching scans run one pass per grade,
      *WS-GRADE-PASS 1 (A) to WS-GRADE-MAX-PASS, taking on each
      *pass only the buyers whose WS-BUYER-GRADE-RANK equals it, so
      *the hottest applicants always come out first.
       01 WS-GRADE-PASS PIC 9 VALUE 0.
       01 WS-GRADE-MAX-PASS PIC 9 VALUE 4.
       01 WS-BUYER-GRADE-RANK PIC 9 VALUE 4.
