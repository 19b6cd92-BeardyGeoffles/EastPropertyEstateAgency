      *BUYERGRADERANK.cpy
      *Shared paragraphs for ordering buyers by the nightly
      *BUYER-GRADE (set by BuyerGrading.cbl).
      *Rank-Buyer-Grade turns the grade on the current buyer record
      *into WS-BUYER-GRADE-RANK 1 (A) to 4 (D); a buyer not yet
      *graded ranks with the D's.
      *Load-Alert-Max-Grade reads CONFIG-FILE setting
      *ALERT-MAX-GRADE into WS-GRADE-MAX-PASS - the lowest grade
      *new-listing alerts still go to (1 = A only .. 4 = every
      *grade, the default).
      *Calling program copies ws-buyergrade.cpy, the buyer file and
      *ws-config.cpy / ReadConfigValue.cpy.
       Rank-Buyer-Grade.
           evaluate BUYER-GRADE
               when "A"
                   move 1 to WS-BUYER-GRADE-RANK
               when "B"
                   move 2 to WS-BUYER-GRADE-RANK
               when "C"
                   move 3 to WS-BUYER-GRADE-RANK
               when other
                   move 4 to WS-BUYER-GRADE-RANK
           end-evaluate.

       Load-Alert-Max-Grade.
           move "ALERT-MAX-GRADE" to WS-CONFIG-NAME
           move 4 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           if WS-CONFIG-RESULT < 1 or WS-CONFIG-RESULT > 4
               move 4 to WS-GRADE-MAX-PASS
           else
               move WS-CONFIG-RESULT to WS-GRADE-MAX-PASS
           end-if.
