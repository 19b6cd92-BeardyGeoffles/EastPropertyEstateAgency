      *INVENTORYCONDITION.cpy
      *Shared paragraph: turns an inventory line's condition and
      *cleanliness codes into the words printed on the inventory
      *and the checkout comparison, with a rank so a check-out can
      *be told from its check-in as better, the same or worse.
      *Inventory.cbl and CheckoutSettlement.cbl both use it, so the
      *tenant signs for the same words the adjudicator later reads.
      *Calling program copies ws-inventory.cpy.
       Describe-Inventory-Condition.
           evaluate WS-INV-COND-CODE
               when "G"
                   move "GOOD" to WS-INV-COND-WORD
                   move 1 to WS-INV-COND-RANK
               when "F"
                   move "FAIR" to WS-INV-COND-WORD
                   move 2 to WS-INV-COND-RANK
               when "P"
                   move "POOR" to WS-INV-COND-WORD
                   move 3 to WS-INV-COND-RANK
               when "D"
                   move "DAMAGED" to WS-INV-COND-WORD
                   move 4 to WS-INV-COND-RANK
               when other
                   move "-" to WS-INV-COND-WORD
                   move 0 to WS-INV-COND-RANK
           end-evaluate

           evaluate WS-INV-CLEAN-CODE
               when "C"
                   move "CLEAN" to WS-INV-CLEAN-WORD
                   move 1 to WS-INV-CLEAN-RANK
               when "F"
                   move "FAIR" to WS-INV-CLEAN-WORD
                   move 2 to WS-INV-CLEAN-RANK
               when "D"
                   move "DIRTY" to WS-INV-CLEAN-WORD
                   move 3 to WS-INV-CLEAN-RANK
               when other
                   move "-" to WS-INV-CLEAN-WORD
                   move 0 to WS-INV-CLEAN-RANK
           end-evaluate.
