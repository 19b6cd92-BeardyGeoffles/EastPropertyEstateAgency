      *WS-INVENTORY.cpy
      *Fields used by Describe-Inventory-Condition in
      *InventoryCondition.cpy. Calling program sets
      *WS-INV-COND-CODE and WS-INV-CLEAN-CODE from an inventory
      *line, performs the paragraph, and gets back the printable
      *words and a rank for each (1 = best) so check-in and
      *check-out can be compared. An unknown or blank code comes
      *back as "-" with rank zero.
       01 WS-INV-COND-CODE PIC X VALUE SPACE.
       01 WS-INV-CLEAN-CODE PIC X VALUE SPACE.
       01 WS-INV-COND-WORD PIC X(7) VALUE SPACES.
       01 WS-INV-CLEAN-WORD PIC X(5) VALUE SPACES.
       01 WS-INV-COND-RANK PIC 9 VALUE 0.
       01 WS-INV-CLEAN-RANK PIC 9 VALUE 0.
