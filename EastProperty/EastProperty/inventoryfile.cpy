      *INVENTORYFILE.cpy
           SELECT OPTIONAL INVENTORY-FILE ASSIGN TO "INVENTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY.
