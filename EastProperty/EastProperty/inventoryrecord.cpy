      *INVENTORYRECORD.cpy
      *Record layout for the check-in inventory and schedule of
      *condition indexed file - laid out like the particulars room
      *file, one line per item room by room. Keyed property +
      *tenancy start (YYYYMMDD, so each tenancy has its own
      *inventory) + sequence in walk-round order. Condition:
      *G = good, F = fair, P = poor, D = damaged. Cleanliness:
      *C = clean, F = fair, D = dirty. The check-in half is keyed
      *in Inventory.cbl; CheckoutSettlement.cbl presents the same
      *lines at checkout for the check-out half and the charge for
      *any item left worse than it was let, stamping the line with
      *the settlement it went into. INV-OUT-CONDITION space = not
      *yet checked out.
       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
         03 INV-KEY.
           05 INV-PROPERTY-ID PIC 9(6).
           05 INV-TENANCY-START PIC 9(8).
           05 INV-SEQ PIC 99.
         03 INV-ROOM-NAME PIC X(15).
         03 INV-ITEM PIC X(20).
         03 INV-IN-CONDITION PIC X.
         03 INV-IN-CLEAN PIC X.
         03 INV-IN-NOTE PIC X(30).
         03 INV-OUT-CONDITION PIC X.
         03 INV-OUT-CLEAN PIC X.
         03 INV-OUT-NOTE PIC X(30).
         03 INV-DAMAGE-CHARGE PIC 9(5)V99.
         03 INV-CLEANING-CHARGE PIC 9(5)V99.
         03 INV-SETT-ID PIC 9(6).
