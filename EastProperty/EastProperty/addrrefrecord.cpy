      *ADDRREFRECORD.cpy
      *Record layout for the postcode address reference file - every
      *delivery address in our patch as the address-file supplier
      *publishes it, loaded by AddressFileLoad.cbl. Keyed on the
      *postcode with its spaces squeezed out (so "NR2 3AB" and
      *"NR23AB" are the same key) and a running number within the
      *postcode. ADDR-REF-POSTCODE-DISP is the postcode as it should
      *be printed, outward and inward codes split by one space. The
      *entry screens offer these addresses as a pick-list for a
      *keyed postcode (AddressLookup.cbl).
       FD ADDR-REF-FILE.
       01 ADDR-REF-RECORD.
         03 ADDR-REF-KEY.
           05 ADDR-REF-POSTCODE PIC X(7).
           05 ADDR-REF-SEQ PIC 9(3).
         03 ADDR-REF-AL1 PIC X(25).
         03 ADDR-REF-AL2 PIC X(25).
         03 ADDR-REF-AL3 PIC X(25).
         03 ADDR-REF-AL4 PIC X(25).
         03 ADDR-REF-POSTCODE-DISP PIC X(7).
         03 ADDR-REF-LOADED-DATE PIC 9(8).
