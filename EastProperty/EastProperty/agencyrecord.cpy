      *AGENCYRECORD.cpy
      *Record layout for the agency arrangement indexed file - one
      *record per property whose fee we share with another agent,
      *keyed on the property, kept by AgencyShare.cbl.
      *AGY-BASIS: J = joint sole agency (the instruction is shared,
      *TERMS-BASIS J), U = sub-agency (another agent introduced the
      *buyer). AGY-SHARE-PCT is the other agent's percentage of the
      *net fee; we invoice the vendor the whole fee and owe the
      *other agent their share as a payable (agentpayrecord.cpy)
      *when the commission invoice is raised.
       FD AGENCY-FILE.
       01 AGENCY-RECORD.
         03 AGY-PROPERTY-ID PIC 9(6).
         03 AGY-BASIS PIC X.
         03 AGY-AGENT-NAME PIC X(25).
         03 AGY-AGENT-AL1 PIC X(25).
         03 AGY-AGENT-POSTCODE PIC X(7).
         03 AGY-AGENT-PHONE PIC X(11).
         03 AGY-SHARE-PCT PIC 99V99.
         03 AGY-AGREED-DATE PIC 9(8).
         03 AGY-USER-ID PIC 9(6).
