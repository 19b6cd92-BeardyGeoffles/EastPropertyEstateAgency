      *WS-SANCCHECK.cpy
      *Fields used by the paragraphs in SanctionsCheck.cpy and
      *SanctionsOwnerCheck.cpy. WS-SCHK-HELD comes back 1 when a
      *party checked stands as a true match on the screening review
      *queue, with that party in WS-SCHK-HELD-TYPE/-ID/-NAME.
       01 WS-SCHK-PARTY-TYPE PIC X VALUE SPACE.
       01 WS-SCHK-PARTY-ID PIC 9(6) VALUE 0.
       01 WS-SCHK-PROPERTY-ID PIC 9(6) VALUE 0.
       01 WS-SCHK-SELLER-ID PIC 9(6) VALUE 0.
       01 WS-SCHK-MOVEMENT PIC X VALUE SPACE.
       01 WS-SCHK-PAYER-ID PIC 9(6) VALUE 0.
       01 WS-SCHK-HELD PIC 9 VALUE 0 COMP.
       01 WS-SCHK-HELD-TYPE PIC X VALUE SPACE.
       01 WS-SCHK-HELD-ID PIC 9(6) VALUE 0.
       01 WS-SCHK-HELD-NAME PIC X(20) VALUE SPACES.
       01 WS-SCHK-EOF PIC 9 VALUE 0 COMP.
       01 WS-SCHK-JO-EOF PIC 9 VALUE 0 COMP.
