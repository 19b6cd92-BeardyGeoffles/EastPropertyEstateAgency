      *WS-ADDRQUALITY.cpy
      *Fields used by Check-Postcode-Format, Check-Phone-Format and
      *Check-Email-Format in AddressQualityCheck.cpy. Calling program
      *sets WS-AQ-POSTCODE, WS-AQ-PHONE or WS-AQ-EMAIL then performs
      *the paragraph; the verdict comes back in WS-AQ-POSTCODE-OK /
      *WS-AQ-PHONE-OK / WS-AQ-EMAIL-OK (1 = well formed).
       01 WS-AQ-POSTCODE PIC X(7) VALUE SPACES.
       01 WS-AQ-POSTCODE-OK PIC 9 VALUE 0 COMP.
       01 WS-AQ-PHONE PIC X(11) VALUE SPACES.
       01 WS-AQ-LEN PIC 99 VALUE 0 COMP.
       01 WS-AQ-CHAR PIC X VALUE SPACE.
       01 WS-AQ-SEEN-SPACE PIC 9 VALUE 0 COMP.
       01 WS-AQ-EMAIL PIC X(50) VALUE SPACES.
       01 WS-AQ-EMAIL-OK PIC 9 VALUE 0 COMP.
       01 WS-AQ-AT-COUNT PIC 99 VALUE 0 COMP.
       01 WS-AQ-AT-POS PIC 99 VALUE 0 COMP.
       01 WS-AQ-DOT-POS PIC 99 VALUE 0 COMP.
