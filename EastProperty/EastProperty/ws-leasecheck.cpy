      *WS-LEASECHECK.cpy
      *Fields used by Check-Lease-Term and Calc-Lease-Years-Left in
      *LeaseTermCheck.cpy. Calling program sets WS-LEASE-PROPERTY-ID
      *then performs Check-Lease-Term; WS-LEASE-FOUND comes back 1
      *when leasehold details are on file, WS-LEASE-KNOWN 1 when
      *they give a start and term, with the whole years left in
      *WS-LEASE-YEARS-LEFT. WS-LEASE-SHORT is 1 when that is under
      *WS-LEASE-MIN-YEARS - lenders decline those - and
      *WS-LEASE-WARNING then holds a line saying so.
       01 WS-LEASE-PROPERTY-ID PIC 9(6) VALUE 0.
       01 WS-LEASE-FOUND PIC 9 VALUE 0 COMP.
       01 WS-LEASE-KNOWN PIC 9 VALUE 0 COMP.
       01 WS-LEASE-SHORT PIC 9 VALUE 0 COMP.
       01 WS-LEASE-YEARS-LEFT PIC 9(3) VALUE 0.
       01 WS-LEASE-YEARS-CALC PIC S9(4) VALUE 0.
       01 WS-LEASE-YEARS-DISP PIC ZZ9.
       01 WS-LEASE-MIN-YEARS PIC 9(3) VALUE 80.
       01 WS-LEASE-TODAY PIC 9(8) VALUE 0.
       01 WS-LEASE-TODAY-PARTS REDEFINES WS-LEASE-TODAY.
         03 WS-LEASE-TODAY-YYYY PIC 9(4).
         03 WS-LEASE-TODAY-MMDD PIC 9(4).
       01 WS-LEASE-EXPIRY PIC 9(8) VALUE 0.
       01 WS-LEASE-EXPIRY-PARTS REDEFINES WS-LEASE-EXPIRY.
         03 WS-LEASE-EXPIRY-YYYY PIC 9(4).
         03 WS-LEASE-EXPIRY-MMDD PIC 9(4).
       01 WS-LEASE-WARNING PIC X(60) VALUE SPACES.
