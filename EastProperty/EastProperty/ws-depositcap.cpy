      *WS-DEPOSITCAP.cpy
      *Fields used by Check-Deposit-Cap in DepositCapCheck.cpy.
      *Calling program sets WS-DCAP-PROPERTY-ID, WS-DCAP-PAYER-ID
      *(the tenant) and WS-DCAP-AMOUNT (the money about to come in)
      *then performs Check-Deposit-Cap. WS-DCAP-OVER comes back 1
      *when it would take the tenancy deposit past the cap, with
      *the cap in WS-DCAP-LIMIT and what is already held in
      *WS-DCAP-HELD. WS-DCAP-LETTING is 0 for a sale property,
      *whose reservation deposits are not capped.
       01 WS-DCAP-PROPERTY-ID PIC 9(6) VALUE 0.
       01 WS-DCAP-PAYER-ID PIC 9(6) VALUE 0.
       01 WS-DCAP-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-DCAP-LETTING PIC 9 VALUE 0 COMP.
       01 WS-DCAP-OVER PIC 9 VALUE 0 COMP.
       01 WS-DCAP-WEEKS PIC 9(4) VALUE 0.
       01 WS-DCAP-MONTHLY-RENT PIC 9(6)V99 VALUE 0.
       01 WS-DCAP-LIMIT PIC 9(7)V99 VALUE 0.
       01 WS-DCAP-HELD PIC S9(7)V99 VALUE 0.
       01 WS-DCAP-EOF PIC 9 VALUE 0 COMP.
