      *Calling program sets WS-NOTIFY-PROPERTY-ID, WS-NOTIFY-BUYER-ID,
      *WS-NOTIFY-SELLER-ID, WS-NOTIFY-USER-ID and
      *WS-NOTIFY-EVENT-TYPE before performing Write-Notify-Queue.
      *WS-NOTIFY-REF-ID is optional (see NOTIFY-REF-ID) and is
      *cleared once the entry is written.
       01 WS-NOTIFY-ID PIC 9(6) VALUE 0.
       01 WS-NOTIFY-ID-COUNTER PIC 9(6) VALUE 0 COMP.
       01 WS-NOTIFY-PROPERTY-ID PIC 9(6) VALUE 0.
       01 WS-NOTIFY-SELLER-ID PIC 9(6) VALUE 0.
       01 WS-NOTIFY-USER-ID PIC 9(6) VALUE 0.
       01 WS-NOTIFY-EVENT-TYPE PIC X(10) VALUE SPACES.
       01 WS-NOTIFY-REF-ID PIC 9(6) VALUE 0.
