      *Calling program sets WS-TOUCH-BUYER-ID then performs
      *Stamp-Buyer-Touch; a zero or unknown id is quietly ignored.
       01 WS-TOUCH-BUYER-ID PIC 9(6) VALUE 0.
       01 WS-TOUCH-SAVED-BUYER PIC X(376) VALUE SPACES.
