         03 PIC X(7) USING SELLER-POSTCODE foreground-color 10 HIGHLIGHT
            PROMPT " ".
         03 VALUE "]".
         03 LINE 14 COL 30 "F4 - FIND ADDRESS".
         03 LINE 14 COL 30 FOREGROUND-COLOR 14 "F4".
         03 LINE 14 COL 50 PIC X(18) FROM WS-ALOOK-STATUS-TEXT
            foreground-color 14.
         03 LINE 16 COL 2 "CONTACT NUMBER [".
         03 PIC x(11) USING SELLER-PHONE foreground-color 10 HIGHLIGHT
            PROMPT " ".
         03 PIC ZZZ,ZZZ.ZZ USING SELLER-FLOAT-AMOUNT
            foreground-color 10 HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 17 COL 2 "EMAIL [".
         03 PIC X(50) USING SELLER-EMAIL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 17 COL 61 "CHANNEL E/S/P [".
         03 PIC X USING SELLER-PREF-CHANNEL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 18 COL 2 "NOTES          [".
         03 PIC x(50) USING SELLER-NOTES foreground-color 10 HIGHLIGHT
            PROMPT " ".
            foreground-color 10 HIGHLIGHT PROMPT " ".
         03 VALUE "]".

         03 LINE 22 COL 2 "NON-RESIDENT (Y/N) [".
         03 PIC X USING SELLER-NON-RESIDENT foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 22 COL 28 "NRL EXEMPT REF [".
         03 PIC X(15) USING SELLER-NRL-EXEMPT-REF foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".

         03 LINE 20 COL 2 pic x(50) from ws-message
            foreground-color ws-color.

