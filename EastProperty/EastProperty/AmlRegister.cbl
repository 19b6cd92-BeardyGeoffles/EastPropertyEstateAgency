      *Property.cbl/AmendProperty.cbl/OfferApprovals.cbl, which
      *refuse to let OFFER-STATUS reach accepted until both parties
      *have passed. Reached from the Office menu.
      *The sanctions and politically exposed persons screening hangs
      *off the same menu: loading the published list and screening
      *everyone against it (SanctionsListLoad.cbl) and the review
      *queue of possible matches (SanctionsReview.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AmlRegister.
            "------------------------------".
         03 LINE 6 COL 29 "1. RECORD AN ID CHECK".
         03 LINE 8 COL 29 "2. OUTSTANDING CHECKS REPORT".
         03 LINE 10 COL 29 "3. SANCTIONS/PEP LIST LOAD".
         03 LINE 12 COL 29 "4. SCREENING REVIEW QUEUE".
         03 LINE 14 COL 29 "5. RETURN TO MENU".
         03 LINE 21 COL 29 value "MENU: [".
         03 pic x USING MENU-IN foreground-color 10 HIGHLIGHT PROMPT
            " ".
         03 LINE 6 COL 29 foreground-color 14 "1".
         03 LINE 8 COL 29 foreground-color 14 "2".
         03 LINE 10 COL 29 foreground-color 14 "3".
         03 LINE 12 COL 29 foreground-color 14 "4".
         03 LINE 14 COL 29 foreground-color 14 "5".

       01 AML-DETAILS-SCREEN foreground-color 15 AUTO UPPER.
         03 blank screen.
                       WHEN 2
                           PERFORM PARA-950-OUTSTANDING-REPORT
                       WHEN 3
                           call "SanctionsListLoad"
                           MOVE " " TO MENU-IN
                       WHEN 4
                           call "SanctionsReview"
                           MOVE " " TO MENU-IN
                       WHEN 5
                           goback
                       WHEN OTHER
                           if key-code-1 = 0
