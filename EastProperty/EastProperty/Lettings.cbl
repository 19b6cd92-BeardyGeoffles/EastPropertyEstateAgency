      *Menu hub for the lettings side of the book - rent collection
      *and the other tenancy programs hang off here rather than being
      *bolted onto the sales menus, the same way Reports.cbl fronts
      *the report programs. Reached from the main menu. W runs the
      *non-resident landlord tax return and certificates
      *(NonResidentTax.cbl); H keeps the holding deposit register
      *(HoldingDeposit.cbl); M manages blocks of flats for their
      *freeholders - service charge budgets, demands and year-end
      *certificates (BlockManagement.cbl); L keeps the register of
      *lettings applicants and matches them to the lettings on the
      *book (LettingsApplicant.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Lettings is recursive.
         03 LINE 18 COL 4 "A. TENANCY AGREEMENTS".
         03 LINE 20 COL 4 "V. VOID ANALYSIS".
         03 LINE 20 COL 4 foreground-color 14 "V".
         03 LINE 6 COL 55 "B. LANDLORD PAYMENT RUN".
         03 LINE 6 COL 55 foreground-color 14 "B".
         03 LINE 8 COL 55 "I. CONTRACTOR INVOICES".
         03 LINE 8 COL 55 foreground-color 14 "I".
         03 LINE 10 COL 55 "S. SERVICE AGREEMENTS".
         03 LINE 10 COL 55 foreground-color 14 "S".
         03 LINE 12 COL 55 "N. TENANT STATEMENT".
         03 LINE 12 COL 55 foreground-color 14 "N".
         03 LINE 14 COL 55 "G. NOTICE REGISTER".
         03 LINE 14 COL 55 foreground-color 14 "G".
         03 LINE 16 COL 55 "K. CHECK-IN INVENTORY".
         03 LINE 16 COL 55 foreground-color 14 "K".
         03 LINE 18 COL 55 "E. REFERENCING EXCHANGE".
         03 LINE 18 COL 55 foreground-color 14 "E".
         03 LINE 20 COL 55 "U. RENT GUARANTEE".
         03 LINE 20 COL 55 foreground-color 14 "U".
         03 LINE 22 COL 55 "W. NON-RESIDENT TAX".
         03 LINE 22 COL 55 foreground-color 14 "W".
         03 LINE 22 COL 4 "H. HOLDING DEPOSITS".
         03 LINE 22 COL 4 foreground-color 14 "H".
         03 LINE 21 COL 55 "M. BLOCK MANAGEMENT".
         03 LINE 21 COL 55 foreground-color 14 "M".
         03 LINE 21 COL 4 "L. LETTINGS APPLICANTS".
         03 LINE 21 COL 4 foreground-color 14 "L".
         03 LINE 21 COL 29 value "MENU: [".
         03 pic x USING MENU-IN foreground-color 10
         HIGHLIGHT PROMPT " ".
                   WHEN "v"
                       call "VoidAnalysis"
                       MOVE " " TO MENU-IN
                   WHEN "B"
                       call "LandlordPaymentRun"
                       MOVE " " TO MENU-IN
                   WHEN "b"
                       call "LandlordPaymentRun"
                       MOVE " " TO MENU-IN
                   WHEN "I"
                       call "PurchaseLedger"
                       MOVE " " TO MENU-IN
                   WHEN "i"
                       call "PurchaseLedger"
                       MOVE " " TO MENU-IN
                   WHEN "S"
                       call "ServiceAgreement"
                       MOVE " " TO MENU-IN
                   WHEN "s"
                       call "ServiceAgreement"
                       MOVE " " TO MENU-IN
                   WHEN "N"
                       call "TenantStatement"
                       MOVE " " TO MENU-IN
                   WHEN "n"
                       call "TenantStatement"
                       MOVE " " TO MENU-IN
                   WHEN "G"
                       call "NoticeRegister"
                       MOVE " " TO MENU-IN
                   WHEN "g"
                       call "NoticeRegister"
                       MOVE " " TO MENU-IN
                   WHEN "K"
                       call "Inventory"
                       MOVE " " TO MENU-IN
                   WHEN "k"
                       call "Inventory"
                       MOVE " " TO MENU-IN
                   WHEN "E"
                       call "TenantReferencing"
                       MOVE " " TO MENU-IN
                   WHEN "e"
                       call "TenantReferencing"
                       MOVE " " TO MENU-IN
                   WHEN "U"
                       call "RentGuarantee"
                       MOVE " " TO MENU-IN
                   WHEN "u"
                       call "RentGuarantee"
                       MOVE " " TO MENU-IN
                   WHEN "W"
                       call "NonResidentTax"
                       MOVE " " TO MENU-IN
                   WHEN "w"
                       call "NonResidentTax"
                       MOVE " " TO MENU-IN
                   WHEN "H"
                       call "HoldingDeposit"
                       MOVE " " TO MENU-IN
                   WHEN "h"
                       call "HoldingDeposit"
                       MOVE " " TO MENU-IN
                   WHEN "M"
                       call "BlockManagement"
                       MOVE " " TO MENU-IN
                   WHEN "m"
                       call "BlockManagement"
                       MOVE " " TO MENU-IN
                   WHEN "L"
                       call "LettingsApplicant"
                       MOVE " " TO MENU-IN
                   WHEN "l"
                       call "LettingsApplicant"
                       MOVE " " TO MENU-IN
                   WHEN OTHER
                       if key-code-1 = 0
                           goback
