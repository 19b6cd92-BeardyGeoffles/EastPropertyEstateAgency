      *  in their audit lines) while keeping the transactional
      *  figures the reports need. The erasure itself is audit
      *  logged.
      *The email address and preferred contact channel are part of
      *the export, and the email address is blanked on erasure.
      *Admin flag required. Reached from the Office menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. DataSubject.
                     " ", BUYER-POSTCODE, " PH ", BUYER-PHONE
                     into dsar-export-line
                   perform PARA-050-PUT-LINE
                   string "EMAIL: ", BUYER-EMAIL, " CHANNEL: ",
                     BUYER-PREF-CHANNEL into dsar-export-line
                   perform PARA-050-PUT-LINE
                   string "NOTES: ", BUYER-NOTES, " LENDER: ",
                     BUYER-MORTGAGE-LENDER into dsar-export-line
                   perform PARA-050-PUT-LINE
                     " ", SELLER-POSTCODE, " PH ", SELLER-PHONE
                     into dsar-export-line
                   perform PARA-050-PUT-LINE
                   string "EMAIL: ", SELLER-EMAIL, " CHANNEL: ",
                     SELLER-PREF-CHANNEL into dsar-export-line
                   perform PARA-050-PUT-LINE
                   string "NOTES: ", SELLER-NOTES
                     into dsar-export-line
                   perform PARA-050-PUT-LINE
                       move spaces to BUYER-AL4
                       move spaces to BUYER-POSTCODE
                       move spaces to BUYER-PHONE
                       move spaces to BUYER-EMAIL
                       move spaces to BUYER-NOTES
                       move spaces to BUYER-MORTGAGE-LENDER
                       add 1 to BUYER-VERSION
                       move spaces to SELLER-AL4
                       move spaces to SELLER-POSTCODE
                       move spaces to SELLER-PHONE
                       move spaces to SELLER-EMAIL
                       move spaces to SELLER-NOTES
                       add 1 to SELLER-VERSION
                       rewrite SELLER-RECORD
