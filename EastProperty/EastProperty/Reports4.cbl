      *REPORTS4.cbl
      *Fourth page of the reports menu - the overflow from
      *Reports3.cbl, the same way Reports2.cbl overflowed
      *Reports.cbl. Reached from the M option on page three. K runs
      *the KPI trend report and export over the daily snapshots.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Reports4 is recursive.
       copy "ws-config.cpy".
       copy "ws-idlelock.cpy".
       copy "ws-training.cpy".
       copy "ws-inbox.cpy".

       SCREEN SECTION.

         03 LINE 20 COL 29 "8. WEEKLY MOVEMENT REPORT".
         03 LINE 21 COL 4 "9. BUYER COST SHEET".
         03 LINE 21 COL 4 foreground-color 14 "9".
         03 LINE 6 COL 4 "F. FEE INCOME FORECAST".
         03 LINE 6 COL 4 foreground-color 14 "F".
         03 LINE 8 COL 4 "O. OFFER NOTICE COMPLIANCE".
         03 LINE 8 COL 4 foreground-color 14 "O".
         03 LINE 10 COL 4 "Q. AD-HOC QUERY".
         03 LINE 10 COL 4 foreground-color 14 "Q".
         03 LINE 12 COL 4 "D. DISTRIBUTION LISTS".
         03 LINE 12 COL 4 foreground-color 14 "D".
         03 LINE 14 COL 4 "R. REPORTS FOR YOU".
         03 LINE 14 COL 4 foreground-color 14 "R".
         03 LINE 16 COL 4 "P. PRICE-PAID IMPORT".
         03 LINE 16 COL 4 foreground-color 14 "P".
         03 LINE 18 COL 4 "K. KPI TREND".
         03 LINE 18 COL 4 foreground-color 14 "K".
         03 LINE 21 COL 29 value "MENU: [".
         03 pic x USING MENU-IN foreground-color 10
         HIGHLIGHT PROMPT " ".
                   WHEN 9
                       call "BuyerCostSheet"
                       MOVE " " TO MENU-IN
                   WHEN "F"
                       call "FeeForecast"
                       MOVE " " TO MENU-IN
                   WHEN "f"
                       call "FeeForecast"
                       MOVE " " TO MENU-IN
                   WHEN "O"
                       call "OfferNoticeReport"
                       MOVE " " TO MENU-IN
                   WHEN "o"
                       call "OfferNoticeReport"
                       MOVE " " TO MENU-IN
                   WHEN "Q"
                       call "QueryWriter"
                       MOVE " " TO MENU-IN
                   WHEN "q"
                       call "QueryWriter"
                       MOVE " " TO MENU-IN
                   WHEN "D"
                       call "DistributionLists"
                       MOVE " " TO MENU-IN
                   WHEN "d"
                       call "DistributionLists"
                       MOVE " " TO MENU-IN
                   WHEN "R"
                       move "M" to WS-INBOX-MODE
                       call "ReportInbox" using WS-INBOX-MODE
                       MOVE " " TO MENU-IN
                   WHEN "r"
                       move "M" to WS-INBOX-MODE
                       call "ReportInbox" using WS-INBOX-MODE
                       MOVE " " TO MENU-IN
                   WHEN "P"
                       call "PricePaidImport"
                       MOVE " " TO MENU-IN
                   WHEN "p"
                       call "PricePaidImport"
                       MOVE " " TO MENU-IN
                   WHEN "K"
                       call "KpiTrend"
                       MOVE " " TO MENU-IN
                   WHEN "k"
                       call "KpiTrend"
                       MOVE " " TO MENU-IN
                   WHEN OTHER
                       if key-code-1 = 0
                           goback
