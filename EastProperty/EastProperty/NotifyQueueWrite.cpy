           move WS-NOTIFY-SELLER-ID to NOTIFY-SELLER-ID
           move WS-NOTIFY-USER-ID to NOTIFY-USER-ID
           move WS-NOTIFY-EVENT-TYPE to NOTIFY-EVENT-TYPE
           move WS-NOTIFY-REF-ID to NOTIFY-REF-ID
           accept NOTIFY-DATE from date yyyymmdd
           accept NOTIFY-TIME from time

           write NOTIFY-QUEUE-RECORD

           close notify-queue-file

           move 0 to WS-NOTIFY-REF-ID.
