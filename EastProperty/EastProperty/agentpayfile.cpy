      *AGENTPAYFILE.cpy
           SELECT OPTIONAL AGENT-PAY-FILE ASSIGN TO "AGENTPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APAY-ID
               ALTERNATE RECORD KEY IS APAY-PROPERTY-ID
                   WITH DUPLICATES.
