      *LLPAYFILE.cpy
           SELECT OPTIONAL LL-PAY-FILE ASSIGN TO "LLPAYFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LLP-ID
               ALTERNATE RECORD KEY IS LLP-RUN-ID
                   WITH DUPLICATES.
