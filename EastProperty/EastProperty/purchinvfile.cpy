      *PURCHINVFILE.cpy
           SELECT OPTIONAL PURCH-INV-FILE ASSIGN TO "PURCHINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PINV-ID
               ALTERNATE RECORD KEY IS PINV-CONTR-REF
               ALTERNATE RECORD KEY IS PINV-MAINT-ID
                   WITH DUPLICATES.
