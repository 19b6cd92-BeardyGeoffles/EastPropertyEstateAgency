      *CONTACTNOTEFILE.cpy
           SELECT OPTIONAL CONTACT-NOTE-FILE ASSIGN TO "CONTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY.
