      *SCBUDGETFILE.cpy
           SELECT OPTIONAL SC-BUDGET-FILE ASSIGN TO "SCBUDGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCB-ID
               ALTERNATE RECORD KEY IS SCB-BLOCK-ID
                   WITH DUPLICATES.
