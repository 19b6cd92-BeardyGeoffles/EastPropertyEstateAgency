      *dispute is left alone, and the flag is set and cleared here.
      *Credit notes net off the figure chased - an invoice fully
      *credited is not chased at all. Intended to run overnight;
      *reached from the reports menu. The month-end stream
      *(MonthEnd.cbl) runs the chase cycle as of the day it runs,
      *with no menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. InvoiceDunning.
       copy "ws-notifyqueue.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-workingday.cpy".
       copy "ws-monthend.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display "MONTH-END-PERIOD" upon environment-name
           move spaces to WS-ME-PERIOD
           accept WS-ME-PERIOD from environment-value
           if WS-ME-PERIOD not = spaces
               move 0 to return-code
               perform PARA-100-RUN-CYCLE
               goback
           end-if

           perform until 1 = 0
               display " "
               display "----------------------------------------"
