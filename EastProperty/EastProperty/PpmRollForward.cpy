      *PPMROLLFORWARD.cpy
      *Shared paragraphs for the planned maintenance schedule.
      *Add-Ppm-Months - WS-PPMR-DATE moved on WS-PPMR-MONTHS
      *  months; the 31st of a month lands on the last day of a
      *  shorter one.
      *Advance-Ppm-Due - the task in PPM-RECORD is done: its job
      *  was completed on WS-PPMR-DONE-DATE. The next due date
      *  moves on a frequency at a time until it falls after the
      *  completion, so a job done late does not come straight
      *  back round - counted from the old due date each time, so
      *  a task due on the 31st keeps to month ends. The
      *  completion becomes PPM-LAST-DONE and the open job is
      *  cleared. No I/O - the caller rewrites.
      *Calling program copies "ws-ppmroll.cpy" and the PPM record.
       Add-Ppm-Months.
           compute WS-PPMR-MONTH-COUNT = (WS-PPMR-YYYY * 12) +
             WS-PPMR-MM - 1 + WS-PPMR-MONTHS
           compute WS-PPMR-YYYY = WS-PPMR-MONTH-COUNT / 12
           compute WS-PPMR-MM = function mod(WS-PPMR-MONTH-COUNT, 12)
             + 1
           perform until
             function test-date-yyyymmdd(WS-PPMR-DATE) = 0 or
             WS-PPMR-DD < 29
               subtract 1 from WS-PPMR-DD
           end-perform.

       Advance-Ppm-Due.
           if PPM-NEXT-DUE = 0
               move WS-PPMR-DONE-DATE to WS-PPMR-BASE-DATE
           else
               move PPM-NEXT-DUE to WS-PPMR-BASE-DATE
           end-if
           move 0 to WS-PPMR-MONTHS
           move 0 to WS-PPMR-DATE
           perform until WS-PPMR-DATE > WS-PPMR-DONE-DATE
               if PPM-FREQ-MONTHS = 0
                   add 12 to WS-PPMR-MONTHS
               else
                   add PPM-FREQ-MONTHS to WS-PPMR-MONTHS
               end-if
               move WS-PPMR-BASE-DATE to WS-PPMR-DATE
               perform Add-Ppm-Months
           end-perform
           move WS-PPMR-DATE to PPM-NEXT-DUE
           move WS-PPMR-DONE-DATE to PPM-LAST-DONE
           move 0 to PPM-OPEN-JOB-ID.
