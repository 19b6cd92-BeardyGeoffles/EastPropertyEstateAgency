      *WS-PPMROLL.cpy
      *Fields used by the paragraphs in PpmRollForward.cpy.
      *Add-Ppm-Months moves WS-PPMR-DATE (YYYYMMDD) on by
      *WS-PPMR-MONTHS, pulling a month-end day back to the last day
      *of a shorter month. Advance-Ppm-Due rolls the PPM-RECORD in
      *the buffer on from a job completed on WS-PPMR-DONE-DATE.
       01 WS-PPMR-DATE PIC 9(8) VALUE 0.
       01 WS-PPMR-DATE-PARTS REDEFINES WS-PPMR-DATE.
         03 WS-PPMR-YYYY PIC 9999.
         03 WS-PPMR-MM PIC 99.
         03 WS-PPMR-DD PIC 99.
       01 WS-PPMR-MONTHS PIC 9(4) VALUE 0.
       01 WS-PPMR-MONTH-COUNT PIC 9(6) VALUE 0.
       01 WS-PPMR-DONE-DATE PIC 9(8) VALUE 0.
       01 WS-PPMR-BASE-DATE PIC 9(8) VALUE 0.
