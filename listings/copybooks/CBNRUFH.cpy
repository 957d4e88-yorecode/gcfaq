      *> CBNRUFH.cpy
      *> Number-utilization filing history, NRUFHIST.DAT: each
      *> final telnruf filing's totals per rate center, appended
      *> once per filing date -- the growth the next filing's
      *> months-to-exhaust forecast is measured from.
       01  NRUFHIST-REC.
           05  NRH-FILING-DATE     PIC 9(08).
           05  NRH-RATE-CENTER     PIC X(10).
           05  NRH-ASSIGNED        PIC 9(07).
           05  NRH-TOTAL           PIC 9(07).
