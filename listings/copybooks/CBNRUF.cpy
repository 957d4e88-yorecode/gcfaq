      *> CBNRUF.cpy
      *> Number-utilization (NRUF) filing, written by telnruf.
      *>
      *> NRUFUP.DAT is the numbering administrator's upload: one
      *> "U" row per thousands-block held, then one "F" row per
      *> rate center with its months-to-exhaust forecast.  Counts
      *> are numbers in each of the administrator's utilization
      *> categories as of NRU-FILING-DATE; the categories this
      *> system does not keep (intermediate, reserved,
      *> administrative) go out as zero.  NRU-UTIL-PCT is assigned
      *> over the block's 1000 numbers, to one decimal.
       01  NRUFUP-REC.
           05  NRU-REC-TYPE        PIC X(01).
               88  NRU-BLOCK-ROW           VALUE "U".
               88  NRU-FORECAST-ROW        VALUE "F".
           05  NRU-FILING-DATE     PIC 9(08).
           05  NRU-STATE           PIC X(02).
           05  NRU-RATE-CENTER     PIC X(10).
           05  NRU-NPA-NXX         PIC X(06).
           05  NRU-BLOCK           PIC X(01).
           05  NRU-ASSIGNED        PIC 9(05).
           05  NRU-INTERMEDIATE    PIC 9(05).
           05  NRU-RESERVED        PIC 9(05).
           05  NRU-AGING           PIC 9(05).
           05  NRU-ADMIN           PIC 9(05).
           05  NRU-AVAILABLE       PIC 9(05).
           05  NRU-UTIL-PCT        PIC 9(03)V9.
      *>  Forecast rows reuse the count positions: the rate
      *>  center's assigned and available totals, and the months
      *>  to exhaust at the growth of the last four filings (999
      *>  when there is no growth or no history to measure).
           05  NRU-FORECAST REDEFINES NRU-UTIL-PCT.
               10  NRU-MONTHS-TO-EXHAUST PIC 9(03).
               10  FILLER            PIC X(01).
