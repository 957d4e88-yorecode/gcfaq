      *> CBFCST.cpy
      *> Cash-forecast history (FCSTHIST.DAT), one row per forecast
      *> run per operating entity per forecast week: what telfcst
      *> expected to arrive in the Monday-to-Sunday week starting
      *> FCH-WEEK-START, as forecast on FCH-RUN-DATE.  Kept so that
      *> once a week has passed, the forecast made for it can be
      *> set beside the cash telpay actually posted in it.  A
      *> second run the same day rewrites that day's rows.
       01  FCST-HIST-REC.
           05  FCH-KEY.
               10  FCH-WEEK-START      PIC 9(08).
               10  FCH-ENTITY          PIC X(02).
               10  FCH-RUN-DATE        PIC 9(08).
           05  FCH-INVOICE-AMT         PIC S9(11)V99.
           05  FCH-PLAN-AMT            PIC S9(11)V99.
