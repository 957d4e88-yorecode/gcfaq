      *> CBARROLL.cpy
      *> One row per period telarrf has rolled forward, keyed by
      *> ARR-PERIOD (YYYYMM): the closing AR the register showed at
      *> that period's end.  The next period's roll-forward opens
      *> from this figure rather than re-deriving it, so a change
      *> made to last month's register after last month was
      *> reported on surfaces as an unexplained difference instead
      *> of quietly moving the opening balance.  A re-run of the
      *> same period rewrites its row.
       01  AR-ROLL-REC.
           05  ARR-PERIOD          PIC 9(06).
           05  ARR-CLOSING-AR      PIC S9(11)V99.
           05  ARR-MOVEMENT-TOT    PIC S9(11)V99.
           05  ARR-RUN-DATE        PIC 9(08).
