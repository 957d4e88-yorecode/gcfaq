      *> CBSHOCK.cpy
      *> Bill-shock thresholds by account class, keyed by class --
      *> the account's ACCT-PLAN-CODE, so business and residential
      *> plans can be held to different limits, with a "DFLT" row
      *> for every plan that has none of its own.  telbill holds an
      *> invoice for review (see CBBILREV.cpy) when its charges
      *> come to more than SHK-PCT percent of the account's
      *> trailing average (500 = five times) AND more than SHK-ABS
      *> above it, so a small account doubling a small bill is not
      *> stopped.  Zero leaves that test out; zero in both, or no
      *> row for the class, checks nothing.
       01  SHOCK-REC.
           05  SHK-CLASS           PIC X(04).
           05  SHK-PCT             PIC 9(05).
           05  SHK-ABS             PIC S9(07)V99.
