      *> call's originating state from CDR-CALLING-NUMBER and its
      *> terminating state from CDR-CALLED-NUMBER against this
      *> table, and classifies the call interstate, intrastate or
      *> international for the regulator's split.  telnruf also
      *> groups thousands-blocks by NPA-RATE-CENTER for the
      *> numbering administrator's exhaust forecast; a prefix with
      *> no rate center on file forecasts on its own.
       01  NPA-STATE-REC.
           05  NPA-PREFIX          PIC X(06).
           05  NPA-STATE           PIC X(02).
           05  NPA-RATE-CENTER     PIC X(10).
