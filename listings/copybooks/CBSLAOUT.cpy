      *> CBSLAOUT.cpy
      *> SLA outage register (SLAOUTG.DAT), one row per switch
      *> outage telsla has worked out of the switch-health history,
      *> keyed by switch and the date/time the outage began.  The
      *> row is written when the outage is credited, so a window
      *> already on file is never credited twice however often the
      *> history is re-read.
       01  SLA-OUTAGE-REC.
           05  SLO-KEY.
               10  SLO-SWITCH-ID       PIC X(08).
               10  SLO-START-DATE      PIC 9(08).
               10  SLO-START-TIME      PIC 9(04).
           05  SLO-END-DATE            PIC 9(08).
           05  SLO-END-TIME            PIC 9(04).
           05  SLO-MINUTES             PIC 9(07).
           05  SLO-SOURCE-SYS-ID       PIC X(04).
           05  SLO-MAX-SEVERITY        PIC 9(01).
           05  SLO-ACCT-COUNT          PIC 9(07).
           05  SLO-CREDIT-UNITS        PIC 9(09).
           05  SLO-RUN-DATE            PIC 9(08).
