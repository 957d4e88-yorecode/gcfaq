      *> CBSWCNT.cpy
      *> Switch traffic counters, keyed by switch (the same four-
      *> byte source system id the switch stamps on its extracts)
      *> and day.  Each switch reports the calls it completed that
      *> day and their minutes; telswrc loads the reports off the
      *> counter drop file and a later report for the same switch
      *> and day replaces the earlier one.  The reconciliation's
      *> last finding rides on the row, so a gap pages ops when it
      *> first opens -- and again only if it moves -- rather than
      *> every night it stays inside the reconciliation window.
       01  SWCOUNT-REC.
           05  SWCOUNT-KEY.
               10  SWC-SYS-ID      PIC X(04).
               10  SWC-DATE        PIC 9(08).
           05  SWC-CALLS           PIC 9(09).
           05  SWC-MINUTES         PIC 9(11).
           05  SWC-LOAD-DATE       PIC 9(08).
           05  SWC-RECON-DATE      PIC 9(08).
           05  SWC-GAP-CALLS       PIC S9(09).
           05  SWC-GAP-MIN         PIC S9(11).
           05  SWC-ALERT-IND       PIC X(01).
               88  SWC-GAP-ALERTED        VALUE "A".
