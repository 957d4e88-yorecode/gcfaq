      *>  up within the period and reset by telclose alongside the
      *>  allowance.
           05  SUM-MOU-TOT         PIC S9(09).
      *>  SMS and data-session usage, kept apart from the minutes
      *>  above so MOU and the volume tiers only ever see voice:
      *>  records rated, messages or kilobytes billed (signed like
      *>  SUM-MOU-TOT), the price they carried (already inside
      *>  SUM-PRICE-TOT -- these split it out for the invoice), and
      *>  the period's burn of the plan's message and megabyte
      *>  bundles, in messages and kilobytes.  SUM-CALL-COUNT
      *>  counts these records too; telbill takes them back off
      *>  for the calls line.
           05  SUM-SMS-RECS        PIC 9(09).
           05  SUM-MSG-TOT         PIC S9(09).
           05  SUM-MSG-PRICE       PIC S9(09)V99.
           05  SUM-MSG-ALLOW-USED  PIC 9(09).
           05  SUM-DATA-SESSIONS   PIC 9(09).
           05  SUM-DATA-KB-TOT     PIC S9(11).
           05  SUM-DATA-PRICE      PIC S9(09)V99.
           05  SUM-DATA-ALLOW-KB   PIC 9(11).
