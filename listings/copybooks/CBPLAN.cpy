      *>  per-account bundle, exactly as before.
           05  PLAN-POOL-IND       PIC X(01).
               88  PLAN-POOLED            VALUE "P".
      *>  Rate code for ON-NET calls -- a call whose dialed number
      *>  is one of our own assigned numbers on NUMINV.DAT.  Blank
      *>  rates on-net calls at whatever the standard class would
      *>  have charged; they still report as their own class.
           05  PLAN-ONNET-RATE-CODE PIC X(04).
      *>  "N" keeps on-net minutes OUT of the allowance burn, so a
      *>  plan can give free-to-each-other calling without spending
      *>  the bundle.  Space counts them like any other minute.
           05  PLAN-ONNET-ALLOW-IND PIC X(01).
               88  PLAN-ONNET-OUTSIDE-ALLOW VALUE "N".
      *>  Rate codes for SMS (price per message) and data sessions
      *>  (price per megabyte), with the messages and megabytes the
      *>  plan bundles each period alongside PLAN-INCL-MINUTES.
      *>  A blank code rates at the house "SMS "/"DATA" rows; ZERO
      *>  bundles nothing.  Burned per account on ACCTSUM (never
      *>  pooled) and renewed by telclose with the minutes.
           05  PLAN-SMS-RATE-CODE  PIC X(04).
           05  PLAN-DATA-RATE-CODE PIC X(04).
           05  PLAN-INCL-MESSAGES  PIC 9(07).
           05  PLAN-INCL-MB        PIC 9(07).
