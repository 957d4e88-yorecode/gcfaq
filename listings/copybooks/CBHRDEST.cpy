      *> CBHRDEST.cpy
      *> High-risk destination list (HRDEST.DAT), maintained by
      *> telref's HRD table and consulted by telco5 for every voice
      *> call.  Keyed by the dialed prefix -- the digits after the
      *> international access code, the same form the rate deck
      *> uses -- so the longest prefix on file wins:
      *>
      *>   HRD-RISK-LEVEL  1  watch -- calls are counted and shown
      *>                      on the fraud-case report, never barred
      *>                   2  bar the account once its calls or
      *>                      minutes to listed destinations pass
      *>                      the run thresholds
      *>                   3  bar on the first call
       01  HRDEST-REC.
           05  HRD-PREFIX              PIC X(08).
           05  HRD-RISK-LEVEL          PIC 9(01).
               88  HRD-WATCH-ONLY              VALUE 1.
               88  HRD-BAR-OVER-LIMIT          VALUE 2.
               88  HRD-BAR-ON-SIGHT            VALUE 3.
           05  HRD-DEST-NAME           PIC X(20).
           05  HRD-SET-BY              PIC X(08).
           05  HRD-SET-DATE            PIC 9(08).
