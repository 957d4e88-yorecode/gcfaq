      *> CBRUNCFG.cpy
      *> Run-configuration snapshot (RUNCFG.DAT), one record per
      *> setting per program per run, written through TELCFG (see
      *> CBCFGRQ.cpy) as each program reads its TELCO_* settings.
      *> CFG-RUN-ID is the chain id telsched hands every step
      *> (TELCO_CHAIN_ID) when the program runs under the nightly
      *> chain -- a production run, CFG-PRODUCTION -- and otherwise
      *> the program's own batch id, TELCO_RUN_ID, or RUN. plus the
      *> start timestamp.  CFG-BATCH-ID is the batch id the program
      *> itself stamps on its output (telco5's BATCH-ID), where it
      *> has one.  CFG-ENV-VALUE is what the environment held,
      *> spaces if the setting was not set; CFG-VALUE the value the
      *> program ran with.  teldrift reports the differences.
       01  RUN-CFG-REC.
           05  CFG-KEY.
               10  CFG-RUN-ID          PIC X(20).
               10  CFG-PROGRAM         PIC X(08).
               10  CFG-SETTING         PIC X(30).
           05  CFG-STAMP               PIC X(14).
           05  CFG-BATCH-ID            PIC X(20).
           05  CFG-ENV-VALUE           PIC X(40).
           05  CFG-VALUE               PIC X(40).
           05  CFG-SOURCE              PIC X(01).
               88  CFG-FROM-ENV                VALUE "E".
               88  CFG-DEFAULTED               VALUE "D".
           05  CFG-CLASS               PIC X(01).
               88  CFG-RUN-SPECIFIC            VALUE "R".
           05  CFG-PROD-IND            PIC X(01).
               88  CFG-PRODUCTION              VALUE "P".
