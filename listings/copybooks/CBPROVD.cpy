      *> CBPROVD.cpy
      *> Provisioning delta transaction, one fixed-field line per
      *> add ("A"), change ("C") or disconnect ("D") -- the
      *> PROVDELTA.DAT layout telprov applies to ACCTMAST.DAT.  The
      *> proposed fixes telpinv generates from its inventory
      *> reconciliation are written in the same layout, so they
      *> go through telprov's validation like any night's feed.
       01  PROV-REC.
           05  PRV-ACTION      PIC X(01).
           05  PRV-ACCT-NO     PIC X(10).
           05  PRV-NAME        PIC X(30).
           05  PRV-PLAN        PIC X(04).
           05  PRV-ADDR1       PIC X(30).
           05  PRV-ADDR2       PIC X(30).
           05  PRV-CITY        PIC X(20).
           05  PRV-STATE       PIC X(02).
           05  PRV-ZIP         PIC X(10).
           05  PRV-LANG        PIC X(02).
