      *> CBCFGBAS.cpy
      *> Approved configuration baseline (CFGBASE.DAT), one record
      *> per program per setting: the value production is supposed
      *> to run with and what the environment held to get it.
      *> Written only by teldrift APPROVE, from a reviewed run's
      *> snapshot, by a security administrator; teldrift reports a
      *> run's departures from it as unapproved, and its PRECHECK
      *> mode -- which telsched runs ahead of the rating step --
      *> compares the live environment against it.
       01  CFG-BASE-REC.
           05  CFB-KEY.
               10  CFB-PROGRAM         PIC X(08).
               10  CFB-SETTING         PIC X(30).
           05  CFB-ENV-VALUE           PIC X(40).
           05  CFB-VALUE               PIC X(40).
           05  CFB-SOURCE              PIC X(01).
           05  CFB-FROM-RUN            PIC X(20).
           05  CFB-APPROVED-BY         PIC X(08).
           05  CFB-APPROVED-DATE       PIC 9(08).
