      *> CBMORAT.cpy
      *> State disconnection-moratorium calendar (MORATOR.DAT),
      *> maintained through telprot: the windows each state forbids
      *> collections disconnects in, year after year -- a winter
      *> moratorium runs, say, 1101 to 0331, the window wrapping the
      *> year end when MOR-TO-MMDD is less than MOR-FROM-MMDD.  The
      *> state is the account's address state on ACCTMAST.DAT.
       01  MORATORIUM-REC.
           05  MOR-KEY.
               10  MOR-STATE           PIC X(02).
               10  MOR-FROM-MMDD       PIC 9(04).
           05  MOR-TO-MMDD             PIC 9(04).
           05  MOR-DESC                PIC X(20).
           05  MOR-SET-BY              PIC X(08).
           05  MOR-SET-DATE            PIC 9(08).
