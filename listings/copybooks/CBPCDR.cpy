      *> CBPCDR.cpy
      *> Long-call partial pending store, kept by telpcdr.  Each
      *> partial piece (see CDR-PARTIAL-IND in CBCDR.cpy) waits
      *> here, keyed account + switch call reference + piece
      *> number, until its set is complete and goes to rating as
      *> one call -- across as many runs as that takes.  PCP-CDR-
      *> IMAGE is the piece exactly as it arrived.
      *>
      *> Piece 000 of a set is the marker telpcdr leaves when it
      *> releases the set: PCP-IND "C" when it went out complete,
      *> "O" when it was rated as it stood after ageing out.  A
      *> piece re-sent for a completed set is dropped as already
      *> billed; a late piece for an aged-out set is rated on its
      *> own, since its minutes were never billed.  Markers are
      *> purged once they are well past any late arrival.
       01  PCDR-PEND-REC.
           05  PCP-KEY.
               10  PCP-SET-KEY.
                   15  PCP-ACCT-NO     PIC 9(10).
                   15  PCP-CALL-REF    PIC X(16).
               10  PCP-SEQ             PIC 9(03).
           05  PCP-IND                 PIC X(01).
               88  PCP-SET-COMPLETED          VALUE "C".
               88  PCP-SET-AGED-OUT           VALUE "O".
           05  PCP-ARRIVED             PIC 9(08).
           05  PCP-MINUTES             PIC 9(07).
           05  PCP-IN-FILE             PIC X(40).
           05  PCP-CDR-LENGTH          PIC 9(04).
           05  PCP-CDR-IMAGE           PIC X(92).
