      *> CBPROTRQ.cpy
      *> Parameter block for CALL "TELPRTQ" USING PROT-REQUEST.
      *> The caller names the account, its address state and the
      *> date to test; TELPRTQ says whether the account carries a
      *> protection in force that day (PROTECT.DAT, see CBPROT.cpy)
      *> and, separately, whether the state is inside a moratorium
      *> window (MORATOR.DAT, see CBMORAT.cpy) -- a moratorium
      *> stops disconnects, not the rest of collections, so each
      *> caller decides what the two answers mean for it.
      *>
      *>   PRQ-TYPE / PRQ-CERT-REF / PRQ-EXPIRY-DATE  the protection
      *>             found (the first in force, by type)
      *>   PRQ-MOR-DESC / PRQ-MOR-TO-MMDD  the moratorium window
      *> "C" closes the two files at end of run.  Neither file on
      *> hand means nobody is protected.
       01  PROT-REQUEST.
           05  PRQ-FUNCTION            PIC X(01)  VALUE "Q".
               88  PRQ-QUERY                   VALUE "Q".
               88  PRQ-CLOSE                   VALUE "C".
           05  PRQ-ACCT-NO             PIC 9(10)  VALUE ZERO.
           05  PRQ-STATE               PIC X(02)  VALUE SPACES.
           05  PRQ-DATE                PIC 9(08)  VALUE ZERO.
           05  PRQ-PROTECT-IND         PIC X(01)  VALUE "N".
               88  PRQ-PROTECTED               VALUE "Y".
           05  PRQ-TYPE                PIC X(01)  VALUE SPACE.
           05  PRQ-CERT-REF            PIC X(20)  VALUE SPACES.
           05  PRQ-EXPIRY-DATE         PIC 9(08)  VALUE ZERO.
           05  PRQ-MORATORIUM-IND      PIC X(01)  VALUE "N".
               88  PRQ-IN-MORATORIUM           VALUE "Y".
           05  PRQ-MOR-DESC            PIC X(20)  VALUE SPACES.
           05  PRQ-MOR-TO-MMDD         PIC 9(04)  VALUE ZERO.
