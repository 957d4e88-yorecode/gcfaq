      *> CBSEALRQ.cpy
      *> Parameter block for CALL "TELSEAL" USING SEAL-REQUEST, the
      *> audit-trail chaining module.  Every program that appends
      *> to an audit trail builds its line as always, then hands it
      *> here just before the WRITE:
      *>
      *>   SEAL-LINE (SRQ-SEAL)   -- SRQ-TRAIL names the trail file,
      *>       SRQ-LINE holds the line.  TELSEAL returns it in
      *>       SRQ-LINE prefixed with the trail's next sequence
      *>       number and the running hash of the previous line's
      *>       hash, this sequence number and this line's text:
      *>
      *>         #nnnnnnnnn hhhhhhhhhhhhhhhhhh <the line as built>
      *>         1         12                31
      *>
      *>       and the sequence and hash also in SRQ-SEQ/SRQ-HASH.
      *>       Audit records are 30 bytes wider than the text they
      *>       carry so the prefix never pushes text off the end.
      *>
      *>   HASH-ONLY (SRQ-HASH-ONLY) -- returns in SRQ-HASH the hash
      *>       of SRQ-PREV-HASH, SRQ-SEQ and SRQ-LINE without
      *>       touching any trail; telaudv recomputes the chain with
      *>       it, so writer and verifier can never disagree on the
      *>       arithmetic.
      *>
      *> A trail's first sealed line chains from a hash of all
      *> zeros.
       01  SEAL-REQUEST.
           05  SRQ-FUNCTION            PIC X(01)  VALUE "S".
               88  SRQ-SEAL                    VALUE "S".
               88  SRQ-HASH-ONLY               VALUE "H".
           05  SRQ-TRAIL               PIC X(20)  VALUE SPACES.
           05  SRQ-PREV-HASH           PIC X(18)  VALUE SPACES.
           05  SRQ-SEQ                 PIC 9(09)  VALUE ZERO.
           05  SRQ-HASH                PIC X(18)  VALUE SPACES.
           05  SRQ-LINE                PIC X(260) VALUE SPACES.
