      *> CBSRCDAY.cpy
      *> Per-source, per-call-day disposition counts, keyed by the
      *> source system id (HDR-SOURCE-SYS-ID), the call date and
      *> the run batch and file that carried the calls -- telco5
      *> writes one row per day an extract's calls fall on, so
      *> telswrc can set what was rated, held, rejected and
      *> double-fed against the switch's own daily traffic
      *> counters (CBSWCNT.cpy).  Voice bill records only, as the
      *> switch counts them; a rerun under the same batch id
      *> replaces its rows rather than adding to them.
       01  SRCDAY-REC.
           05  SRCDAY-KEY.
               10  SDY-SYS-ID      PIC X(04).
               10  SDY-CALL-DATE   PIC 9(08).
               10  SDY-BATCH-ID    PIC X(20).
               10  SDY-FILE-SEQ    PIC 9(04).
           05  SDY-RUN-DATE        PIC 9(08).
           05  SDY-RATED-CALLS     PIC 9(09).
           05  SDY-RATED-MIN       PIC S9(11).
           05  SDY-RATED-PRICE     PIC S9(11)V99.
           05  SDY-HELD-CALLS      PIC 9(09).
           05  SDY-HELD-MIN        PIC S9(11).
           05  SDY-REJ-CALLS       PIC 9(09).
           05  SDY-REJ-MIN         PIC S9(11).
           05  SDY-DUP-CALLS       PIC 9(09).
           05  SDY-DUP-MIN         PIC S9(11).
