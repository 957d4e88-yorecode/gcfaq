      *>  type of "H" or "T", so VALIDATE-FILE-HEADER/
      *>  VALIDATE-FILE-TRAILER in telco5 simply have nothing to
      *>  validate and the run proceeds normally.
      *>  "5" is an SMS record and "6" a data session: the same
      *>  detail layout, but the units field carries a message
      *>  count or kilobytes instead of minutes, and the flag byte
      *>  means nothing -- telco5 rates them on their own plan
      *>  codes and keeps their volumes out of minutes of use.
           05  CDR-REC-TYPE        PIC X.
               88  REC-TYPE-DETAIL     VALUES SPACE "1".
               88  REC-TYPE-TRUNK      VALUE "2".
               88  REC-TYPE-HEALTH     VALUE "3".
               88  REC-TYPE-TERMINATING VALUE "4".
               88  REC-TYPE-SMS        VALUE "5".
               88  REC-TYPE-DATA       VALUE "6".
               88  REC-TYPE-HEADER     VALUE "H".
               88  REC-TYPE-TRAILER    VALUE "T".
      *>  The number that PLACED the call, captured so billing can
      *>  nothing to check against and the CDR bills off ACCT-NO-IN
      *>  exactly as before.
           05  CDR-CALLING-NUMBER  PIC X(15).
      *>  Long-call partial record: a switch cuts a call that runs
      *>  past its long-call timer into pieces, "F" the first, "I"
      *>  each intermediate and "L" the last, numbered from 1 in
      *>  CDR-PARTIAL-SEQ and tied together by the switch's own
      *>  CDR-CALL-REF.  telpcdr assembles each set into one whole
      *>  call ahead of telco5, so the call is charged its initial
      *>  increment and minimum once and itemizes as one line.
      *>  Space -- a record cut before these fields, or any call
      *>  the switch never split -- is a whole call, as always.
           05  CDR-PARTIAL-IND     PIC X.
               88  CDR-WHOLE-CALL         VALUE SPACE.
               88  CDR-PARTIAL-PIECE      VALUES "F" "I" "L".
               88  CDR-PARTIAL-LAST       VALUE "L".
           05  CDR-PARTIAL-SEQ     PIC 9(03).
           05  CDR-CALL-REF        PIC X(16).

      *>  File-level header envelope -- REDEFINEs CDR-IN end to end so
      *>  the first physical record in a guarded extract can carry an
           05  FILLER              PIC X.
           05  FILLER              PIC X(15).

      *>  Terminating-traffic record (record type "4") -- another
      *>  carrier's call delivered onto OUR network for completion,
      *>  which we charge that originating carrier access for.  It
      *>  identifies the originating carrier, the call date, the
      *>  minutes and the number it terminated on; telco5 posts it
      *>  to the run's month like every other CARRMTD figure.
      *>  ACCT-NO-IN's bytes are
      *>  not a retail account here, so these records never reach
      *>  PROCESS-CDR-DETAIL or ACCTSUM.  FILLER pads keep
      *>  CDR-REC-TYPE on its permanent byte position.
       01  TRM-REC REDEFINES CDR-IN.
           05  TRM-ORIG-CARRIER    PIC X(03).
           05  TRM-CALL-DATE       PIC 9(08).
           05  TRM-MINUTES         PIC 9(07).
           05  TRM-TERM-NUMBER     PIC X(15).
           05  FILLER              PIC X(23).
           05  FILLER              PIC X.
           05  FILLER              PIC X(15).

      *>  File-level trailer envelope -- REDEFINEs CDR-IN the same
      *>  way, carrying the actual record count the upstream feed
      *>  wrote so VALIDATE-FILE-TRAILER can compare it to what
