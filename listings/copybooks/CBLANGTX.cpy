      *> CBLANGTX.cpy
      *> Customer-facing text table (LANGTEXT.DAT), one row per
      *> language per text id, maintained through telmsg's TEXT
      *> and UNTEXT actions.  The invoice (telbill), the dunning
      *> letters (teldun) and the disconnect notice (teldisc) take
      *> every line of wording from here through TELLANG, so a new
      *> language -- or a commission's required rewording -- is a
      *> table load, never a code change.
      *>
      *> "&1" to "&4" in the text mark where the line's values go
      *> (invoice number, amount, date ...), in whatever order the
      *> language needs them.  The row with text id "LOCALE" holds
      *> the language's editing instead of wording: decimal point,
      *> thousands separator and date order (YMD, DMY or MDY) in
      *> its first five bytes -- ",.DMY" prints 1.234,56 and
      *> 15/10/2026.  No LOCALE row keeps the run's own LC_MONETARY
      *> punctuation (the telco5 convention) and ISO dates.
       01  LANG-TEXT-REC.
           05  LTX-KEY.
               10  LTX-LANG            PIC X(02).
               10  LTX-TEXT-ID         PIC X(08).
           05  LTX-TEXT                PIC X(100).
           05  LTX-SET-BY              PIC X(08).
           05  LTX-SET-DATE            PIC 9(08).
