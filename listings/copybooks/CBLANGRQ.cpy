      *> CBLANGRQ.cpy
      *> Parameter block for CALL "TELLANG" USING LANG-REQUEST.
      *> The caller names the account's language, the text id and
      *> the English wording it has always printed; TELLANG hands
      *> back the line in that language with the values put in.
      *> A language or text not on LANGTEXT.DAT falls back to the
      *> English row, then to the caller's wording, and comes back
      *> with LRQ-FELL-BACK set -- TELLANG has already logged it on
      *> LANGFALL.LOG for the run's report.
      *>
      *> LRQ-ARG-TYPE says how each value is edited for the
      *> language: "A" an amount already edited US-style
      *> (Z,ZZZ,ZZ9.99), re-punctuated; "D" a YYYYMMDD date, put in
      *> the language's date order; space printed as given.  "C"
      *> closes LANGTEXT.DAT and the log at end of run.
       01  LANG-REQUEST.
           05  LRQ-FUNCTION            PIC X(01)  VALUE "T".
               88  LRQ-GET-TEXT                VALUE "T".
               88  LRQ-CLOSE                   VALUE "C".
           05  LRQ-PROGRAM             PIC X(08)  VALUE SPACES.
           05  LRQ-ACCT-NO             PIC 9(10)  VALUE ZERO.
           05  LRQ-LANG                PIC X(02)  VALUE SPACES.
           05  LRQ-TEXT-ID             PIC X(08)  VALUE SPACES.
           05  LRQ-DEFAULT             PIC X(100) VALUE SPACES.
           05  LRQ-ARGS.
               10  LRQ-ARG-ENTRY OCCURS 4 TIMES.
                   15  LRQ-ARG-TYPE    PIC X(01).
                   15  LRQ-ARG         PIC X(30).
           05  LRQ-RESULT              PIC X(100) VALUE SPACES.
           05  LRQ-FALLBACK-IND        PIC X(01)  VALUE "N".
               88  LRQ-FELL-BACK               VALUE "Y".
