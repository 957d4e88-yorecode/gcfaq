      *> CBIDECK.cpy
      *> International destination rate deck (INTLDECK.DAT), keyed
      *> by dialed prefix -- the digits after the "011" or "+"
      *> international access code: a country code, or a country
      *> code and a mobile/fixed sub-prefix -- and effective date,
      *> so a re-banded destination keeps its old row on file.
      *> telco5 takes the LONGEST prefix of CDR-CALLED-NUMBER with
      *> a row in effect on the call date, and prices the call at
      *> the rate code the account's plan maps IDK-BAND to on
      *> PLANBAND.DAT (see CBPLANBD.cpy).  A prefix with no row, or
      *> whose latest row is withdrawn, rates at the plan's INTL
      *> code exactly as before the deck existed.  Maintained only
      *> through telref (table IDECK); a row already in effect is
      *> never changed in place -- the change is a new dated row.
       01  INTL-DECK-REC.
           05  IDK-KEY.
               10  IDK-PREFIX      PIC X(08).
               10  IDK-EFF-DATE    PIC 9(08).
           05  IDK-DEST-NAME       PIC X(20).
      *>  Band "00" withdraws the prefix from the deck from its
      *>  effective date on; a shorter prefix (or the INTL code)
      *>  then prices the call.
           05  IDK-BAND            PIC X(02).
               88  IDK-WITHDRAWN          VALUE "00".
           05  IDK-SET-BY          PIC X(08).
           05  IDK-SET-DATE        PIC 9(08).
