      *> CBPLANBD.cpy
      *> Plan-to-band rate mapping (PLANBAND.DAT): for each rating
      *> plan, the RATE-TABLE code an international destination
      *> band (IDK-BAND on the rate deck, CBIDECK.cpy) prices at.
      *> A row with a blank plan code is the house mapping, used
      *> for an account with no plan or whose plan does not map
      *> the band; a band mapped nowhere rates at the INTL code.
      *> The rate history itself stays on RATE-TABLE under the
      *> named code.  Maintained through telref (table BAND).
       01  PLAN-BAND-REC.
           05  PBD-KEY.
               10  PBD-PLAN-CODE   PIC X(04).
               10  PBD-BAND        PIC X(02).
           05  PBD-RATE-CODE       PIC X(04).
