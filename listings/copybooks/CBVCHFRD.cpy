      *> CBVCHFRD.cpy
      *> Refused voucher redemptions (VCHFRAUD.DAT), appended by
      *> telvch for every PIN that was unknown, already used, not
      *> yet activated or expired -- counted against the account
      *> keying it.  An account with TELCO_VCH_FRAUD_LIMIT (default
      *> 3) refusals in the last 30 days is held: further PINs are
      *> refused unread until care has reviewed it -- telvch CLEAR
      *> writes a REVIEWED row the count starts again from -- and
      *> telvch REPORT lists every account with refusals on file.
      *> VFR-SERIAL is zero when the PIN matched no card.
       01  VCHFRAUD-REC.
           05  VFR-DATE                PIC 9(08).
           05  VFR-TIME                PIC 9(06).
           05  VFR-ACCT-NO             PIC 9(10).
           05  VFR-SERIAL              PIC 9(12).
           05  VFR-REASON              PIC X(24).
           05  VFR-CHANNEL             PIC X(04).
           05  VFR-USERID              PIC X(08).
