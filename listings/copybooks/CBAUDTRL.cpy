      *> CBAUDTRL.cpy
      *> Every audit trail the system writes, with the program that
      *> writes it -- the one list telaudv verifies, telaudq
      *> searches and telrecert reads for activity.  A program that
      *> starts a new trail seals its lines through TELSEAL (see
      *> CBSEALRQ.cpy) and adds the trail here.  TELCO.RAUD
      *> (telrate, telrnote), TELCO.TAUD (telref, telicb) and
      *> TELCO.UAUD (telauth, telrecert) are shared; the line itself
      *> says which program wrote it.
       01  AUDIT-TRAIL-NAMES.
           05  FILLER PIC X(28) VALUE "TELCO.AAUD          telacct".
           05  FILLER PIC X(28) VALUE "TELCO.FAUD          telfix".
           05  FILLER PIC X(28) VALUE "TELCO.JAUD          teladj".
           05  FILLER PIC X(28) VALUE "TELCO.MAUD          telmerge".
           05  FILLER PIC X(28) VALUE "TELCO.RAUD          telrate".
           05  FILLER PIC X(28) VALUE "TELCO.TAUD          telref".
           05  FILLER PIC X(28) VALUE "TELCO.UAUD          telauth".
           05  FILLER PIC X(28) VALUE "TELCO.XAUD          telfx".
           05  FILLER PIC X(28) VALUE "TELAGCY.AUD         telagcy".
           05  FILLER PIC X(28) VALUE "TELALI.AUD          telali".
           05  FILLER PIC X(28) VALUE "TELAPAY.AUD         telapay".
           05  FILLER PIC X(28) VALUE "TELAUTHN.AUD        telauthn".
           05  FILLER PIC X(28) VALUE "TELCMEMO.AUD        telcmemo".
           05  FILLER PIC X(28) VALUE "TELDEP.AUD          teldep".
           05  FILLER PIC X(28) VALUE "TELDISP.AUD         teldisp".
           05  FILLER PIC X(28) VALUE "TELDRIFT.AUD        teldrift".
           05  FILLER PIC X(28) VALUE "TELEQUIP.AUD        telequip".
           05  FILLER PIC X(28) VALUE "TELESCH.AUD         telesch".
           05  FILLER PIC X(28) VALUE "TELEXP.AUD          telexp".
           05  FILLER PIC X(28) VALUE "TELLEGAL.AUD        tellegal".
           05  FILLER PIC X(28) VALUE "TELLEVEL.AUD        tellevel".
           05  FILLER PIC X(28) VALUE "TELLIFE.AUD         tellife".
           05  FILLER PIC X(28) VALUE "TELMSG.AUD          telmsg".
           05  FILLER PIC X(28) VALUE "TELOTC.AUD          telotc".
           05  FILLER PIC X(28) VALUE "TELPLAN.AUD         telplan".
           05  FILLER PIC X(28) VALUE "TELPRIV.AUD         telpriv".
           05  FILLER PIC X(28) VALUE "TELPROT.AUD         telprot".
           05  FILLER PIC X(28) VALUE "TELPTS.AUD          telpts".
           05  FILLER PIC X(28) VALUE "TELRERAT.AUD        telrerat".
           05  FILLER PIC X(28) VALUE "TELRFND.AUD         telrfnd".
           05  FILLER PIC X(28) VALUE "TELRMAIL.AUD        telrmail".
           05  FILLER PIC X(28) VALUE "TELRTN.AUD          telrtn".
           05  FILLER PIC X(28) VALUE "TELSHOCK.AUD        telshock".
           05  FILLER PIC X(28) VALUE "TELVCH.AUD          telvch".
           05  FILLER PIC X(28) VALUE "TELWOFF.AUD         telwoff".
           05  FILLER PIC X(28) VALUE "TELXFER.AUD         telxfer".
       01  AUDIT-TRAIL-TABLE REDEFINES AUDIT-TRAIL-NAMES.
           05  AT-ENTRY OCCURS 36 TIMES.
               10  AT-NAME       PIC X(20).
               10  AT-PROGRAM    PIC X(08).
       01  AT-TRAIL-COUNT    PIC 9(02)   COMP-5 VALUE 36.
