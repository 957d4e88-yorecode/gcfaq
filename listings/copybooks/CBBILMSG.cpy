      *> CBBILMSG.cpy
      *> Bill-message table (BILLMSG.DAT), keyed by a short message
      *> id and maintained through telmsg.  Each active message
      *> whose effective window takes in the invoice date prints on
      *> every invoice -- paper and e-bill -- whose account matches
      *> all of its targets, lowest priority number first.  A
      *> target of "*" matches any value; "-" matches the blank
      *> default (the default cycle or entity, say).
      *>
      *> Regulatory messages ("R") always print; marketing messages
      *> ("M") are capped per invoice so a crowded month cannot
      *> bury the bill.  telbill counts the invoices carrying each
      *> message per run (BILLMSG.LOG) -- the proof a mandated
      *> disclosure actually went out.
       01  BILL-MESSAGE-REC.
           05  BMS-MSG-ID              PIC X(08).
           05  BMS-CATEGORY            PIC X(01).
               88  BMS-REGULATORY              VALUE "R".
               88  BMS-MARKETING               VALUE "M".
           05  BMS-PRIORITY            PIC 9(02).
           05  BMS-EFF-FROM            PIC 9(08).
      *>  Last day the message prints; ZERO = open-ended.
           05  BMS-EFF-TO              PIC 9(08).
           05  BMS-TGT-CYCLE           PIC X(02).
           05  BMS-TGT-PLAN            PIC X(04).
           05  BMS-TGT-STATE           PIC X(02).
           05  BMS-TGT-ENTITY          PIC X(02).
      *>  "P" paper (and both), "E" electronic (and both), "B"
      *>  both only, "*" any.
           05  BMS-TGT-DELIVERY        PIC X(01).
           05  BMS-TEXT                PIC X(70).
           05  BMS-STATUS-IND          PIC X(01).
               88  BMS-ACTIVE                  VALUE "A".
               88  BMS-CANCELLED               VALUE "X".
           05  BMS-SET-BY              PIC X(08).
           05  BMS-SET-DATE            PIC 9(08).
