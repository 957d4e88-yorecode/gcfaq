      *> CBRETML.cpy
      *> Mail house returned-mail file (RETMAIL.DAT), one "D" row per
      *> bill the post office handed back as undeliverable.  The
      *> mail house keys it by the invoice number printed on the
      *> document (the same number telprint EXTRACT sent on its "D"
      *> header), with the post office's return reason -- VAC
      *> vacant, UTF unable to forward, ANK attempted not known,
      *> FWDX forwarding order expired, ... -- and, where the post
      *> office supplied one, the forwarding address.  Any other
      *> row type is the vendor's framing and is skipped.
       01  RETMAIL-REC.
           05  RML-REC-TYPE        PIC X(01).
               88  RML-DETAIL             VALUE "D".
           05  RML-INV-NO          PIC 9(08).
           05  RML-REASON          PIC X(04).
           05  RML-RETURN-DATE     PIC 9(08).
           05  RML-FWD-LINE1       PIC X(30).
           05  RML-FWD-LINE2       PIC X(30).
           05  RML-FWD-CITY        PIC X(20).
           05  RML-FWD-STATE       PIC X(02).
           05  RML-FWD-ZIP         PIC X(10).
