      *> CBGLJEH.cpy
      *> Journal-entry history (GLJEHIST.DAT).  GLJE.DAT is rewritten
      *> by every telgl run for the GL import to pick up, so each
      *> batch that proves in balance is also appended here, line
      *> for line, under the date telgl issued it -- the same keep-
      *> a-copy-of-what-went-out idea as telbill's INVARCH.TXT.
      *> telarrf totals account 1200 off this file for a period.
      *> The *HDR*/*TRL* envelope rows are not carried.
       01  GLJE-HIST-REC.
           05  GJH-POST-DATE       PIC 9(08).
           05  GJH-BATCH-ID        PIC X(20).
           05  GJH-GL-ACCOUNT      PIC X(08).
           05  GJH-DR-CR           PIC X(02).
           05  GJH-AMOUNT          PIC S9(11)V99.
           05  GJH-DESC            PIC X(30).
