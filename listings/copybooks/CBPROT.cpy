      *> CBPROT.cpy
      *> Protected-account register (PROTECT.DAT), maintained
      *> through telprot, one row per account per kind of
      *> protection.  A protected account is never ordered
      *> disconnected (teldisc), is dunned only in the regulator-
      *> approved wording (teldun) and is never placed with the
      *> outside agency (telagcy).
      *>
      *>   PRT-TYPE  "M" medical-necessity certificate, "G"
      *>             government account, "E" emergency-service
      *>             account
      *>   PRT-CERT-REF  the certificate or agency reference the
      *>             protection rests on
      *>   PRT-EXPIRY-DATE  the last day it protects; zero for a
      *>             protection with no end (a government or
      *>             emergency-service account, typically)
      *> A removed row stays on file as "R" so the history of who
      *> protected the account, and when, is kept.
       01  PROTECT-REC.
           05  PRT-KEY.
               10  PRT-ACCT-NO         PIC 9(10).
               10  PRT-TYPE            PIC X(01).
                   88  PRT-MEDICAL             VALUE "M".
                   88  PRT-GOVERNMENT          VALUE "G".
                   88  PRT-EMERGENCY           VALUE "E".
                   88  PRT-TYPE-VALID          VALUE "M" "G" "E".
           05  PRT-STATUS-IND          PIC X(01).
               88  PRT-ACTIVE                  VALUE "A".
               88  PRT-REMOVED                 VALUE "R".
           05  PRT-CERT-REF            PIC X(20).
           05  PRT-EFF-DATE            PIC 9(08).
           05  PRT-EXPIRY-DATE         PIC 9(08).
           05  PRT-SET-BY              PIC X(08).
           05  PRT-SET-DATE            PIC 9(08).
