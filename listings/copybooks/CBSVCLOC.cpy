      *> CBSVCLOC.cpy
      *> Service-location master (SVCLOC.DAT), one row per NUMINV.DAT
      *> telephone number: where the line physically is, which for a
      *> multi-site account is not the single billing address on
      *> ACCTMAST.DAT.  telali seeds a row from the owning account's
      *> address the first night a number is live without one, and
      *> maintains it (AUTHTB-checked) from there; the same program
      *> sends the E911 ALI database its insert/change/delete feed
      *> off this file and takes the provider's error returns back.
       01  SVC-LOCATION-REC.
           05  SVL-TELEPHONE           PIC X(15).
      *>  The account the location was seeded or last maintained
      *>  for -- a number that moves to another account (a
      *>  reassignment, a port-in) is re-seeded, never left
      *>  pointing at the old customer's building.
           05  SVL-OWNER-ACCT          PIC 9(10).
           05  SVL-STREET              PIC X(30).
           05  SVL-FLOOR-SUITE         PIC X(20).
           05  SVL-COMMUNITY           PIC X(20).
           05  SVL-STATE               PIC X(02).
           05  SVL-ZIP                 PIC X(10).
      *>  "Y" once the address has been checked against the
      *>  street guide; a seeded or changed address is "N" until
      *>  someone says otherwise.
           05  SVL-VALIDATED           PIC X(01).
               88  SVL-IS-VALIDATED            VALUE "Y".
      *>  "S" seeded from the account address, "M" maintained.
           05  SVL-SOURCE              PIC X(01).
               88  SVL-SEEDED                  VALUE "S".
               88  SVL-MAINTAINED              VALUE "M".
      *>  What the ALI database holds for the number: space never
      *>  sent (or the insert came back in error), "L" live there,
      *>  "D" deleted.  SVL-ALI-PENDING "Y" means the location has
      *>  changed since it was last sent.
           05  SVL-ALI-STATE           PIC X(01).
               88  SVL-ALI-NOT-SENT            VALUE SPACE.
               88  SVL-ALI-LIVE                VALUE "L".
               88  SVL-ALI-DELETED             VALUE "D".
           05  SVL-ALI-PENDING         PIC X(01).
               88  SVL-ALI-TO-SEND             VALUE "Y".
           05  SVL-ALI-SENT-DATE       PIC 9(08).
      *>  Last error the provider returned against this number,
      *>  cleared when the location is next maintained.
           05  SVL-ALI-ERR-CODE        PIC X(04).
           05  SVL-ALI-ERR-DATE        PIC 9(08).
           05  SVL-SET-BY              PIC X(08).
           05  SVL-SET-DATE            PIC 9(08).
