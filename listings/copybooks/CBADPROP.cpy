      *> CBADPROP.cpy
      *> Forwarding-address proposal (ADDRPROP.DAT), one record per
      *> account, keyed by account, written by telrmail when a
      *> returned bill comes back with a forwarding address.  Same
      *> stance as telscore's credit-limit proposals: nothing here
      *> touches ACCTMAST.DAT -- the address changes only when an
      *> account-maintenance user applies the proposal through
      *> telacct's FWD action, which audits it on TELCO.AAUD and
      *> lifts the address hold.  A later return with a forwarding
      *> address replaces a pending proposal.
       01  ADDR-PROP-REC.
           05  ADP-ACCT-NO             PIC 9(10).
           05  ADP-INV-NO              PIC 9(08).
           05  ADP-REASON              PIC X(04).
           05  ADP-ADDR-LINE1          PIC X(30).
           05  ADP-ADDR-LINE2          PIC X(30).
           05  ADP-ADDR-CITY           PIC X(20).
           05  ADP-ADDR-STATE          PIC X(02).
           05  ADP-ADDR-ZIP            PIC X(10).
           05  ADP-RECV-DATE           PIC 9(08).
           05  ADP-STATUS-IND          PIC X(01).
               88  ADP-PENDING                 VALUE "P".
               88  ADP-APPLIED                 VALUE "A".
               88  ADP-REFUSED                 VALUE "R".
           05  ADP-ACTION-BY           PIC X(08).
           05  ADP-ACTION-DATE         PIC 9(08).
