      *> CBSWENT.cpy
      *> Switch-ownership table, keyed by the four-byte source
      *> system id telco5 stamps on SRCMAP.DAT (HDR-SOURCE-SYS-ID).
      *> Each switch -- and the carrier contracts it rides -- is
      *> owned by one operating entity; an account billed by a
      *> different entity is using that entity's network, and
      *> telico charges the usage across at the agreed transfer
      *> rate.  SWE-XFER-PCT is the agreement's fraction of the
      *> attributed usage revenue (0.7000 = 70%); zero takes the
      *> standard rate, TELCO_IC_TRANSFER_PCT.  A switch not on
      *> the table is treated as the billing entity's own.
       01  SWENT-REC.
           05  SWE-SYS-ID          PIC X(04).
           05  SWE-ENTITY-CODE     PIC X(02).
           05  SWE-DESC            PIC X(30).
           05  SWE-XFER-PCT        PIC 9V9(04).
