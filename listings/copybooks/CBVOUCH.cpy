      *> CBVOUCH.cpy
      *> Prepaid recharge voucher (PIN card) master, VOUCHER.DAT,
      *> keyed by serial -- the batch number telvch GENERATE drew
      *> off VCHSEQ.DAT plus the card's place in the batch, printed
      *> on the card and on every distributor manifest.  The PIN
      *> itself is never kept: the card printer's VCHPRINT.DAT is
      *> the only place it exists in the clear, and VCHPIN.DAT (see
      *> CBVCHPIN.cpy) finds the card from its digest.
      *>
      *>   VCH-STATE  C  created -- printed, in our warehouse
      *>              S  shipped to VCH-DISTRIBUTOR
      *>              A  activated at sale -- the face value is now
      *>                 owed to whoever holds the PIN
      *>              R  redeemed onto VCH-REDEEMED-ACCT's prepaid
      *>                 balance
      *>              X  expired unredeemed on VCH-EXPIRY-DATE
       01  VOUCHER-REC.
           05  VCH-SERIAL.
               10  VCH-BATCH-NO        PIC 9(06).
               10  VCH-CARD-NO         PIC 9(06).
           05  VCH-FACE-VALUE          PIC 9(05)V99.
           05  VCH-STATE               PIC X(01).
               88  VCH-CREATED                 VALUE "C".
               88  VCH-SHIPPED                 VALUE "S".
               88  VCH-ACTIVATED               VALUE "A".
               88  VCH-REDEEMED                VALUE "R".
               88  VCH-EXPIRED                 VALUE "X".
           05  VCH-CREATED-DATE        PIC 9(08).
           05  VCH-EXPIRY-DATE         PIC 9(08).
           05  VCH-DISTRIBUTOR         PIC X(08).
           05  VCH-SHIPPED-DATE        PIC 9(08).
           05  VCH-ACTIVATED-DATE      PIC 9(08).
           05  VCH-REDEEMED-DATE       PIC 9(08).
           05  VCH-REDEEMED-ACCT       PIC 9(10).
           05  VCH-LAST-USERID         PIC X(08).
