      *> CBVCHPIN.cpy
      *> PIN index for the voucher master (VCHPIN.DAT), keyed by
      *> the PIN's digest -- two independent rolling digests of the
      *> sixteen PIN positions side by side, so a keyed PIN finds
      *> its card without the PIN being stored anywhere.  telvch
      *> GENERATE draws again for any PIN whose digest is already
      *> on file, so one digest is always exactly one card.
       01  VCHPIN-REC.
           05  VPI-DIGEST              PIC 9(18).
           05  VPI-SERIAL              PIC 9(12).
