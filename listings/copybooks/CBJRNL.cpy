      *> account/units/flag (the DUPCHECK key fields), and the posted
      *> amounts.  This is what makes a bad run reversible: telundo
      *> replays a batch's journal lines backwards out of ACCTSUM,
      *> LINESUM, TELCO.MTD and DUPCHECK instead of restoring files
      *> from whatever copy someone may or may not have taken.
       01  JRNL-REC.
           05  JRN-BATCH-ID    PIC X(20).
           05  JRN-ACCT-NO     PIC 9(10).
           05  JRN-PRICE       PIC S9(09)V99.
           05  JRN-BTAX        PIC S9(09)V99.
           05  JRN-DTAX        PIC S9(09)V99.
      *>  The CDR record type posted ("5" SMS, "6" data session,
      *>  space or "1" a call), so a reversal or a replay puts the
      *>  units back on messages, kilobytes or minutes to match.
      *>  Lines written before the field existed read as spaces.
           05  JRN-REC-TYPE    PIC X.
      *>  The per-line row the posting went to on LINESUM.DAT
      *>  ("Y" when it did): the calling line and the minutes and
      *>  charge added to it, exactly as UPDATE-LINE-SUMMARY added
      *>  them, so a reversal or a replay moves the row with the
      *>  account.  Lines written before the fields existed read
      *>  as spaces and leave LINESUM alone.
           05  JRN-LINE-IND    PIC X.
               88  JRN-LINE-POSTED       VALUE "Y".
           05  JRN-LINE-NO     PIC X(15).
           05  JRN-LINE-MOU    PIC S9(09).
           05  JRN-LINE-CHARGE PIC S9(09)V99.
