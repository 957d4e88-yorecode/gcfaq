      *> CBDWCTL.cpy
      *> Data-warehouse extract control -- the one record on
      *> DWCTL.DAT that teldwx keeps its high-water marks in.  The
      *> acknowledged half is where the next extract starts from;
      *> the pending half is the batch cut and published but not
      *> yet confirmed loaded (DWC-PEND-BATCH zero: none).  One
      *> record, so acknowledging a batch moves every source's
      *> mark in a single write.
      *>
      *> Marks, one per source in teldwx's source order (CALL,
      *> ADJ, INVREG, ACCT, PLAN, RATE, CARR, JURIS, NUMINV): for
      *> the appended files the count of records published, with
      *> DWC-xxx-CHECK the leading bytes of the last one so a file
      *> cut back or replaced under the mark is noticed; for the
      *> compared files the number of rows in the batch's image
      *> (DWSNAP.<batch>), CHECK unused.
       01  DWCTL-REC.
           05  DWC-ACK-BATCH       PIC 9(08).
           05  DWC-ACK-RUN-DATE    PIC 9(08).
           05  DWC-ACK-DATE        PIC 9(08).
           05  DWC-PEND-BATCH      PIC 9(08).
           05  DWC-PEND-RUN-DATE   PIC 9(08).
           05  DWC-SOURCE-MARK OCCURS 9 TIMES.
               10  DWC-ACK-MARK    PIC 9(12).
               10  DWC-ACK-CHECK   PIC X(60).
               10  DWC-PEND-MARK   PIC 9(12).
               10  DWC-PEND-CHECK  PIC X(60).
