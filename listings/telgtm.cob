           05  SRT-UNITS           PIC S9(09).
           05  SRT-CHARGE          PIC S9(09)V99.
           05  SRT-JURIS-CLASS     PIC X(01).
           05  SRT-CALLING-NUMBER  PIC X(15).
       FD  BATCHTOT.
           COPY CBBATCH.
       FD  MASKPOL.
