      *> interconnect partner we accumulate what we owe them (the
      *> CTAX bucket on CARRMTD.DAT) and what they owe us (the
      *> roaming/termination SETTLE bucket, joined by the inbound-
      *> roaming receivable once telroam bills it and by the
      *> terminating-access receivable telco5 rates off the
      *> switch's record type "4" traffic) in separate
      *> directions, and Treasury has been settling each direction
      *> gross -- wiring money out while the same carrier wires
      *> money in.  This period-end pass brings the directions
       FD  NETSCHED.
       01  NETSCHED-REC      PIC X(70).
       FD  SETRPT.
       01  SETRPT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  CARRMTD-STATUS    PIC XX      VALUE "00".
       NET-ONE-CARRIER.
           ADD 1 TO WS-ROW-COUNT
           COMPUTE WS-NET-POS = CM-SETTLE-TOT + CM-INBOUND-TOT
                              + CM-TERM-TOT - CM-CTAX-TOT
           END-COMPUTE
           IF WS-NET-POS < ZERO
               MOVE "PAY" TO WS-DIRECTION
           END-IF
           MOVE CM-CTAX-TOT   TO WS-AMT-OUT
           COMPUTE WS-AMT-OUT2 = CM-SETTLE-TOT + CM-INBOUND-TOT
                               + CM-TERM-TOT
           END-COMPUTE
           MOVE WS-NET-POS    TO WS-AMT-OUT3
           MOVE SPACES TO SETRPT-REC
                  CM-CARRIER-CODE        DELIMITED BY SIZE
                  "  we owe (CM-CTAX-TOT) " DELIMITED BY SIZE
                  WS-AMT-OUT             DELIMITED BY SIZE
                  "  they owe (SETTLE+INBOUND+TERM) "
                                         DELIMITED BY SIZE
                  WS-AMT-OUT2            DELIMITED BY SIZE
                  "  net "               DELIMITED BY SIZE
