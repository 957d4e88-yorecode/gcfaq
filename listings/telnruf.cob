      *>
      *> telnruf.cob -- semiannual number-utilization (NRUF)
      *> filing.  The numbering administrator wants utilization
      *> per thousands-block twice a year, as of 30 June and 31
      *> December, and it was being assembled by hand from telref
      *> listings.  This report reads the number inventory
      *> (NUMINV.DAT, see CBNUMINV.cpy) and counts every block we
      *> hold -- the NPA-NXX plus the thousands digit -- into the
      *> administrator's categories:
      *>
      *>   assigned    working numbers, and numbers ported out (the
      *>               administrator counts those as assigned)
      *>   aging       quarantined after disassignment
      *>   available   spare, and any number of a held block that
      *>               is not on the inventory at all
      *>
      *> Utilization is assigned over the block's 1000 numbers.
      *> Blocks whose numbers in use (assigned plus aging) are at
      *> or under TELCO_NRUF_DONATE_PCT (default 10) percent are
      *> listed as candidates to donate back to the pool.  Each
      *> NPA-NXX is summarized across its blocks, and each rate
      *> center (NPA-RATE-CENTER on NPASTATE.DAT, see CBNPA.cpy;
      *> the NPA-NXX itself when none is on file) gets a months-
      *> to-exhaust forecast from the growth in assigned numbers
      *> over the last four filings on NRUFHIST.DAT.
      *>
      *> Invoked:  telnruf [FILINGDATE] [FINAL]
      *>   FILINGDATE defaults to the latest 30 June or 31 December
      *>   on or before today.  The counts are the inventory as it
      *>   stands at the run; numbers whose state changed after the
      *>   filing date are counted and flagged so a late run can be
      *>   judged.  FINAL records this filing's rate-center totals
      *>   on NRUFHIST.DAT (once per filing date) for the next
      *>   forecast; without it the run is a draft.
      *>
      *> Report on TELNRUF.TXT; the upload file is NRUFUP.DAT (see
      *> CBNRUF.cpy).
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telnruf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMINV   ASSIGN TO
                "NUMINV.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS NUM-TELEPHONE
                FILE STATUS IS NUMINV-STATUS
                .
           SELECT NPASTATE ASSIGN TO
                "NPASTATE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS NPA-PREFIX
                FILE STATUS IS NPA-STATUS
                .
           SELECT NRUFHIST ASSIGN TO
                "NRUFHIST.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS NRUFHIST-STATUS
                .
           SELECT NRUFUP   ASSIGN TO
                "NRUFUP.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS NRUFUP-STATUS
                .
           SELECT NRUFRPT  ASSIGN TO
                "TELNRUF.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS NRUFRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  NUMINV.
           COPY CBNUMINV.
       FD  NPASTATE.
           COPY CBNPA.
       FD  NRUFHIST.
           COPY CBNRUFH.
       FD  NRUFUP.
           COPY CBNRUF.
       FD  NRUFRPT.
       01  NRUFREC           PIC X(110).

       WORKING-STORAGE SECTION.
       01  NUMINV-STATUS     PIC XX      VALUE "00".
       01  NPA-STATUS        PIC XX      VALUE "00".
       01  NRUFHIST-STATUS   PIC XX      VALUE "00".
       01  NRUFUP-STATUS     PIC XX      VALUE "00".
       01  NRUFRPT-STATUS    PIC XX      VALUE "00".

       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-PARTS    REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR     PIC 9(04).
           05  WS-TODAY-MMDD     PIC 9(04).
       01  WS-FILING-DATE    PIC 9(08)   VALUE ZERO.
       01  WS-FILING-INT     PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-TOK-DATE       PIC 9(08)   VALUE ZERO.
       01  WS-CMDLINE        PIC X(40)   VALUE SPACES.
       01  WS-TOK1           PIC X(10)   VALUE SPACES.
       01  WS-TOK2           PIC X(10)   VALUE SPACES.
       01  WS-FINAL          PIC X       VALUE "N".
           88  FINAL-FILING             VALUE "Y".

       01  WS-ENV-DONATE     PIC X(04)   VALUE SPACES.
       01  WS-DONATE-PCT     PIC 9(03)   VALUE 10.

      *>  One bucket per thousands-block held, first-seen-claims-a-
      *>  slot; the inventory reads in number order, so the blocks
      *>  land in order too.
       01  BLOCK-TOTALS.
           05  BLK-BUCKET OCCURS 3000 TIMES INDEXED BY BK-IDX.
               10  BLK-KEY.
                   15  BLK-NPA-NXX   PIC X(06)  VALUE SPACES.
                   15  BLK-DIGIT     PIC X(01)  VALUE SPACE.
               10  BLK-ASSIGNED  PIC 9(05)  COMP-5 VALUE ZERO.
               10  BLK-PORTED    PIC 9(05)  COMP-5 VALUE ZERO.
               10  BLK-AGING     PIC 9(05)  COMP-5 VALUE ZERO.
               10  BLK-SPARE     PIC 9(05)  COMP-5 VALUE ZERO.
               10  BLK-LATE      PIC 9(05)  COMP-5 VALUE ZERO.
       01  WS-BLK-COUNT      PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-BLK-OVERFLOW   PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-SKIPPED-NUMS   PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-LATE-TOTAL     PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-BLOCK-KEY      PIC X(07)   VALUE SPACES.

      *>  Per rate center: this filing's totals and the last four
      *>  earlier filings off NRUFHIST.DAT, oldest first.
       01  RATE-CENTER-TOTALS.
           05  RCT-BUCKET OCCURS 300 TIMES INDEXED BY RC-IDX.
               10  RCT-CODE      PIC X(10)  VALUE SPACES.
               10  RCT-STATE     PIC X(02)  VALUE SPACES.
               10  RCT-ASSIGNED  PIC 9(07)  COMP-5 VALUE ZERO.
               10  RCT-AGING     PIC 9(07)  COMP-5 VALUE ZERO.
               10  RCT-TOTAL     PIC 9(07)  COMP-5 VALUE ZERO.
               10  RCT-HIST-COUNT PIC 9(01) COMP-5 VALUE ZERO.
               10  RCT-HIST OCCURS 4 TIMES.
                   15  RCT-HIST-DATE     PIC 9(08)  VALUE ZERO.
                   15  RCT-HIST-ASSIGNED PIC 9(07)  VALUE ZERO.
               10  RCT-MONTHS    PIC 9(03)  VALUE ZERO.
       01  WS-RC-COUNT       PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-RC-OVERFLOW    PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-RC-CODE        PIC X(10)   VALUE SPACES.
       01  WS-RC-STATE       PIC X(02)   VALUE SPACES.
       01  WS-HIST-SLOT      PIC 9(01)   COMP-5 VALUE ZERO.
       01  WS-HIST-DUP       PIC X       VALUE "N".
           88  FILING-ALREADY-RECORDED  VALUE "Y".

      *>  Per NPA-NXX summary, accumulated while the blocks print.
       01  WS-NXX-PREFIX     PIC X(06)   VALUE SPACES.
       01  WS-NXX-BLOCKS     PIC 9(03)   VALUE ZERO.
       01  WS-NXX-ASSIGNED   PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-NXX-AGING      PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-NXX-AVAILABLE  PIC 9(07)   COMP-5 VALUE ZERO.

       01  WS-ASSIGNED       PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-AVAILABLE      PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-IN-USE         PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-UTIL-PCT       PIC 9(03)V9 VALUE ZERO.
       01  WS-IN-USE-PCT     PIC 9(03)V9 VALUE ZERO.
       01  WS-DONATE-COUNT   PIC 9(05)   COMP-5 VALUE ZERO.

       01  WS-GROWTH         PIC S9(07)  COMP-5 VALUE ZERO.
       01  WS-GROWTH-DAYS    PIC S9(07)  COMP-5 VALUE ZERO.
       01  WS-MONTHS-CALC    PIC 9(07)   VALUE ZERO.

       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-PCT-OUT        PIC ZZ9.9.
       01  WS-MONTHS-OUT     PIC ZZ9.

       01  BLK-LINE.
           10                PIC X(02)      VALUE SPACE.
           10  BL-NPA-NXX    PIC X(06).
           10                PIC X(01)      VALUE "-".
           10  BL-DIGIT      PIC X(01).
           10                PIC X(02)      VALUE SPACE.
           10  BL-STATE      PIC X(02).
           10                PIC X(01)      VALUE SPACE.
           10  BL-RATE-CTR   PIC X(10).
           10                PIC X(02)      VALUE "| ".
           10  BL-ASSIGNED   PIC ZZZZ9.
           10                PIC X(03)      VALUE SPACE.
           10  BL-PORTED     PIC ZZZZ9.
           10                PIC X(03)      VALUE SPACE.
           10  BL-AGING      PIC ZZZZ9.
           10                PIC X(03)      VALUE SPACE.
           10  BL-AVAILABLE  PIC ZZZZ9.
           10                PIC X(03)      VALUE SPACE.
           10  BL-UTIL       PIC ZZ9.9.
           10                PIC X(01)      VALUE "%".
           10                PIC X(02)      VALUE SPACE.
           10  BL-FLAG       PIC X(20).

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN OUTPUT NRUFRPT
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-TOK1
                    WS-TOK2
           END-UNSTRING
           IF WS-TOK1 = "FINAL" OR WS-TOK2 = "FINAL"
               SET FINAL-FILING TO TRUE
           END-IF
           IF WS-TOK1 NOT = SPACES AND WS-TOK1 NOT = "FINAL"
               IF WS-TOK1 (1:8) IS NUMERIC
               AND WS-TOK1 (9:2) = SPACES
                   MOVE WS-TOK1 (1:8) TO WS-TOK-DATE
               END-IF
               IF WS-TOK-DATE > ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD (WS-TOK-DATE) = 0
                   MOVE WS-TOK-DATE TO WS-FILING-DATE
               ELSE
                   MOVE "*** usage: telnruf [FILINGDATE] [FINAL] ***"
                     TO NRUFREC
                   WRITE NRUFREC
                   END-WRITE
                   MOVE 16 TO RETURN-CODE
                   CLOSE NRUFRPT
                   STOP RUN
               END-IF
           END-IF
           IF WS-FILING-DATE = ZERO
               PERFORM DEFAULT-FILING-DATE
           END-IF
           COMPUTE WS-FILING-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FILING-DATE)
           END-COMPUTE
           MOVE SPACES TO WS-ENV-DONATE
           ACCEPT WS-ENV-DONATE FROM ENVIRONMENT "TELCO_NRUF_DONATE_PCT"
           END-ACCEPT
           IF WS-ENV-DONATE NOT = SPACES
               COMPUTE WS-DONATE-PCT = FUNCTION NUMVAL (WS-ENV-DONATE)
               END-COMPUTE
           END-IF
           MOVE "TELCO_NRUF_DONATE_PCT" TO CFQ-SETTING
           MOVE WS-ENV-DONATE TO CFQ-ENV-VALUE
           MOVE WS-DONATE-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN INPUT NUMINV
           IF NUMINV-STATUS NOT = "00"
               MOVE "*** NUMINV.DAT not available ***" TO NRUFREC
               WRITE NRUFREC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE NRUFRPT
               STOP RUN
           END-IF
           MOVE SPACES TO NUM-TELEPHONE
           START NUMINV KEY IS GREATER THAN NUM-TELEPHONE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ NUMINV NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM TALLY-ONE-NUMBER
                   END-PERFORM
           END-START
           CLOSE NUMINV
           OPEN INPUT NPASTATE
           PERFORM LOAD-FILING-HISTORY
           OPEN OUTPUT NRUFUP
           PERFORM WRITE-BLOCK-SECTION
           PERFORM WRITE-DONATION-SECTION
           PERFORM WRITE-FORECAST-SECTION
           CLOSE NRUFUP
           IF NPA-STATUS = "00"
               CLOSE NPASTATE
           END-IF
           IF FINAL-FILING
               PERFORM RECORD-FILING-HISTORY
           END-IF
           PERFORM WRITE-RUN-NOTES
           CLOSE NRUFRPT
           STOP RUN
           .

      *>  The administrator's as-of dates are 30 June and 31
      *>  December; the latest one not after today.
       DEFAULT-FILING-DATE.
           EVALUATE TRUE
               WHEN WS-TODAY-MMDD = 1231
                   MOVE WS-TODAY TO WS-FILING-DATE
               WHEN WS-TODAY-MMDD >= 0630
                   COMPUTE WS-FILING-DATE =
                           WS-TODAY-YEAR * 10000 + 630
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-FILING-DATE =
                           (WS-TODAY-YEAR - 1) * 10000 + 1231
                   END-COMPUTE
           END-EVALUATE
           .

      *>  Domestic ten-digit numbers only -- the block is the
      *>  leading seven digits.  A number whose state took effect
      *>  after the filing date still counts in its current state,
      *>  but is flagged on its block.
       TALLY-ONE-NUMBER.
           IF NUM-TELEPHONE (1:10) IS NOT NUMERIC
           OR NUM-TELEPHONE (11:5) NOT = SPACES
               ADD 1 TO WS-SKIPPED-NUMS
               EXIT PARAGRAPH
           END-IF
           MOVE NUM-TELEPHONE (1:7) TO WS-BLOCK-KEY
           IF WS-BLK-COUNT = ZERO
           OR BLK-KEY (WS-BLK-COUNT) NOT = WS-BLOCK-KEY
               PERFORM VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > WS-BLK-COUNT
                       OR BLK-KEY (BK-IDX) = WS-BLOCK-KEY
                   CONTINUE
               END-PERFORM
               IF BK-IDX > WS-BLK-COUNT
                   IF WS-BLK-COUNT >= 3000
                       ADD 1 TO WS-BLK-OVERFLOW
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-BLK-COUNT
                   SET BK-IDX TO WS-BLK-COUNT
                   MOVE WS-BLOCK-KEY TO BLK-KEY (BK-IDX)
               END-IF
           ELSE
               SET BK-IDX TO WS-BLK-COUNT
           END-IF
           EVALUATE TRUE
               WHEN NUM-ASSIGNED
                   ADD 1 TO BLK-ASSIGNED (BK-IDX)
               WHEN NUM-PORTED-OUT
                   ADD 1 TO BLK-PORTED (BK-IDX)
               WHEN NUM-QUARANTINED
                   ADD 1 TO BLK-AGING (BK-IDX)
               WHEN NUM-SPARE
                   ADD 1 TO BLK-SPARE (BK-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NUM-EFF-DATE > WS-FILING-DATE
               ADD 1 TO BLK-LATE (BK-IDX)
               ADD 1 TO WS-LATE-TOTAL
           END-IF
           .

      *>  State and rate center for a prefix off NPASTATE.DAT.
       LOOKUP-RATE-CENTER.
           MOVE SPACES TO WS-RC-STATE
           MOVE WS-NXX-PREFIX TO WS-RC-CODE
           IF NPA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NXX-PREFIX TO NPA-PREFIX
           READ NPASTATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NPA-STATE TO WS-RC-STATE
                   IF NPA-RATE-CENTER NOT = SPACES
                       MOVE NPA-RATE-CENTER TO WS-RC-CODE
                   END-IF
           END-READ
           .

       FIND-RATE-CENTER.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RC-COUNT
                   OR RCT-CODE (RC-IDX) = WS-RC-CODE
               CONTINUE
           END-PERFORM
           IF RC-IDX > WS-RC-COUNT
               IF WS-RC-COUNT >= 300
                   ADD 1 TO WS-RC-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RC-COUNT
               SET RC-IDX TO WS-RC-COUNT
               MOVE WS-RC-CODE  TO RCT-CODE (RC-IDX)
               MOVE WS-RC-STATE TO RCT-STATE (RC-IDX)
           END-IF
           .

      *>  Earlier filings only -- a FINAL rerun for the same date
      *>  must not measure growth against itself.  Each rate
      *>  center keeps its last four, oldest first.
       LOAD-FILING-HISTORY.
           OPEN INPUT NRUFHIST
           IF NRUFHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ NRUFHIST
                   AT END
                       EXIT PERFORM
               END-READ
               IF NRH-FILING-DATE = WS-FILING-DATE
                   SET FILING-ALREADY-RECORDED TO TRUE
               END-IF
               IF NRH-FILING-DATE < WS-FILING-DATE
                   MOVE NRH-RATE-CENTER TO WS-RC-CODE
                   MOVE SPACES TO WS-RC-STATE
                   PERFORM FIND-RATE-CENTER
                   IF RC-IDX <= WS-RC-COUNT
                       PERFORM KEEP-HISTORY-ROW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NRUFHIST
           .

       KEEP-HISTORY-ROW.
           IF RCT-HIST-COUNT (RC-IDX) >= 4
               PERFORM VARYING WS-HIST-SLOT FROM 1 BY 1
                       UNTIL WS-HIST-SLOT > 3
                   MOVE RCT-HIST (RC-IDX WS-HIST-SLOT + 1)
                     TO RCT-HIST (RC-IDX WS-HIST-SLOT)
               END-PERFORM
           ELSE
               ADD 1 TO RCT-HIST-COUNT (RC-IDX)
           END-IF
           MOVE RCT-HIST-COUNT (RC-IDX) TO WS-HIST-SLOT
           MOVE NRH-FILING-DATE
             TO RCT-HIST-DATE (RC-IDX WS-HIST-SLOT)
           MOVE NRH-ASSIGNED
             TO RCT-HIST-ASSIGNED (RC-IDX WS-HIST-SLOT)
           .

      *>  Every block: report line and upload row, rolled into its
      *>  NPA-NXX summary and its rate center.
       WRITE-BLOCK-SECTION.
           MOVE SPACES TO NRUFREC
           STRING "NUMBER UTILIZATION (NRUF) AS OF "
                                          DELIMITED BY SIZE
                  WS-FILING-DATE          DELIMITED BY SIZE
                INTO NRUFREC
           END-STRING
           IF NOT FINAL-FILING
               MOVE "-- DRAFT" TO NRUFREC (42:8)
           END-IF
           WRITE NRUFREC
           END-WRITE
           MOVE SPACES TO NRUFREC
           WRITE NRUFREC
           END-WRITE
           MOVE "  Block      St Rate ctr  | Assgn   Portd   "
              & "Aging   Avail    Util"
             TO NRUFREC
           WRITE NRUFREC
           END-WRITE
           MOVE SPACES TO WS-NXX-PREFIX
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BLK-COUNT
               IF BLK-NPA-NXX (BK-IDX) NOT = WS-NXX-PREFIX
                   IF WS-NXX-PREFIX NOT = SPACES
                       PERFORM WRITE-NXX-SUMMARY
                   END-IF
                   MOVE BLK-NPA-NXX (BK-IDX) TO WS-NXX-PREFIX
                   PERFORM LOOKUP-RATE-CENTER
                   PERFORM FIND-RATE-CENTER
               END-IF
               PERFORM WRITE-ONE-BLOCK
           END-PERFORM
           IF WS-NXX-PREFIX NOT = SPACES
               PERFORM WRITE-NXX-SUMMARY
           END-IF
           .

       WRITE-ONE-BLOCK.
           COMPUTE WS-ASSIGNED = BLK-ASSIGNED (BK-IDX)
                               + BLK-PORTED (BK-IDX)
           END-COMPUTE
           COMPUTE WS-IN-USE = WS-ASSIGNED + BLK-AGING (BK-IDX)
           END-COMPUTE
           COMPUTE WS-AVAILABLE = 1000 - WS-IN-USE
           END-COMPUTE
           COMPUTE WS-UTIL-PCT ROUNDED = WS-ASSIGNED / 10
           END-COMPUTE
           COMPUTE WS-IN-USE-PCT ROUNDED = WS-IN-USE / 10
           END-COMPUTE
           MOVE BLK-NPA-NXX (BK-IDX)  TO BL-NPA-NXX
           MOVE BLK-DIGIT (BK-IDX)    TO BL-DIGIT
           MOVE WS-RC-STATE           TO BL-STATE
           MOVE WS-RC-CODE            TO BL-RATE-CTR
           MOVE BLK-ASSIGNED (BK-IDX) TO BL-ASSIGNED
           MOVE BLK-PORTED (BK-IDX)   TO BL-PORTED
           MOVE BLK-AGING (BK-IDX)    TO BL-AGING
           MOVE WS-AVAILABLE          TO BL-AVAILABLE
           MOVE WS-UTIL-PCT           TO BL-UTIL
           MOVE SPACES TO BL-FLAG
           IF WS-IN-USE-PCT <= WS-DONATE-PCT
               MOVE "DONATABLE" TO BL-FLAG
           END-IF
           IF BLK-LATE (BK-IDX) > ZERO
               MOVE "CHANGED SINCE AS-OF" TO BL-FLAG
           END-IF
           MOVE BLK-LINE TO NRUFREC
           WRITE NRUFREC
           END-WRITE
           INITIALIZE NRUFUP-REC
           SET NRU-BLOCK-ROW       TO TRUE
           MOVE WS-FILING-DATE     TO NRU-FILING-DATE
           MOVE WS-RC-STATE        TO NRU-STATE
           MOVE WS-RC-CODE         TO NRU-RATE-CENTER
           MOVE BLK-NPA-NXX (BK-IDX) TO NRU-NPA-NXX
           MOVE BLK-DIGIT (BK-IDX) TO NRU-BLOCK
           MOVE WS-ASSIGNED        TO NRU-ASSIGNED
           MOVE BLK-AGING (BK-IDX) TO NRU-AGING
           MOVE WS-AVAILABLE       TO NRU-AVAILABLE
           MOVE WS-UTIL-PCT        TO NRU-UTIL-PCT
           WRITE NRUFUP-REC
           END-WRITE
           ADD 1                  TO WS-NXX-BLOCKS
           ADD WS-ASSIGNED        TO WS-NXX-ASSIGNED
           ADD BLK-AGING (BK-IDX) TO WS-NXX-AGING
           ADD WS-AVAILABLE       TO WS-NXX-AVAILABLE
           IF RC-IDX <= WS-RC-COUNT
               ADD WS-ASSIGNED        TO RCT-ASSIGNED (RC-IDX)
               ADD BLK-AGING (BK-IDX) TO RCT-AGING (RC-IDX)
               ADD 1000               TO RCT-TOTAL (RC-IDX)
               IF RCT-STATE (RC-IDX) = SPACES
                   MOVE WS-RC-STATE TO RCT-STATE (RC-IDX)
               END-IF
           END-IF
           .

       WRITE-NXX-SUMMARY.
           COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-NXX-ASSIGNED * 100 / (WS-NXX-BLOCKS * 1000)
           END-COMPUTE
           MOVE WS-UTIL-PCT TO WS-PCT-OUT
           MOVE SPACES TO NRUFREC
           STRING "  "                    DELIMITED BY SIZE
                  WS-NXX-PREFIX           DELIMITED BY SIZE
                  " total: "              DELIMITED BY SIZE
                  WS-NXX-BLOCKS           DELIMITED BY SIZE
                  " blocks"               DELIMITED BY SIZE
                INTO NRUFREC
           END-STRING
           MOVE WS-NXX-ASSIGNED  TO BL-ASSIGNED
           MOVE BL-ASSIGNED      TO NRUFREC (28:5)
           MOVE WS-NXX-AGING     TO BL-AGING
           MOVE BL-AGING         TO NRUFREC (44:5)
           MOVE WS-NXX-AVAILABLE TO BL-AVAILABLE
           MOVE BL-AVAILABLE     TO NRUFREC (52:5)
           MOVE WS-PCT-OUT       TO NRUFREC (60:5)
           MOVE "%"              TO NRUFREC (65:1)
           WRITE NRUFREC
           END-WRITE
           MOVE SPACES TO NRUFREC
           WRITE NRUFREC
           END-WRITE
           MOVE ZERO TO WS-NXX-BLOCKS WS-NXX-ASSIGNED
                        WS-NXX-AGING WS-NXX-AVAILABLE
           .

      *>  The blocks that could go back to the pool.
       WRITE-DONATION-SECTION.
           MOVE WS-DONATE-PCT TO WS-MONTHS-OUT
           MOVE SPACES TO NRUFREC
           STRING "BLOCKS AT OR UNDER "   DELIMITED BY SIZE
                  WS-MONTHS-OUT           DELIMITED BY SIZE
                  "% IN USE -- CANDIDATES TO DONATE"
                                          DELIMITED BY SIZE
                INTO NRUFREC
           END-STRING
           WRITE NRUFREC
           END-WRITE
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > WS-BLK-COUNT
               COMPUTE WS-IN-USE = BLK-ASSIGNED (BK-IDX)
                                 + BLK-PORTED (BK-IDX)
                                 + BLK-AGING (BK-IDX)
               END-COMPUTE
               COMPUTE WS-IN-USE-PCT ROUNDED = WS-IN-USE / 10
               END-COMPUTE
               IF WS-IN-USE-PCT <= WS-DONATE-PCT
                   ADD 1 TO WS-DONATE-COUNT
                   MOVE WS-IN-USE-PCT TO WS-PCT-OUT
                   MOVE WS-IN-USE     TO BL-ASSIGNED
                   MOVE SPACES TO NRUFREC
                   STRING "  "                   DELIMITED BY SIZE
                          BLK-NPA-NXX (BK-IDX)   DELIMITED BY SIZE
                          "-"                    DELIMITED BY SIZE
                          BLK-DIGIT (BK-IDX)     DELIMITED BY SIZE
                          "  in use "            DELIMITED BY SIZE
                          BL-ASSIGNED            DELIMITED BY SIZE
                          " ("                   DELIMITED BY SIZE
                          WS-PCT-OUT             DELIMITED BY SIZE
                          "%)"                   DELIMITED BY SIZE
                        INTO NRUFREC
                   END-STRING
                   WRITE NRUFREC
                   END-WRITE
               END-IF
           END-PERFORM
           MOVE WS-DONATE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO NRUFREC
           STRING "  Donation candidates: " DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                INTO NRUFREC
           END-STRING
           WRITE NRUFREC
           END-WRITE
           MOVE SPACES TO NRUFREC
           WRITE NRUFREC
           END-WRITE
           .

      *>  Months to exhaust per rate center: the numbers still
      *>  available over the monthly growth in assigned numbers
      *>  since the oldest of the last four filings.  No history,
      *>  or no growth, forecasts 999 -- not exhausting.
       WRITE-FORECAST-SECTION.
           MOVE "RATE CENTER EXHAUST FORECAST" TO NRUFREC
           WRITE NRUFREC
           END-WRITE
           MOVE "  Rate ctr   St |  Assigned     Total  Filings"
              & "  Months to exhaust"
             TO NRUFREC
           WRITE NRUFREC
           END-WRITE
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RC-COUNT
               IF RCT-TOTAL (RC-IDX) > ZERO
                   PERFORM FORECAST-ONE-RATE-CENTER
               END-IF
           END-PERFORM
           .

       FORECAST-ONE-RATE-CENTER.
           MOVE 999 TO RCT-MONTHS (RC-IDX)
           IF RCT-HIST-COUNT (RC-IDX) > ZERO
               COMPUTE WS-GROWTH = RCT-ASSIGNED (RC-IDX)
                                 - RCT-HIST-ASSIGNED (RC-IDX 1)
               END-COMPUTE
               COMPUTE WS-GROWTH-DAYS = WS-FILING-INT
                   - FUNCTION INTEGER-OF-DATE
                         (RCT-HIST-DATE (RC-IDX 1))
               END-COMPUTE
               IF WS-GROWTH > ZERO AND WS-GROWTH-DAYS > ZERO
                   COMPUTE WS-MONTHS-CALC ROUNDED =
                           (RCT-TOTAL (RC-IDX) - RCT-ASSIGNED (RC-IDX)
                            - RCT-AGING (RC-IDX))
                           * WS-GROWTH-DAYS
                           / (WS-GROWTH * 30.44)
                       ON SIZE ERROR
                           MOVE 999 TO WS-MONTHS-CALC
                   END-COMPUTE
                   IF WS-MONTHS-CALC < 999
                       MOVE WS-MONTHS-CALC TO RCT-MONTHS (RC-IDX)
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO NRUFREC
           MOVE RCT-CODE (RC-IDX)  TO NRUFREC (3:10)
           MOVE RCT-STATE (RC-IDX) TO NRUFREC (14:2)
           MOVE "|"                TO NRUFREC (17:1)
           MOVE RCT-ASSIGNED (RC-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT       TO NRUFREC (20:7)
           MOVE RCT-TOTAL (RC-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT       TO NRUFREC (30:7)
           MOVE RCT-HIST-COUNT (RC-IDX) TO NRUFREC (44:1)
           IF RCT-MONTHS (RC-IDX) = 999
               MOVE "not exhausting" TO NRUFREC (50:14)
           ELSE
               MOVE RCT-MONTHS (RC-IDX) TO WS-MONTHS-OUT
               MOVE WS-MONTHS-OUT TO NRUFREC (50:3)
           END-IF
           WRITE NRUFREC
           END-WRITE
           INITIALIZE NRUFUP-REC
           SET NRU-FORECAST-ROW    TO TRUE
           MOVE WS-FILING-DATE     TO NRU-FILING-DATE
           MOVE RCT-STATE (RC-IDX) TO NRU-STATE
           MOVE RCT-CODE (RC-IDX)  TO NRU-RATE-CENTER
           MOVE RCT-ASSIGNED (RC-IDX) TO NRU-ASSIGNED
           MOVE RCT-AGING (RC-IDX) TO NRU-AGING
           COMPUTE NRU-AVAILABLE = RCT-TOTAL (RC-IDX)
                   - RCT-ASSIGNED (RC-IDX) - RCT-AGING (RC-IDX)
               ON SIZE ERROR
                   MOVE 99999 TO NRU-AVAILABLE
           END-COMPUTE
           MOVE RCT-MONTHS (RC-IDX) TO NRU-MONTHS-TO-EXHAUST
           WRITE NRUFUP-REC
           END-WRITE
           .

      *>  FINAL: this filing's rate-center totals, once per date.
       RECORD-FILING-HISTORY.
           IF FILING-ALREADY-RECORDED
               MOVE "  Filing already on NRUFHIST.DAT -- history "
                  & "not rewritten" TO NRUFREC
               WRITE NRUFREC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND NRUFHIST
           IF NRUFHIST-STATUS NOT = "00"
               OPEN OUTPUT NRUFHIST
           END-IF
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RC-COUNT
               IF RCT-TOTAL (RC-IDX) > ZERO
                   MOVE WS-FILING-DATE        TO NRH-FILING-DATE
                   MOVE RCT-CODE (RC-IDX)     TO NRH-RATE-CENTER
                   MOVE RCT-ASSIGNED (RC-IDX) TO NRH-ASSIGNED
                   MOVE RCT-TOTAL (RC-IDX)    TO NRH-TOTAL
                   WRITE NRUFHIST-REC
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE NRUFHIST
           MOVE "  Filing recorded on NRUFHIST.DAT" TO NRUFREC
           WRITE NRUFREC
           END-WRITE
           .

      *>  What the filing could not see: numbers off the domestic
      *>  plan, blocks or rate centers past the tables, and state
      *>  changes after the as-of date.
       WRITE-RUN-NOTES.
           IF WS-SKIPPED-NUMS > ZERO
               MOVE WS-SKIPPED-NUMS TO WS-COUNT-OUT
               MOVE SPACES TO NRUFREC
               STRING "  Numbers not in ten-digit form, not filed: "
                                          DELIMITED BY SIZE
                      WS-COUNT-OUT        DELIMITED BY SIZE
                    INTO NRUFREC
               END-STRING
               WRITE NRUFREC
               END-WRITE
           END-IF
           IF WS-LATE-TOTAL > ZERO
               MOVE WS-LATE-TOTAL TO WS-COUNT-OUT
               MOVE SPACES TO NRUFREC
               STRING "  Numbers whose state changed after the "
                                          DELIMITED BY SIZE
                      "as-of date: "      DELIMITED BY SIZE
                      WS-COUNT-OUT        DELIMITED BY SIZE
                    INTO NRUFREC
               END-STRING
               WRITE NRUFREC
               END-WRITE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-BLK-OVERFLOW > ZERO OR WS-RC-OVERFLOW > ZERO
               MOVE "  *** block or rate-center table full -- "
                  & "filing incomplete ***" TO NRUFREC
               WRITE NRUFREC
               END-WRITE
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELNRUF" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telnruf.
