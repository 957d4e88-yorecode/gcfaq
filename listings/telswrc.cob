      *>
      *> telswrc.cob -- switch-to-bill minutes reconciliation.  The
      *> header/trailer check in telco5 only proves we rated what
      *> mediation sent us; a call the switch completed and never
      *> handed to mediation is revenue lost without a trace.  Each
      *> switch keeps its own daily counter of completed calls and
      *> minutes, and this run sets those counters against what
      *> billing did with the calls:
      *>
      *>   - loads the switches' counter reports off the drop file
      *>     SWCOUNT.TXT onto SWCOUNT.DAT (see CBSWCNT.cpy), one
      *>     line per switch per day --
      *>         SSSS YYYYMMDD CCCCCCCCC MMMMMMMMMMM
      *>     switch id, day, calls and minutes, zero-filled; a line
      *>     that does not read that way is listed and skipped, and
      *>     a re-sent day replaces the one on file;
      *>   - for every switch and day in the window, accounts for
      *>     the switch's calls and minutes from the per-source,
      *>     per-call-day dispositions telco5 keeps under the same
      *>     source system id (SRCDAY.DAT, see CBSRCDAY.cpy): rated,
      *>     held for review, rejected, and the duplicates fed over
      *>     again, which the switch counted once and are shown but
      *>     not counted toward it.  What is left is the gap;
      *>   - a gap beyond tolerance -- TELCO_SWRC_TOL_PCT percent of
      *>     the switch's figure (default 0.5), never less than
      *>     TELCO_SWRC_TOL_FLOOR calls or minutes (default 5) --
      *>     pages the ops webhook (TELCO_ALERT_WEBHOOK, as telco5),
      *>     once when it opens and again only if it moves.  A
      *>     shortfall goes on the leakage report valued at the
      *>     average rate: the switch-day's own rated revenue per
      *>     minute, else the switch's across the window, else every
      *>     switch's; billing more than the switch counted is
      *>     flagged the same way but is not leakage;
      *>   - a day billing has calls for but the switch sent no
      *>     counter for is listed as such, so a missing counter
      *>     report is noticed too.
      *>
      *> Invoked:  telswrc [FROM [TO]]  -- days YYYYMMDD; default is
      *> the seven days ending yesterday, late counters and late
      *> CDRs being re-reconciled each night they stay in it.
      *> Reconciliation on TELSWRC.TXT, leakage on SWLEAK.TXT;
      *> return code 4 when a counter report is missing, 8 when a
      *> gap is beyond tolerance, 16 when nothing can be read.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telswrc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWCNTIN  ASSIGN TO
                "SWCOUNT.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS SWCNTIN-STATUS
                .
           SELECT SWCOUNT  ASSIGN TO
                "SWCOUNT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS SWCOUNT-KEY
                FILE STATUS IS SWCOUNT-STATUS
                .
           SELECT SRCDAY   ASSIGN TO
                "SRCDAY.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS SRCDAY-KEY
                FILE STATUS IS SRCDAY-STATUS
                .
           SELECT RECONRPT ASSIGN TO
                "TELSWRC.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS RECONRPT-STATUS
                .
           SELECT LEAKRPT  ASSIGN TO
                "SWLEAK.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS LEAKRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
      *>  One counter line as the switches send it.
       FD  SWCNTIN.
       01  SWCNTIN-REC.
           05  SWI-SYS-ID        PIC X(04).
           05                    PIC X(01).
           05  SWI-DATE          PIC X(08).
           05                    PIC X(01).
           05  SWI-CALLS         PIC X(09).
           05                    PIC X(01).
           05  SWI-MINUTES       PIC X(11).
           05                    PIC X(45).
       FD  SWCOUNT.
           COPY CBSWCNT.
       FD  SRCDAY.
           COPY CBSRCDAY.
       FD  RECONRPT.
       01  RECONREC          PIC X(120).
       FD  LEAKRPT.
       01  LEAKREC           PIC X(110).

       WORKING-STORAGE SECTION.
       01  SWCNTIN-STATUS    PIC XX      VALUE "00".
       01  SWCOUNT-STATUS    PIC XX      VALUE "00".
       01  SRCDAY-STATUS     PIC XX      VALUE "00".
       01  RECONRPT-STATUS   PIC XX      VALUE "00".
       01  LEAKRPT-STATUS    PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-CMDLINE        PIC X(80)   VALUE SPACES.
       01  WS-FROM-ARG       PIC X(08)   VALUE SPACES.
       01  WS-TO-ARG         PIC X(08)   VALUE SPACES.
       01  WS-FAIL-REASON    PIC X(50)   VALUE SPACES.
       01  WS-FROM-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-TO-DATE        PIC 9(08)   VALUE ZERO.
       01  WS-DATE-INT       PIC 9(08)   COMP-5 VALUE ZERO.

      *>  Tolerance and alerting settings.
       01  WS-ENV-TOL-PCT    PIC X(10)   VALUE SPACES.
       01  WS-ENV-TOL-FLOOR  PIC X(10)   VALUE SPACES.
       01  WS-TOL-PCT        PIC S9(03)V9(04) COMP-5 VALUE 0.5.
       01  WS-TOL-FLOOR      PIC S9(09)  COMP-5 VALUE 5.
       01  WS-ENV-WEBHOOK    PIC X(120)  VALUE SPACES.
       01  WS-ALERT-TEXT     PIC X(200)  VALUE SPACES.
       01  WS-ALERT-CMD      PIC X(400)  VALUE SPACES.
       01  WS-ALERT-RC       PIC S9(09)  COMP-5 VALUE ZERO.

      *>  Intake.
       01  WS-IN-LINE-NO     PIC 9(07)   VALUE ZERO.
       01  WS-IN-LOADED      PIC 9(07)   VALUE ZERO.
       01  WS-IN-REPLACED    PIC 9(07)   VALUE ZERO.
       01  WS-IN-SAME        PIC 9(07)   VALUE ZERO.
       01  WS-IN-BAD         PIC 9(07)   VALUE ZERO.
       01  WS-IN-CALLS       PIC 9(09)   VALUE ZERO.
       01  WS-IN-MINUTES     PIC 9(11)   VALUE ZERO.
       01  WS-COUNTER-SW     PIC X       VALUE "N".
           88  COUNTER-ON-FILE           VALUE "Y".
       01  WS-SWC-OPEN       PIC X       VALUE "N".
           88  SWCOUNT-OPEN              VALUE "Y".

      *>  Each switch's rated revenue per minute across the window,
      *>  for a day with nothing rated to take its own from.
       01  SWITCH-RATES.
           05  SWR-ENTRY OCCURS 100 TIMES INDEXED BY SWR-IDX.
               10  SWR-SYS-ID    PIC X(04).
               10  SWR-PRICE     PIC S9(13)V99 COMP-5.
               10  SWR-MINUTES   PIC S9(13)    COMP-5.
       01  WS-SWR-COUNT      PIC 9(04)   VALUE ZERO.
       01  WS-ALL-PRICE      PIC S9(13)V99 COMP-5 VALUE ZERO.
       01  WS-ALL-MINUTES    PIC S9(13)  COMP-5 VALUE ZERO.

      *>  The two files meet on switch and day -- both are keyed
      *>  switch-first, day-second, so one pass over each in key
      *>  order brings every switch-day together.
       01  WS-CNT-KEY.
           05  WS-CNT-SYS        PIC X(04).
           05  WS-CNT-DATE       PIC 9(08).
       01  WS-DAY-KEY.
           05  WS-DAY-SYS        PIC X(04).
           05  WS-DAY-DATE       PIC 9(08).
       01  WS-LOW-KEY.
           05  WS-LOW-SYS        PIC X(04).
           05  WS-LOW-DATE       PIC 9(08).

      *>  The switch-day in hand.
       01  WS-SW-CALLS       PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-SW-MIN         PIC S9(13)  COMP-5 VALUE ZERO.
       01  WS-R-CALLS        PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-R-MIN          PIC S9(13)  COMP-5 VALUE ZERO.
       01  WS-R-PRICE        PIC S9(13)V99 COMP-5 VALUE ZERO.
       01  WS-H-CALLS        PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-H-MIN          PIC S9(13)  COMP-5 VALUE ZERO.
       01  WS-J-CALLS        PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-J-MIN          PIC S9(13)  COMP-5 VALUE ZERO.
       01  WS-D-CALLS        PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-D-MIN          PIC S9(13)  COMP-5 VALUE ZERO.
       01  WS-GAP-CALLS      PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-GAP-MIN        PIC S9(13)  COMP-5 VALUE ZERO.
       01  WS-ABS-CALLS      PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-ABS-MIN        PIC S9(13)  COMP-5 VALUE ZERO.
       01  WS-TOL-CALLS      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-TOL-MIN        PIC S9(13)V99 COMP-5 VALUE ZERO.
       01  WS-AVG-RATE       PIC S9(05)V9(06) COMP-5 VALUE ZERO.
       01  WS-RATE-BASIS     PIC X(06)   VALUE SPACES.
       01  WS-LEAK-VALUE     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-DAY-STATUS     PIC X(12)   VALUE SPACES.
       01  WS-DAY-RESULT     PIC X       VALUE SPACE.
           88  DAY-RECONCILED            VALUE "O".
           88  DAY-SHORT                 VALUE "S".
           88  DAY-OVER                  VALUE "V".
           88  DAY-NO-COUNTER            VALUE "N".

      *>  Run totals.
       01  WS-DAY-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-OK-COUNT       PIC 9(07)   VALUE ZERO.
       01  WS-SHORT-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-OVER-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-NOCNT-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-ALERT-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-SWR-SKIPPED    PIC 9(07)   VALUE ZERO.
       01  WS-TOT-LEAK-CALLS PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-TOT-LEAK-MIN   PIC S9(13)  COMP-5 VALUE ZERO.
       01  WS-TOT-LEAK-VALUE PIC S9(13)V99 COMP-5 VALUE ZERO.

       01  RECON-DETAIL-LINE.
           05  RDL-SYS       PIC X(04).
           05                PIC X(02)   VALUE SPACES.
           05  RDL-DATE      PIC X(08).
           05                PIC X(02)   VALUE SPACES.
           05  RDL-MEASURE   PIC X(08).
           05  RDL-SWITCH    PIC -ZZZ,ZZZ,ZZ9.
           05                PIC X(01)   VALUE SPACES.
           05  RDL-RATED     PIC -ZZZ,ZZZ,ZZ9.
           05                PIC X(01)   VALUE SPACES.
           05  RDL-HELD      PIC -ZZZ,ZZZ,ZZ9.
           05                PIC X(01)   VALUE SPACES.
           05  RDL-REJ       PIC -ZZZ,ZZZ,ZZ9.
           05                PIC X(01)   VALUE SPACES.
           05  RDL-DUP       PIC -ZZZ,ZZZ,ZZ9.
           05                PIC X(01)   VALUE SPACES.
           05  RDL-GAP       PIC -ZZZ,ZZZ,ZZ9.
           05                PIC X(02)   VALUE SPACES.
           05  RDL-STATUS    PIC X(12).
       01  RECON-HEADER-1    PIC X(120)  VALUE
           "Switch  Day       Measure       Switch        Rated"
         & "         Held     Rejected    Duplicate          Gap"
         & "  Status".

       01  LEAK-DETAIL-LINE.
           05  LDL-SYS       PIC X(04).
           05                PIC X(02)   VALUE SPACES.
           05  LDL-DATE      PIC X(08).
           05  LDL-CALLS     PIC -ZZZ,ZZZ,ZZ9.
           05  LDL-MINUTES   PIC -ZZZ,ZZZ,ZZ9.
           05                PIC X(02)   VALUE SPACES.
           05  LDL-RATE      PIC ZZ9.999999.
           05                PIC X(02)   VALUE SPACES.
           05  LDL-BASIS     PIC X(06).
           05  LDL-VALUE     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  LEAK-HEADER-1     PIC X(110)  VALUE
           "Switch  Day            Calls      Minutes  Rate/minute"
         & "  Basis      Estimated revenue".

       01  WS-AMT-OUT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-GAP-OUT        PIC -ZZZ,ZZZ,ZZ9.
       01  WS-GAP-OUT2       PIC -ZZZ,ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           OPEN OUTPUT RECONRPT
           PERFORM PARSE-COMMAND-LINE
           IF WS-FAIL-REASON = SPACES
               PERFORM OPEN-COUNTER-FILE
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO RECONREC
               STRING "*** Switch reconciliation failed: "
                                                  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FAIL-REASON)
                                                  DELIMITED BY SIZE
                      " ***"                      DELIMITED BY SIZE
                    INTO RECONREC
               END-STRING
               WRITE RECONREC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE RECONRPT
               STOP RUN
           END-IF
           PERFORM READ-SETTINGS
           OPEN OUTPUT LEAKRPT
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM LOAD-COUNTER-REPORTS
           PERFORM COLLECT-SWITCH-RATES
           PERFORM RECONCILE-WINDOW
           PERFORM WRITE-LEAK-TOTALS
           PERFORM WRITE-RUN-SUMMARY
           CLOSE SWCOUNT
                 RECONRPT
                 LEAKRPT
           STOP RUN
           .

       PARSE-COMMAND-LINE.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-FROM-ARG
                    WS-TO-ARG
           END-UNSTRING
           IF WS-FROM-ARG = SPACES
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY) - 1
               END-COMPUTE
               COMPUTE WS-TO-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               END-COMPUTE
               SUBTRACT 6 FROM WS-DATE-INT
               COMPUTE WS-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               END-COMPUTE
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-ARG IS NOT NUMERIC
               MOVE "DAYS MUST BE YYYYMMDD" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FROM-ARG TO WS-FROM-DATE
           IF WS-TO-ARG = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           ELSE
               IF WS-TO-ARG IS NOT NUMERIC
                   MOVE "DAYS MUST BE YYYYMMDD" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TO-ARG TO WS-TO-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = ZERO
           OR FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = ZERO
               MOVE "DAYS MUST BE YYYYMMDD" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE "FROM DAY IS AFTER TO DAY" TO WS-FAIL-REASON
           END-IF
           .

      *>  The counter store is created on first use, the way
      *>  telco5 creates SRCDAY.DAT.
       OPEN-COUNTER-FILE.
           OPEN I-O SWCOUNT
           IF SWCOUNT-STATUS NOT = "00"
               OPEN OUTPUT SWCOUNT
               CLOSE SWCOUNT
               OPEN I-O SWCOUNT
           END-IF
           IF SWCOUNT-STATUS NOT = "00"
               MOVE "SWCOUNT.DAT NOT AVAILABLE" TO WS-FAIL-REASON
           ELSE
               SET SWCOUNT-OPEN TO TRUE
           END-IF
           .

       READ-SETTINGS.
           MOVE SPACES TO WS-ENV-TOL-PCT
           ACCEPT WS-ENV-TOL-PCT FROM ENVIRONMENT "TELCO_SWRC_TOL_PCT"
           END-ACCEPT
           IF WS-ENV-TOL-PCT NOT = SPACES
               COMPUTE WS-TOL-PCT = FUNCTION NUMVAL (WS-ENV-TOL-PCT)
               END-COMPUTE
           END-IF
           MOVE "TELCO_SWRC_TOL_PCT" TO CFQ-SETTING
           MOVE WS-ENV-TOL-PCT TO CFQ-ENV-VALUE
           MOVE WS-TOL-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-TOL-FLOOR
           ACCEPT WS-ENV-TOL-FLOOR FROM ENVIRONMENT
               "TELCO_SWRC_TOL_FLOOR"
           END-ACCEPT
           IF WS-ENV-TOL-FLOOR NOT = SPACES
               COMPUTE WS-TOL-FLOOR = FUNCTION NUMVAL (WS-ENV-TOL-FLOOR)
               END-COMPUTE
           END-IF
           MOVE "TELCO_SWRC_TOL_FLOOR" TO CFQ-SETTING
           MOVE WS-ENV-TOL-FLOOR TO CFQ-ENV-VALUE
           MOVE WS-TOL-FLOOR TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-WEBHOOK
           ACCEPT WS-ENV-WEBHOOK FROM ENVIRONMENT "TELCO_ALERT_WEBHOOK"
           END-ACCEPT
      *>  The webhook address can carry the receiver's token, so the
      *>  snapshot only says whether one was set.
           MOVE "TELCO_ALERT_WEBHOOK" TO CFQ-SETTING
           IF WS-ENV-WEBHOOK NOT = SPACES
               MOVE "(SET)" TO CFQ-ENV-VALUE
               MOVE "(SET)" TO CFQ-EFF-VALUE
           END-IF
           PERFORM RECORD-RUN-SETTING
           .

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RECONREC
           STRING "==== SWITCH-TO-BILL RECONCILIATION "
                                              DELIMITED BY SIZE
                  WS-FROM-DATE                DELIMITED BY SIZE
                  " TO "                      DELIMITED BY SIZE
                  WS-TO-DATE                  DELIMITED BY SIZE
                  " ===="                     DELIMITED BY SIZE
                INTO RECONREC
           END-STRING
           WRITE RECONREC
           END-WRITE
           MOVE SPACES TO LEAKREC
           STRING "==== SWITCH LEAKAGE -- MINUTES THE SWITCHES "
                                              DELIMITED BY SIZE
                  "COMPLETED AND BILLING NEVER SAW, "
                                              DELIMITED BY SIZE
                  WS-FROM-DATE                DELIMITED BY SIZE
                  " TO "                      DELIMITED BY SIZE
                  WS-TO-DATE                  DELIMITED BY SIZE
                  " ===="                     DELIMITED BY SIZE
                INTO LEAKREC
           END-STRING
           WRITE LEAKREC
           END-WRITE
           MOVE LEAK-HEADER-1 TO LEAKREC
           WRITE LEAKREC
           END-WRITE
           .

      *>  The drop file is optional -- a night with no counters
      *>  still reconciles what is already on file.
       LOAD-COUNTER-REPORTS.
           OPEN INPUT SWCNTIN
           IF SWCNTIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ SWCNTIN
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-IN-LINE-NO
               IF SWCNTIN-REC NOT = SPACES
                   PERFORM LOAD-ONE-COUNTER
               END-IF
           END-PERFORM
           CLOSE SWCNTIN
           .

       LOAD-ONE-COUNTER.
           IF SWI-SYS-ID = SPACES
           OR SWI-DATE IS NOT NUMERIC
           OR SWI-CALLS IS NOT NUMERIC
           OR SWI-MINUTES IS NOT NUMERIC
               ADD 1 TO WS-IN-BAD
               MOVE WS-IN-LINE-NO TO WS-COUNT-OUT
               MOVE SPACES TO RECONREC
               STRING "*** Counter line "      DELIMITED BY SIZE
                      WS-COUNT-OUT             DELIMITED BY SIZE
                      " not loaded: "          DELIMITED BY SIZE
                      SWCNTIN-REC (1:40)       DELIMITED BY SIZE
                    INTO RECONREC
               END-STRING
               WRITE RECONREC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE SWI-CALLS   TO WS-IN-CALLS
           MOVE SWI-MINUTES TO WS-IN-MINUTES
           MOVE SWI-SYS-ID  TO SWC-SYS-ID
           MOVE SWI-DATE    TO SWC-DATE
           MOVE "N" TO WS-COUNTER-SW
           READ SWCOUNT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-COUNTER-SW
           END-READ
           IF COUNTER-ON-FILE
               IF SWC-CALLS = WS-IN-CALLS
               AND SWC-MINUTES = WS-IN-MINUTES
                   ADD 1 TO WS-IN-SAME
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IN-REPLACED
               MOVE WS-IN-CALLS   TO SWC-CALLS
               MOVE WS-IN-MINUTES TO SWC-MINUTES
               MOVE WS-TODAY      TO SWC-LOAD-DATE
               REWRITE SWCOUNT-REC
               END-REWRITE
           ELSE
               ADD 1 TO WS-IN-LOADED
               MOVE SWI-SYS-ID    TO SWC-SYS-ID
               MOVE SWI-DATE      TO SWC-DATE
               MOVE WS-IN-CALLS   TO SWC-CALLS
               MOVE WS-IN-MINUTES TO SWC-MINUTES
               MOVE WS-TODAY      TO SWC-LOAD-DATE
               MOVE ZERO          TO SWC-RECON-DATE SWC-GAP-CALLS
                                     SWC-GAP-MIN
               MOVE SPACE         TO SWC-ALERT-IND
               WRITE SWCOUNT-REC
               END-WRITE
           END-IF
           .

      *>  Rated revenue and minutes per switch, and overall, across
      *>  the window.
       COLLECT-SWITCH-RATES.
           OPEN INPUT SRCDAY
           IF SRCDAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ SRCDAY NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF SDY-CALL-DATE NOT < WS-FROM-DATE
               AND SDY-CALL-DATE NOT > WS-TO-DATE
                   ADD SDY-RATED-PRICE TO WS-ALL-PRICE
                   ADD SDY-RATED-MIN   TO WS-ALL-MINUTES
                   PERFORM ADD-SWITCH-RATE
               END-IF
           END-PERFORM
           CLOSE SRCDAY
           .

       ADD-SWITCH-RATE.
           PERFORM VARYING SWR-IDX FROM 1 BY 1
                   UNTIL SWR-IDX > WS-SWR-COUNT
               IF SWR-SYS-ID (SWR-IDX) = SDY-SYS-ID
                   ADD SDY-RATED-PRICE TO SWR-PRICE (SWR-IDX)
                   ADD SDY-RATED-MIN   TO SWR-MINUTES (SWR-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SWR-COUNT NOT < 100
               ADD 1 TO WS-SWR-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SWR-COUNT
           SET SWR-IDX TO WS-SWR-COUNT
           MOVE SDY-SYS-ID      TO SWR-SYS-ID (SWR-IDX)
           MOVE SDY-RATED-PRICE TO SWR-PRICE (SWR-IDX)
           MOVE SDY-RATED-MIN   TO SWR-MINUTES (SWR-IDX)
           .

      *>  Match-merge of the counters and the dispositions on
      *>  switch and day, lowest key first; either side may be
      *>  missing a switch-day the other has.
       RECONCILE-WINDOW.
           CLOSE SWCOUNT
           OPEN I-O SWCOUNT
           OPEN INPUT SRCDAY
           PERFORM READ-NEXT-COUNTER
           PERFORM READ-NEXT-SOURCE-DAY
           MOVE RECON-HEADER-1 TO RECONREC
           WRITE RECONREC
           END-WRITE
           PERFORM UNTIL WS-CNT-KEY = HIGH-VALUES
                     AND WS-DAY-KEY = HIGH-VALUES
               IF WS-CNT-KEY < WS-DAY-KEY
                   MOVE WS-CNT-KEY TO WS-LOW-KEY
               ELSE
                   MOVE WS-DAY-KEY TO WS-LOW-KEY
               END-IF
               MOVE ZERO TO WS-SW-CALLS WS-SW-MIN
                            WS-R-CALLS WS-R-MIN WS-R-PRICE
                            WS-H-CALLS WS-H-MIN WS-J-CALLS WS-J-MIN
                            WS-D-CALLS WS-D-MIN
               MOVE "N" TO WS-COUNTER-SW
               IF WS-CNT-KEY = WS-LOW-KEY
                   MOVE "Y" TO WS-COUNTER-SW
                   MOVE SWC-CALLS   TO WS-SW-CALLS
                   MOVE SWC-MINUTES TO WS-SW-MIN
               END-IF
               PERFORM UNTIL WS-DAY-KEY NOT = WS-LOW-KEY
                   ADD SDY-RATED-CALLS TO WS-R-CALLS
                   ADD SDY-RATED-MIN   TO WS-R-MIN
                   ADD SDY-RATED-PRICE TO WS-R-PRICE
                   ADD SDY-HELD-CALLS  TO WS-H-CALLS
                   ADD SDY-HELD-MIN    TO WS-H-MIN
                   ADD SDY-REJ-CALLS   TO WS-J-CALLS
                   ADD SDY-REJ-MIN     TO WS-J-MIN
                   ADD SDY-DUP-CALLS   TO WS-D-CALLS
                   ADD SDY-DUP-MIN     TO WS-D-MIN
                   PERFORM READ-NEXT-SOURCE-DAY
               END-PERFORM
               PERFORM RECONCILE-ONE-DAY
               IF COUNTER-ON-FILE
                   PERFORM READ-NEXT-COUNTER
               END-IF
           END-PERFORM
           IF SRCDAY-STATUS NOT = "35"
               CLOSE SRCDAY
           END-IF
           .

      *>  Next counter row inside the window, HIGH-VALUES at the end.
       READ-NEXT-COUNTER.
           PERFORM UNTIL 0 = 1
               READ SWCOUNT NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-CNT-KEY
                       EXIT PARAGRAPH
               END-READ
               IF SWC-DATE NOT < WS-FROM-DATE
               AND SWC-DATE NOT > WS-TO-DATE
                   MOVE SWC-SYS-ID TO WS-CNT-SYS
                   MOVE SWC-DATE   TO WS-CNT-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

      *>  Next disposition row inside the window; a missing
      *>  SRCDAY.DAT reads as empty, so every counter shows as gap.
       READ-NEXT-SOURCE-DAY.
           IF SRCDAY-STATUS = "35"
               MOVE HIGH-VALUES TO WS-DAY-KEY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ SRCDAY NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-DAY-KEY
                       EXIT PARAGRAPH
               END-READ
               IF SDY-CALL-DATE NOT < WS-FROM-DATE
               AND SDY-CALL-DATE NOT > WS-TO-DATE
                   MOVE SDY-SYS-ID    TO WS-DAY-SYS
                   MOVE SDY-CALL-DATE TO WS-DAY-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

      *>  Rated, held and rejected calls are the switch's calls
      *>  accounted for; duplicates are extra copies of calls
      *>  already among them, so they are shown and left out.
       RECONCILE-ONE-DAY.
           ADD 1 TO WS-DAY-COUNT
           IF NOT COUNTER-ON-FILE
               SET DAY-NO-COUNTER TO TRUE
               MOVE "NO COUNTER" TO WS-DAY-STATUS
               MOVE ZERO TO WS-GAP-CALLS WS-GAP-MIN
               ADD 1 TO WS-NOCNT-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM WRITE-RECON-LINES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GAP-CALLS = WS-SW-CALLS
                 - WS-R-CALLS - WS-H-CALLS - WS-J-CALLS
           END-COMPUTE
           COMPUTE WS-GAP-MIN = WS-SW-MIN
                 - WS-R-MIN - WS-H-MIN - WS-J-MIN
           END-COMPUTE
           COMPUTE WS-TOL-CALLS = WS-SW-CALLS * WS-TOL-PCT / 100
           END-COMPUTE
           IF WS-TOL-CALLS < WS-TOL-FLOOR
               MOVE WS-TOL-FLOOR TO WS-TOL-CALLS
           END-IF
           COMPUTE WS-TOL-MIN = WS-SW-MIN * WS-TOL-PCT / 100
           END-COMPUTE
           IF WS-TOL-MIN < WS-TOL-FLOOR
               MOVE WS-TOL-FLOOR TO WS-TOL-MIN
           END-IF
           MOVE WS-GAP-CALLS TO WS-ABS-CALLS
           IF WS-ABS-CALLS < ZERO
               COMPUTE WS-ABS-CALLS = ZERO - WS-ABS-CALLS
               END-COMPUTE
           END-IF
           MOVE WS-GAP-MIN TO WS-ABS-MIN
           IF WS-ABS-MIN < ZERO
               COMPUTE WS-ABS-MIN = ZERO - WS-ABS-MIN
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABS-CALLS NOT > WS-TOL-CALLS
               AND  WS-ABS-MIN NOT > WS-TOL-MIN
                   SET DAY-RECONCILED TO TRUE
                   MOVE "OK" TO WS-DAY-STATUS
                   ADD 1 TO WS-OK-COUNT
               WHEN WS-GAP-MIN > ZERO
               OR  (WS-GAP-MIN = ZERO AND WS-GAP-CALLS > ZERO)
                   SET DAY-SHORT TO TRUE
                   MOVE "LEAKAGE" TO WS-DAY-STATUS
                   ADD 1 TO WS-SHORT-COUNT
               WHEN OTHER
                   SET DAY-OVER TO TRUE
                   MOVE "OVER SWITCH" TO WS-DAY-STATUS
                   ADD 1 TO WS-OVER-COUNT
           END-EVALUATE
           PERFORM WRITE-RECON-LINES
           IF DAY-SHORT
               PERFORM SET-AVERAGE-RATE
               PERFORM WRITE-LEAK-LINE
           END-IF
           IF NOT DAY-RECONCILED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM CHECK-GAP-ALERT
           .

      *>  The switch-day's own revenue per minute, else the
      *>  switch's across the window, else every switch's.
       SET-AVERAGE-RATE.
           MOVE ZERO TO WS-AVG-RATE
           MOVE "NONE" TO WS-RATE-BASIS
           IF WS-R-MIN > ZERO
               COMPUTE WS-AVG-RATE ROUNDED = WS-R-PRICE / WS-R-MIN
               END-COMPUTE
               MOVE "DAY" TO WS-RATE-BASIS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SWR-IDX FROM 1 BY 1
                   UNTIL SWR-IDX > WS-SWR-COUNT
               IF SWR-SYS-ID (SWR-IDX) = WS-LOW-SYS
               AND SWR-MINUTES (SWR-IDX) > ZERO
                   COMPUTE WS-AVG-RATE ROUNDED =
                           SWR-PRICE (SWR-IDX) / SWR-MINUTES (SWR-IDX)
                   END-COMPUTE
                   MOVE "SWITCH" TO WS-RATE-BASIS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-ALL-MINUTES > ZERO
               COMPUTE WS-AVG-RATE ROUNDED =
                       WS-ALL-PRICE / WS-ALL-MINUTES
               END-COMPUTE
               MOVE "ALL" TO WS-RATE-BASIS
           END-IF
           .

      *>  A calls line and a minutes line per switch-day.
       WRITE-RECON-LINES.
           MOVE WS-LOW-SYS    TO RDL-SYS
           MOVE WS-LOW-DATE   TO RDL-DATE
           MOVE "Calls"       TO RDL-MEASURE
           MOVE WS-SW-CALLS   TO RDL-SWITCH
           MOVE WS-R-CALLS    TO RDL-RATED
           MOVE WS-H-CALLS    TO RDL-HELD
           MOVE WS-J-CALLS    TO RDL-REJ
           MOVE WS-D-CALLS    TO RDL-DUP
           MOVE WS-GAP-CALLS  TO RDL-GAP
           MOVE WS-DAY-STATUS TO RDL-STATUS
           MOVE RECON-DETAIL-LINE TO RECONREC
           IF DAY-NO-COUNTER
               MOVE SPACES TO RECONREC (25:12)
                              RECONREC (90:12)
           END-IF
           WRITE RECONREC
           END-WRITE
           MOVE SPACES        TO RDL-SYS RDL-DATE RDL-STATUS
           MOVE "Minutes"     TO RDL-MEASURE
           MOVE WS-SW-MIN     TO RDL-SWITCH
           MOVE WS-R-MIN      TO RDL-RATED
           MOVE WS-H-MIN      TO RDL-HELD
           MOVE WS-J-MIN      TO RDL-REJ
           MOVE WS-D-MIN      TO RDL-DUP
           MOVE WS-GAP-MIN    TO RDL-GAP
           MOVE RECON-DETAIL-LINE TO RECONREC
           IF DAY-NO-COUNTER
               MOVE SPACES TO RECONREC (25:12)
                              RECONREC (90:12)
           END-IF
           WRITE RECONREC
           END-WRITE
           .

       WRITE-LEAK-LINE.
           COMPUTE WS-LEAK-VALUE ROUNDED = WS-GAP-MIN * WS-AVG-RATE
           END-COMPUTE
           ADD WS-GAP-CALLS  TO WS-TOT-LEAK-CALLS
           ADD WS-GAP-MIN    TO WS-TOT-LEAK-MIN
           ADD WS-LEAK-VALUE TO WS-TOT-LEAK-VALUE
           MOVE WS-LOW-SYS    TO LDL-SYS
           MOVE WS-LOW-DATE   TO LDL-DATE
           MOVE WS-GAP-CALLS  TO LDL-CALLS
           MOVE WS-GAP-MIN    TO LDL-MINUTES
           MOVE WS-AVG-RATE   TO LDL-RATE
           MOVE WS-RATE-BASIS TO LDL-BASIS
           MOVE WS-LEAK-VALUE TO LDL-VALUE
           MOVE LEAK-DETAIL-LINE TO LEAKREC
           WRITE LEAKREC
           END-WRITE
           .

      *>  The finding is kept on the counter row: a gap beyond
      *>  tolerance pages once, and again only when it moves; a
      *>  day back inside tolerance clears the mark.
       CHECK-GAP-ALERT.
           IF DAY-RECONCILED
               MOVE SPACE TO SWC-ALERT-IND
           ELSE
               IF NOT SWC-GAP-ALERTED
               OR SWC-GAP-CALLS NOT = WS-GAP-CALLS
               OR SWC-GAP-MIN NOT = WS-GAP-MIN
                   IF WS-ENV-WEBHOOK NOT = SPACES
                       PERFORM SEND-GAP-ALERT
                   END-IF
                   MOVE "A" TO SWC-ALERT-IND
               END-IF
           END-IF
           MOVE WS-GAP-CALLS TO SWC-GAP-CALLS
           MOVE WS-GAP-MIN   TO SWC-GAP-MIN
           MOVE WS-TODAY     TO SWC-RECON-DATE
           REWRITE SWCOUNT-REC
           END-REWRITE
           .

       SEND-GAP-ALERT.
           MOVE WS-GAP-CALLS TO WS-GAP-OUT
           MOVE WS-GAP-MIN   TO WS-GAP-OUT2
           MOVE SPACES TO WS-ALERT-TEXT
           IF DAY-SHORT
               MOVE WS-LEAK-VALUE TO WS-AMT-OUT
               STRING "TELSWRC ALERT switch "      DELIMITED BY SIZE
                      WS-LOW-SYS                   DELIMITED BY SIZE
                      " day "                      DELIMITED BY SIZE
                      WS-LOW-DATE                  DELIMITED BY SIZE
                      ": "                         DELIMITED BY SIZE
                      FUNCTION TRIM (WS-GAP-OUT2)  DELIMITED BY SIZE
                      " minutes / "                DELIMITED BY SIZE
                      FUNCTION TRIM (WS-GAP-OUT)   DELIMITED BY SIZE
                      " calls never billed, est. " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-AMT-OUT)   DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
               END-STRING
           ELSE
               STRING "TELSWRC ALERT switch "      DELIMITED BY SIZE
                      WS-LOW-SYS                   DELIMITED BY SIZE
                      " day "                      DELIMITED BY SIZE
                      WS-LOW-DATE                  DELIMITED BY SIZE
                      ": billed past the switch counter by "
                                                   DELIMITED BY SIZE
                      FUNCTION TRIM (WS-GAP-OUT2)  DELIMITED BY SIZE
                      " minutes / "                DELIMITED BY SIZE
                      FUNCTION TRIM (WS-GAP-OUT)   DELIMITED BY SIZE
                      " calls"                     DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
               END-STRING
           END-IF
           PERFORM SEND-OPS-ALERT
           .

      *>  One webhook push, as telco5 makes it -- curl posts the
      *>  alert text as the request body, silenced and time-boxed
      *>  so a dead webhook can never hang the job.
       SEND-OPS-ALERT.
           MOVE SPACES TO WS-ALERT-CMD
           STRING "curl -s -m 10 --data '"     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ALERT-TEXT) DELIMITED BY SIZE
                  "' "                          DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ENV-WEBHOOK) DELIMITED BY SIZE
                  " >/dev/null"                 DELIMITED BY SIZE
                INTO WS-ALERT-CMD
           END-STRING
           CALL "SYSTEM" USING WS-ALERT-CMD
               RETURNING WS-ALERT-RC
           END-CALL
           ADD 1 TO WS-ALERT-COUNT
           .

       WRITE-LEAK-TOTALS.
           MOVE SPACES TO LEAKREC
           WRITE LEAKREC
           END-WRITE
           MOVE SPACES TO LEAK-DETAIL-LINE
           MOVE "ALL "            TO LDL-SYS
           MOVE WS-TOT-LEAK-CALLS TO LDL-CALLS
           MOVE WS-TOT-LEAK-MIN   TO LDL-MINUTES
           MOVE WS-TOT-LEAK-VALUE TO LDL-VALUE
           MOVE LEAK-DETAIL-LINE TO LEAKREC
           MOVE SPACES TO LEAKREC (39:20)
           WRITE LEAKREC
           END-WRITE
           .

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO RECONREC
           WRITE RECONREC
           END-WRITE
           MOVE WS-IN-LOADED   TO WS-COUNT-OUT
           MOVE SPACES TO RECONREC
           STRING "Counter reports loaded: "  DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RECONREC
           END-STRING
           WRITE RECONREC
           END-WRITE
           MOVE WS-IN-REPLACED TO WS-COUNT-OUT
           MOVE SPACES TO RECONREC
           STRING "Counter reports replaced: " DELIMITED BY SIZE
                  WS-COUNT-OUT                 DELIMITED BY SIZE
                INTO RECONREC
           END-STRING
           WRITE RECONREC
           END-WRITE
           MOVE WS-IN-SAME     TO WS-COUNT-OUT
           MOVE SPACES TO RECONREC
           STRING "Counter reports re-sent unchanged: "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RECONREC
           END-STRING
           WRITE RECONREC
           END-WRITE
           MOVE WS-DAY-COUNT   TO WS-COUNT-OUT
           MOVE SPACES TO RECONREC
           STRING "Switch-days reconciled: "  DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RECONREC
           END-STRING
           WRITE RECONREC
           END-WRITE
           MOVE WS-OK-COUNT    TO WS-COUNT-OUT
           MOVE SPACES TO RECONREC
           STRING "Within tolerance: "        DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RECONREC
           END-STRING
           WRITE RECONREC
           END-WRITE
           MOVE WS-SHORT-COUNT    TO WS-COUNT-OUT
           MOVE WS-TOT-LEAK-VALUE TO WS-AMT-OUT
           MOVE SPACES TO RECONREC
           STRING "Leakage (switch completed, never billed): "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                  "   estimated revenue "     DELIMITED BY SIZE
                  WS-AMT-OUT                  DELIMITED BY SIZE
                INTO RECONREC
           END-STRING
           WRITE RECONREC
           END-WRITE
           MOVE WS-OVER-COUNT  TO WS-COUNT-OUT
           MOVE SPACES TO RECONREC
           STRING "Billed past the switch counter: "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RECONREC
           END-STRING
           WRITE RECONREC
           END-WRITE
           MOVE WS-NOCNT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RECONREC
           STRING "Billed with no counter report: "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RECONREC
           END-STRING
           WRITE RECONREC
           END-WRITE
           MOVE WS-ALERT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RECONREC
           STRING "Ops alerts sent: "         DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RECONREC
           END-STRING
           WRITE RECONREC
           END-WRITE
           IF SRCDAY-STATUS = "35"
               MOVE "*** SRCDAY.DAT not available -- nothing billed "
                  & "to set against the counters ***" TO RECONREC
               WRITE RECONREC
               END-WRITE
           END-IF
           IF WS-IN-BAD > ZERO
               MOVE WS-IN-BAD TO WS-COUNT-OUT
               MOVE SPACES TO RECONREC
               STRING "*** "                 DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                      " counter line(s) not loaded -- see above ***"
                                             DELIMITED BY SIZE
                    INTO RECONREC
               END-STRING
               WRITE RECONREC
               END-WRITE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-SWR-SKIPPED > ZERO
               MOVE WS-SWR-SKIPPED TO WS-COUNT-OUT
               MOVE SPACES TO RECONREC
               STRING "*** "                 DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                      " row(s) past the 100-switch rate table -- "
                                             DELIMITED BY SIZE
                      "valued at the all-switch rate ***"
                                             DELIMITED BY SIZE
                    INTO RECONREC
               END-STRING
               WRITE RECONREC
               END-WRITE
           END-IF
           .

       RECORD-RUN-SETTING.
           MOVE "TELSWRC" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telswrc.
