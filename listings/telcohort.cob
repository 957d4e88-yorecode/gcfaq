      *>
      *> telcohort.cob -- subscriber cohort report.  How do the
      *> customers signed in a given month behave as they age,
      *> against the cohorts signed before them?  Accounts are
      *> grouped by the month of ACCT-SIGN-DATE -- optionally split
      *> by plan, selling agent or operating entity -- and for each
      *> month since signing the report shows:
      *>
      *>   retention  the cohort's accounts still on the books that
      *>              month: not closed, or closed (ACCT-DISC-DATE)
      *>              no earlier than that month
      *>   ARPU       the month's ACCTPER.DAT PER-OUTPUT-TOT over
      *>              the cohort, per account still on the books
      *>   MOU        PER-MOU-TOT the same way
      *>
      *> Month 0 is the signing month; the last month measured is
      *> the last closed period (the month before the run), so each
      *> cohort's row is one month longer than the next one's -- the
      *> triangle.  ACCTMAST.DAT and ACCTPER.DAT are both keyed by
      *> account first, so one matched pass over the two serves the
      *> whole report without a table of accounts.
      *>
      *>   telcohort [PLAN | AGENT | ENTITY] [YYYYMM]
      *>
      *> YYYYMM starts the report at that signing month (earlier
      *> cohorts are left out).  Up to 60 cohort rows are kept and
      *> months 0 through 36 of each; an account in a cohort past
      *> the 60th is counted at the foot, never folded into another
      *> cohort.  An account with no signing date belongs to no
      *> cohort and is counted at the foot too.
      *>
      *> Output: TELCOHRT.TXT, the printed triangles -- retention
      *> percentage, ARPU and average MOU, months 0 through 12 --
      *> and TELCOHRT.CSV, every cohort month to 36 "|"-delimited
      *> in the HDR/TRL envelope telaudq's extract uses, for
      *> Finance's models.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telcohort.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT ACCTPER  ASSIGN TO
                "ACCTPER.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS ACCTPER-KEY
                FILE STATUS IS PER-STATUS
                .
           SELECT COHRPT   ASSIGN TO
                "TELCOHRT.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS COHRPT-STATUS
                .
           SELECT COHCSV   ASSIGN TO
                "TELCOHRT.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS COHCSV-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  ACCTPER.
           COPY CBACCTPER.
       FD  COHRPT.
       01  COHRPT-REC        PIC X(132).
       FD  COHCSV.
       01  COHCSV-REC        PIC X(150).

       WORKING-STORAGE SECTION.
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  PER-STATUS        PIC XX      VALUE "00".
       01  COHRPT-STATUS     PIC XX      VALUE "00".
       01  COHCSV-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-CMDLINE        PIC X(80)   VALUE SPACES.
       01  WS-ARG1           PIC X(10)   VALUE SPACES.
       01  WS-ARG2           PIC X(10)   VALUE SPACES.
       01  WS-ARG            PIC X(10)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "Y".
           88  ARGS-VALID              VALUE "Y".
       01  WS-SPLIT          PIC X(06)   VALUE SPACES.
           88  SPLIT-BY-PLAN           VALUE "PLAN".
           88  SPLIT-BY-AGENT          VALUE "AGENT".
           88  SPLIT-BY-ENTITY         VALUE "ENTITY".
       01  WS-FROM-MONTH     PIC 9(06)   VALUE ZERO.

      *>  Months counted from year zero, so an age is one subtract.
       01  WS-YYYYMM         PIC 9(06)   VALUE ZERO.
       01  WS-YYYYMM-R REDEFINES WS-YYYYMM.
           05  WS-YM-YEAR    PIC 9(04).
           05  WS-YM-MONTH   PIC 9(02).
       01  WS-MONTH-INDEX    PIC 9(06)   COMP-5 VALUE ZERO.
       01  WS-SIGN-INDEX     PIC 9(06)   COMP-5 VALUE ZERO.
       01  WS-LAST-INDEX     PIC 9(06)   COMP-5 VALUE ZERO.
       01  WS-CLOSE-INDEX    PIC 9(06)   COMP-5 VALUE ZERO.
       01  WS-AGE            PIC S9(06)  COMP-5 VALUE ZERO.
       01  WS-AGE-LIMIT      PIC S9(06)  COMP-5 VALUE ZERO.

      *>  One account in flight: its cohort slot, and the month it
      *>  left the books (zero while it is still on them).
       01  WS-PER-EOF        PIC X       VALUE "N".
           88  PER-AT-END              VALUE "Y".
       01  WS-PER-OPEN       PIC X       VALUE "N".
           88  PER-FILE-OPEN           VALUE "Y".
       01  WS-CUR-SPLIT      PIC X(04)   VALUE SPACES.
       01  WS-LAST-PER-INDEX PIC 9(06)   COMP-5 VALUE ZERO.

      *>  The cohort table: signing month + split value, first seen
      *>  claims a slot, sorted before it prints.  Cell 1 is month 0.
       01  COHORT-TABLE.
           05  COH-ENTRY OCCURS 60 TIMES INDEXED BY CH-IDX.
               10  COH-MONTH       PIC 9(06).
               10  COH-SPLIT       PIC X(04).
               10  COH-SIGNED      PIC 9(07)     COMP-5.
               10  COH-CELL OCCURS 37 TIMES.
                   15  CEL-ACTIVE  PIC 9(07)     COMP-5.
                   15  CEL-REVENUE PIC S9(11)V99 COMP-5.
                   15  CEL-MOU     PIC S9(11)    COMP-5.
       01  WS-COHORT-COUNT   PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-SWAP-ENTRY     PIC X(754)  VALUE SPACES.
       01  WS-SORT-I         PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-SORT-J         PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-CX             PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-AX             PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-COL            PIC 9(03)   COMP-5 VALUE ZERO.

       01  WS-ACCTS-READ     PIC 9(07)   VALUE ZERO.
       01  WS-NO-SIGN-DATE   PIC 9(07)   VALUE ZERO.
       01  WS-BEFORE-FROM    PIC 9(07)   VALUE ZERO.
       01  WS-TABLE-FULL     PIC 9(07)   VALUE ZERO.
       01  WS-CSV-ROWS       PIC 9(07)   VALUE ZERO.

      *>  Edited figures.
       01  WS-SECTION        PIC X(01)   VALUE SPACE.
       01  WS-PCT            PIC S9(05)V9  VALUE ZERO.
       01  WS-PCT-OUT        PIC ZZ9.9.
       01  WS-ARPU           PIC S9(09)V99 VALUE ZERO.
       01  WS-ARPU-OUT       PIC ZZZ9.99-.
       01  WS-AVG-MOU        PIC S9(09)  VALUE ZERO.
       01  WS-MOU-OUT        PIC ZZZZZ9-.
       01  WS-SIGNED-OUT     PIC ZZZZZ9.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-AGE-OUT        PIC Z9.
       01  WS-CSV-AGE        PIC 9(02).
       01  WS-CSV-ACTIVE     PIC 9(07).
       01  WS-CSV-SIGNED     PIC 9(07).
       01  WS-CSV-PCT        PIC ZZ9.9.
       01  WS-CSV-REV        PIC -Z(10)9.99.
       01  WS-CSV-ARPU       PIC -Z(8)9.99.
       01  WS-CSV-MOU        PIC -Z(10)9.
       01  WS-CSV-AVG-MOU    PIC -Z(8)9.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN OUTPUT COHRPT
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               MOVE "*** usage: telcohort [PLAN | AGENT | ENTITY] "
                  & "[YYYYMM] ***" TO COHRPT-REC
               WRITE COHRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE COHRPT
               STOP RUN
           END-IF
      *>  The last closed period is the month before this one.
           MOVE WS-NOW (1:6) TO WS-YYYYMM
           PERFORM COMPUTE-MONTH-INDEX
           COMPUTE WS-LAST-INDEX = WS-MONTH-INDEX - 1
           END-COMPUTE
           OPEN INPUT ACCT-MASTER
           IF ACCT-STATUS NOT = "00"
               MOVE "*** ACCTMAST.DAT not available -- no cohorts "
                  & "to report ***" TO COHRPT-REC
               WRITE COHRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE COHRPT
               STOP RUN
           END-IF
           OPEN INPUT ACCTPER
           IF PER-STATUS NOT = "00"
               SET PER-AT-END TO TRUE
           ELSE
               SET PER-FILE-OPEN TO TRUE
               PERFORM READ-NEXT-PERIOD
           END-IF
           INITIALIZE COHORT-TABLE
           PERFORM UNTIL 0 = 1
               READ ACCT-MASTER NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ACCTS-READ
               PERFORM HANDLE-ONE-ACCOUNT
           END-PERFORM
           CLOSE ACCT-MASTER
           IF PER-FILE-OPEN
               CLOSE ACCTPER
           END-IF
           PERFORM SORT-COHORTS
           PERFORM WRITE-TRIANGLES
           PERFORM WRITE-COHORT-EXTRACT
           PERFORM WRITE-RUN-FOOTING
           CLOSE COHRPT
           STOP RUN
           .

       PARSE-COMMAND-LINE.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-ARG1
                    WS-ARG2
           END-UNSTRING
           MOVE WS-ARG1 TO WS-ARG
           PERFORM TAKE-ONE-ARG
           MOVE WS-ARG2 TO WS-ARG
           PERFORM TAKE-ONE-ARG
           .

       TAKE-ONE-ARG.
           EVALUATE TRUE
               WHEN WS-ARG = SPACES
                   CONTINUE
               WHEN WS-ARG = "PLAN" OR "AGENT" OR "ENTITY"
                   MOVE WS-ARG TO WS-SPLIT
               WHEN WS-ARG (1:6) IS NUMERIC
                AND WS-ARG (7:4) = SPACES
                   MOVE WS-ARG (1:6) TO WS-FROM-MONTH
                   IF WS-FROM-MONTH (5:2) < "01"
                   OR WS-FROM-MONTH (5:2) > "12"
                       MOVE "N" TO WS-ARGS-VALID
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-ARGS-VALID
           END-EVALUATE
           .

       COMPUTE-MONTH-INDEX.
           COMPUTE WS-MONTH-INDEX = WS-YM-YEAR * 12 + WS-YM-MONTH - 1
           END-COMPUTE
           .

      *>  The period file runs one record ahead of the master.
       READ-NEXT-PERIOD.
           READ ACCTPER NEXT RECORD
               AT END
                   SET PER-AT-END TO TRUE
           END-READ
           .

      *>  One account: find (or claim) its cohort, pour its period
      *>  rows into the cohort's months, then count it on the books
      *>  for every month it was.
       HANDLE-ONE-ACCOUNT.
           PERFORM UNTIL PER-AT-END
                   OR PER-ACCT-NO >= ACCT-NO
               PERFORM READ-NEXT-PERIOD
           END-PERFORM
           IF ACCT-SIGN-DATE = ZERO
               ADD 1 TO WS-NO-SIGN-DATE
               EXIT PARAGRAPH
           END-IF
           IF ACCT-SIGN-DATE (1:6) < WS-FROM-MONTH
               ADD 1 TO WS-BEFORE-FROM
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN SPLIT-BY-PLAN
                   MOVE ACCT-PLAN-CODE   TO WS-CUR-SPLIT
               WHEN SPLIT-BY-AGENT
                   MOVE ACCT-AGENT-CODE  TO WS-CUR-SPLIT
               WHEN SPLIT-BY-ENTITY
                   MOVE ACCT-ENTITY-CODE TO WS-CUR-SPLIT
               WHEN OTHER
                   MOVE SPACES           TO WS-CUR-SPLIT
           END-EVALUATE
           PERFORM VARYING CH-IDX FROM 1 BY 1
                   UNTIL CH-IDX > WS-COHORT-COUNT
                   OR (COH-MONTH (CH-IDX) = ACCT-SIGN-DATE (1:6)
                       AND COH-SPLIT (CH-IDX) = WS-CUR-SPLIT)
               CONTINUE
           END-PERFORM
           IF CH-IDX > WS-COHORT-COUNT
               IF WS-COHORT-COUNT >= 60
                   ADD 1 TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COHORT-COUNT
               SET CH-IDX TO WS-COHORT-COUNT
               MOVE ACCT-SIGN-DATE (1:6) TO COH-MONTH (CH-IDX)
               MOVE WS-CUR-SPLIT         TO COH-SPLIT (CH-IDX)
           END-IF
           ADD 1 TO COH-SIGNED (CH-IDX)
           MOVE ACCT-SIGN-DATE (1:6) TO WS-YYYYMM
           PERFORM COMPUTE-MONTH-INDEX
           MOVE WS-MONTH-INDEX TO WS-SIGN-INDEX
           MOVE ZERO TO WS-LAST-PER-INDEX
           PERFORM UNTIL PER-AT-END
                   OR PER-ACCT-NO NOT = ACCT-NO
               MOVE PER-PERIOD TO WS-YYYYMM
               PERFORM COMPUTE-MONTH-INDEX
               MOVE WS-MONTH-INDEX TO WS-LAST-PER-INDEX
               COMPUTE WS-AGE = WS-MONTH-INDEX - WS-SIGN-INDEX
               END-COMPUTE
               IF WS-AGE >= 0 AND WS-AGE <= 36
                   ADD PER-OUTPUT-TOT
                     TO CEL-REVENUE (CH-IDX, WS-AGE + 1)
                   ADD PER-MOU-TOT
                     TO CEL-MOU (CH-IDX, WS-AGE + 1)
               END-IF
               PERFORM READ-NEXT-PERIOD
           END-PERFORM
           PERFORM COUNT-MONTHS-ON-BOOKS
           .

      *>  On the books from the signing month through the month it
      *>  was disconnected (a closed account with no disconnect date
      *>  through its last period), and never past the last closed
      *>  period.
       COUNT-MONTHS-ON-BOOKS.
           COMPUTE WS-AGE-LIMIT = WS-LAST-INDEX - WS-SIGN-INDEX
           END-COMPUTE
           IF NOT ACCT-ACTIVE
               IF ACCT-DISC-DATE NOT = ZERO
                   MOVE ACCT-DISC-DATE (1:6) TO WS-YYYYMM
                   PERFORM COMPUTE-MONTH-INDEX
                   MOVE WS-MONTH-INDEX TO WS-CLOSE-INDEX
               ELSE
                   MOVE WS-LAST-PER-INDEX TO WS-CLOSE-INDEX
               END-IF
               COMPUTE WS-AGE = WS-CLOSE-INDEX - WS-SIGN-INDEX
               END-COMPUTE
               IF WS-AGE < WS-AGE-LIMIT
                   MOVE WS-AGE TO WS-AGE-LIMIT
               END-IF
           END-IF
           IF WS-AGE-LIMIT > 36
               MOVE 36 TO WS-AGE-LIMIT
           END-IF
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AGE-LIMIT + 1
               ADD 1 TO CEL-ACTIVE (CH-IDX, WS-AX)
           END-PERFORM
           .

      *>  Oldest cohort first, splits in order within a month --
      *>  the same exchange sort telchurn ranks its list with.
       SORT-COHORTS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-COHORT-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-COHORT-COUNT - WS-SORT-I
                   IF COH-MONTH (WS-SORT-J) > COH-MONTH (WS-SORT-J + 1)
                   OR (COH-MONTH (WS-SORT-J) =
                       COH-MONTH (WS-SORT-J + 1)
                       AND COH-SPLIT (WS-SORT-J) >
                           COH-SPLIT (WS-SORT-J + 1))
                       MOVE COH-ENTRY (WS-SORT-J) TO WS-SWAP-ENTRY
                       MOVE COH-ENTRY (WS-SORT-J + 1)
                         TO COH-ENTRY (WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                         TO COH-ENTRY (WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *>  Three triangles, months 0 through 12 across.
       WRITE-TRIANGLES.
           MOVE SPACES TO COHRPT-REC
           STRING "==== SUBSCRIBER COHORTS BY SIGNING MONTH -- "
                                           DELIMITED BY SIZE
                  WS-NOW (1:8)             DELIMITED BY SIZE
                  " ===="                  DELIMITED BY SIZE
                INTO COHRPT-REC
           END-STRING
           WRITE COHRPT-REC
           END-WRITE
           IF WS-SPLIT NOT = SPACES
               MOVE SPACES TO COHRPT-REC
               STRING "Split by "          DELIMITED BY SIZE
                      WS-SPLIT             DELIMITED BY SPACE
                    INTO COHRPT-REC
               END-STRING
               WRITE COHRPT-REC
               END-WRITE
           END-IF
           MOVE "R" TO WS-SECTION
           PERFORM WRITE-ONE-TRIANGLE
           MOVE "A" TO WS-SECTION
           PERFORM WRITE-ONE-TRIANGLE
           MOVE "M" TO WS-SECTION
           PERFORM WRITE-ONE-TRIANGLE
           .

       WRITE-ONE-TRIANGLE.
           MOVE SPACES TO COHRPT-REC
           WRITE COHRPT-REC
           END-WRITE
           EVALUATE WS-SECTION
               WHEN "R"
                   MOVE "Retention -- percent of the cohort still on "
                      & "the books" TO COHRPT-REC
               WHEN "A"
                   MOVE "ARPU -- revenue per account on the books"
                     TO COHRPT-REC
               WHEN OTHER
                   MOVE "MOU -- minutes of use per account on the "
                      & "books" TO COHRPT-REC
           END-EVALUATE
           WRITE COHRPT-REC
           END-WRITE
           MOVE SPACES TO COHRPT-REC
           MOVE "Cohort Split Signed" TO COHRPT-REC (1:19)
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 13
               COMPUTE WS-COL = 21 + (WS-AX - 1) * 8
               END-COMPUTE
               SUBTRACT 1 FROM WS-AX GIVING WS-AGE-OUT
               MOVE "M"        TO COHRPT-REC (WS-COL + 4:1)
               MOVE WS-AGE-OUT TO COHRPT-REC (WS-COL + 5:2)
           END-PERFORM
           WRITE COHRPT-REC
           END-WRITE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COHORT-COUNT
               PERFORM WRITE-TRIANGLE-ROW
           END-PERFORM
           .

       WRITE-TRIANGLE-ROW.
           MOVE COH-MONTH (WS-CX) TO WS-YYYYMM
           PERFORM COMPUTE-MONTH-INDEX
           COMPUTE WS-AGE-LIMIT = WS-LAST-INDEX - WS-MONTH-INDEX
           END-COMPUTE
           MOVE COH-SIGNED (WS-CX) TO WS-SIGNED-OUT
           MOVE SPACES TO COHRPT-REC
           MOVE COH-MONTH (WS-CX) TO COHRPT-REC (1:6)
           MOVE COH-SPLIT (WS-CX) TO COHRPT-REC (8:4)
           MOVE WS-SIGNED-OUT     TO COHRPT-REC (13:6)
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > 13
                   OR WS-AX > WS-AGE-LIMIT + 1
               COMPUTE WS-COL = 21 + (WS-AX - 1) * 8
               END-COMPUTE
               EVALUATE WS-SECTION
                   WHEN "R"
                       COMPUTE WS-PCT ROUNDED =
                               CEL-ACTIVE (WS-CX, WS-AX) * 100
                             / COH-SIGNED (WS-CX)
                       END-COMPUTE
                       MOVE WS-PCT     TO WS-PCT-OUT
                       MOVE WS-PCT-OUT TO COHRPT-REC (WS-COL + 2:5)
                   WHEN "A"
                       PERFORM COMPUTE-CELL-AVERAGES
                       MOVE WS-ARPU     TO WS-ARPU-OUT
                       MOVE WS-ARPU-OUT TO COHRPT-REC (WS-COL:8)
                   WHEN OTHER
                       PERFORM COMPUTE-CELL-AVERAGES
                       MOVE WS-AVG-MOU TO WS-MOU-OUT
                       MOVE WS-MOU-OUT TO COHRPT-REC (WS-COL + 1:7)
               END-EVALUATE
           END-PERFORM
           WRITE COHRPT-REC
           END-WRITE
           .

       COMPUTE-CELL-AVERAGES.
           MOVE ZERO TO WS-ARPU WS-AVG-MOU
           IF CEL-ACTIVE (WS-CX, WS-AX) > ZERO
               COMPUTE WS-ARPU ROUNDED =
                       CEL-REVENUE (WS-CX, WS-AX)
                     / CEL-ACTIVE (WS-CX, WS-AX)
               END-COMPUTE
               COMPUTE WS-AVG-MOU ROUNDED =
                       CEL-MOU (WS-CX, WS-AX)
                     / CEL-ACTIVE (WS-CX, WS-AX)
               END-COMPUTE
           END-IF
           .

      *>  One row per cohort per month measured, every month to 36.
       WRITE-COHORT-EXTRACT.
           OPEN OUTPUT COHCSV
           MOVE SPACES TO COHCSV-REC
           STRING "HDR|TELCOHORT|"          DELIMITED BY SIZE
                  WS-NOW (1:8)              DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CMDLINE)
                                            DELIMITED BY SIZE
                INTO COHCSV-REC
           END-STRING
           WRITE COHCSV-REC
           END-WRITE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COHORT-COUNT
               MOVE COH-MONTH (WS-CX) TO WS-YYYYMM
               PERFORM COMPUTE-MONTH-INDEX
               COMPUTE WS-AGE-LIMIT = WS-LAST-INDEX - WS-MONTH-INDEX
               END-COMPUTE
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > 37
                       OR WS-AX > WS-AGE-LIMIT + 1
                   PERFORM WRITE-EXTRACT-ROW
               END-PERFORM
           END-PERFORM
           MOVE WS-CSV-ROWS TO WS-COUNT-OUT
           MOVE SPACES TO COHCSV-REC
           STRING "TRL|"                    DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COUNT-OUT)
                                            DELIMITED BY SIZE
                INTO COHCSV-REC
           END-STRING
           WRITE COHCSV-REC
           END-WRITE
           CLOSE COHCSV
           .

       WRITE-EXTRACT-ROW.
           ADD 1 TO WS-CSV-ROWS
           PERFORM COMPUTE-CELL-AVERAGES
           SUBTRACT 1 FROM WS-AX GIVING WS-CSV-AGE
           MOVE COH-SIGNED (WS-CX)            TO WS-CSV-SIGNED
           MOVE CEL-ACTIVE (WS-CX, WS-AX)     TO WS-CSV-ACTIVE
           COMPUTE WS-PCT ROUNDED =
                   CEL-ACTIVE (WS-CX, WS-AX) * 100
                 / COH-SIGNED (WS-CX)
           END-COMPUTE
           MOVE WS-PCT                        TO WS-CSV-PCT
           MOVE CEL-REVENUE (WS-CX, WS-AX)    TO WS-CSV-REV
           MOVE WS-ARPU                       TO WS-CSV-ARPU
           MOVE CEL-MOU (WS-CX, WS-AX)        TO WS-CSV-MOU
           MOVE WS-AVG-MOU                    TO WS-CSV-AVG-MOU
           MOVE SPACES TO COHCSV-REC
           STRING COH-MONTH (WS-CX)         DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (COH-SPLIT (WS-CX))
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-CSV-AGE                DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-CSV-SIGNED             DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-CSV-ACTIVE             DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-PCT)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-REV)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-ARPU)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-MOU)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CSV-AVG-MOU)
                                            DELIMITED BY SIZE
                INTO COHCSV-REC
           END-STRING
           WRITE COHCSV-REC
           END-WRITE
           .

       WRITE-RUN-FOOTING.
           MOVE SPACES TO COHRPT-REC
           WRITE COHRPT-REC
           END-WRITE
           MOVE WS-ACCTS-READ TO WS-COUNT-OUT
           MOVE SPACES TO COHRPT-REC
           STRING "Accounts read                       " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO COHRPT-REC
           END-STRING
           WRITE COHRPT-REC
           END-WRITE
           MOVE WS-NO-SIGN-DATE TO WS-COUNT-OUT
           MOVE SPACES TO COHRPT-REC
           STRING "  with no signing date (no cohort)  " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO COHRPT-REC
           END-STRING
           WRITE COHRPT-REC
           END-WRITE
           MOVE WS-BEFORE-FROM TO WS-COUNT-OUT
           MOVE SPACES TO COHRPT-REC
           STRING "  signed before the first cohort    " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO COHRPT-REC
           END-STRING
           WRITE COHRPT-REC
           END-WRITE
           MOVE WS-TABLE-FULL TO WS-COUNT-OUT
           MOVE SPACES TO COHRPT-REC
           STRING "  in cohorts past the 60th, omitted " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO COHRPT-REC
           END-STRING
           WRITE COHRPT-REC
           END-WRITE
           IF WS-TABLE-FULL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
       END PROGRAM telcohort.
