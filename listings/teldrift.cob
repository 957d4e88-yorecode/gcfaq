      *>
      *> teldrift.cob -- run-configuration drift report.  Every
      *> batch program records the settings it ran with on
      *> RUNCFG.DAT through TELCFG (see CBRUNCFG.cpy).  This
      *> program reads that snapshot back three ways:
      *>
      *>   teldrift [REPORT [RUNID]]
      *>       Lists, program by program, each setting of the run
      *>       (the latest run on file when none is named) whose
      *>       value differs from the same program's previous
      *>       production run -- the last earlier run made under
      *>       telsched's chain -- or from the approved baseline on
      *>       CFGBASE.DAT (see CBCFGBAS.cpy).  A departure from the
      *>       baseline is flagged UNAPPROVED and ends the run with
      *>       return code 8.  Settings that change every run by
      *>       design (input file, run id, restart flag) are
      *>       recorded but never reported.
      *>
      *>   teldrift APPROVE RUNID
      *>       Makes a reviewed run's settings the approved baseline
      *>       for every program the run recorded, replacing what
      *>       was there.  Security administrators only (AUTH-ADMIN
      *>       on AUTHTB, credential proven through TELAUTHN), one
      *>       audit line per program on TELDRIFT.AUD.
      *>
      *>   teldrift PRECHECK [PROGRAM]
      *>       Before a program runs: compares what the live
      *>       environment holds for each of the program's baseline
      *>       settings (TELCO5 when none is named) with what it
      *>       held when the baseline was approved.  A difference
      *>       -- a test value left in the shell, an approved value
      *>       unset -- ends with return code 8; telsched runs this
      *>       ahead of the rating step and stops the chain on it.
      *>       No baseline on file is reported as a warning only.
      *>
      *> Report on TELDRIFT.TXT.  The operator is TELCO_OPERATOR,
      *> else the login, as for the other batch programs.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. teldrift.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHTB   ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTHTB-STATUS
                .
           SELECT RUNCFG   ASSIGN TO
                "RUNCFG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CFG-KEY
                FILE STATUS IS CFG-STATUS
                .
           SELECT CFGBASE  ASSIGN TO
                "CFGBASE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CFB-KEY
                FILE STATUS IS CFB-STATUS
                .
           SELECT DRFAUDIT ASSIGN TO
                "TELDRIFT.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS DRFAUDIT-STATUS
                .
           SELECT DRFRPT   ASSIGN TO
                "TELDRIFT.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS DRFRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  RUNCFG.
           COPY CBRUNCFG.
       FD  CFGBASE.
           COPY CBCFGBAS.
       FD  DRFAUDIT.
       01  DRFAUDIT-REC      PIC X(190).
       FD  DRFRPT.
       01  DRFRPT-REC        PIC X(150).

       WORKING-STORAGE SECTION.
       01  AUTHTB-STATUS     PIC XX      VALUE "00".
       01  CFG-STATUS        PIC XX      VALUE "00".
       01  CFB-STATUS        PIC XX      VALUE "00".
       01  DRFAUDIT-STATUS   PIC XX      VALUE "00".
       01  DRFRPT-STATUS     PIC XX      VALUE "00".

       01  WS-OPERATOR-ID    PIC X(08)   VALUE SPACES.
       01  WS-ADMIN-OK       PIC X       VALUE "N".
           88  OPERATOR-IS-ADMIN         VALUE "Y".
       01  WS-AUTHN-RESULT   PIC X       VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-CMDLINE        PIC X(80)   VALUE SPACES.
       01  WS-MODE           PIC X(08)   VALUE SPACES.
           88  MODE-REPORT               VALUE "REPORT".
           88  MODE-APPROVE              VALUE "APPROVE".
           88  MODE-PRECHECK             VALUE "PRECHECK".
       01  WS-ARG2           PIC X(20)   VALUE SPACES.

      *>  The run under review and every setting it recorded.
       01  WS-TARGET-RUN     PIC X(20)   VALUE SPACES.
       01  WS-TARGET-STAMP   PIC X(14)   VALUE SPACES.
       01  WS-RUN-ROWS       PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-RUN-OVERFLOW   PIC 9(05)   VALUE ZERO.
       01  RUN-SETTING-TABLE.
           05  RS-ENTRY OCCURS 300 TIMES INDEXED BY RS-IDX.
               10  RS-PROGRAM      PIC X(08).
               10  RS-SETTING      PIC X(30).
               10  RS-ENV-VALUE    PIC X(40).
               10  RS-VALUE        PIC X(40).
               10  RS-SOURCE       PIC X(01).
               10  RS-CLASS        PIC X(01).
                   88  RS-RUN-SPECIFIC         VALUE "R".

      *>  One row per program the run recorded: the program's
      *>  previous production run and whether it has a baseline.
       01  WS-PROG-COUNT     PIC 9(03)   COMP-5 VALUE ZERO.
       01  RUN-PROGRAM-TABLE.
           05  PG-ENTRY OCCURS 80 TIMES INDEXED BY PG-IDX.
               10  PG-NAME         PIC X(08).
               10  PG-PREV-RUN     PIC X(20).
               10  PG-PREV-STAMP   PIC X(14).
               10  PG-HAS-BASE     PIC X(01).
                   88  PG-BASELINED            VALUE "Y".
               10  PG-WRITTEN      PIC 9(04)   COMP-5.
       01  WS-PROG-FOUND     PIC X       VALUE "N".
           88  PROG-FOUND                VALUE "Y".

      *>  One setting under comparison.
       01  WS-PREV-VALUE     PIC X(40)   VALUE SPACES.
       01  WS-BASE-VALUE     PIC X(40)   VALUE SPACES.
       01  WS-PREV-STATE     PIC X       VALUE SPACE.
           88  PREV-SAME                 VALUE "S".
           88  PREV-CHANGED              VALUE "C".
           88  PREV-NEW                  VALUE "N".
           88  PREV-NONE                 VALUE SPACE.
       01  WS-BASE-STATE     PIC X       VALUE SPACE.
           88  BASE-SAME                 VALUE "S".
           88  BASE-CHANGED              VALUE "C".
           88  BASE-MISSING              VALUE "M".
           88  BASE-NONE                 VALUE SPACE.
       01  WS-LIVE-VALUE     PIC X(40)   VALUE SPACES.

      *>  Run control totals.
       01  WS-CHECKED-COUNT  PIC 9(05)   VALUE ZERO.
       01  WS-CHANGED-COUNT  PIC 9(05)   VALUE ZERO.
       01  WS-UNAPPR-COUNT   PIC 9(05)   VALUE ZERO.
       01  WS-NOBASE-COUNT   PIC 9(05)   VALUE ZERO.
       01  WS-APPROVED-COUNT PIC 9(05)   VALUE ZERO.
       01  WS-REPLACED-COUNT PIC 9(05)   VALUE ZERO.

       01  WS-COUNT-OUT      PIC ZZ,ZZ9.
       01  WS-COUNT-OUT2     PIC ZZ,ZZ9.
       01  WS-FLAG-OUT       PIC X(12)   VALUE SPACES.
       01  WS-PREV-OUT       PIC X(24)   VALUE SPACES.
       01  WS-BASE-OUT       PIC X(24)   VALUE SPACES.
       01  WS-AUDIT-TEXT     PIC X(80)   VALUE SPACES.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           PERFORM GET-OPERATOR-ID
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-MODE
                    WS-ARG2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-MODE) TO WS-MODE
           IF WS-MODE = SPACES
               SET MODE-REPORT TO TRUE
           END-IF
           OPEN OUTPUT DRFRPT
           EVALUATE TRUE
               WHEN MODE-REPORT
                   PERFORM RUN-DRIFT-REPORT
               WHEN MODE-APPROVE AND WS-ARG2 NOT = SPACES
                   PERFORM RUN-APPROVAL
               WHEN MODE-PRECHECK
                   PERFORM RUN-PRECHECK
               WHEN OTHER
                   MOVE "*** usage: teldrift [REPORT [RUNID]] | "
                      & "APPROVE RUNID | PRECHECK [PROGRAM] ***"
                     TO DRFRPT-REC
                   WRITE DRFRPT-REC
                   END-WRITE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           CLOSE DRFRPT
           STOP RUN
           .

       GET-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "TELCO_OPERATOR"
           END-ACCEPT
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
               END-ACCEPT
           END-IF
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
               END-ACCEPT
           END-IF
           .

      *>  ------------------------------------------------------
      *>  REPORT
      *>  ------------------------------------------------------
       RUN-DRIFT-REPORT.
           OPEN INPUT RUNCFG
           IF CFG-STATUS NOT = "00"
               MOVE "*** RUNCFG.DAT not available -- no run "
                  & "configuration recorded yet ***" TO DRFRPT-REC
               WRITE DRFRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG2 TO WS-TARGET-RUN
           IF WS-TARGET-RUN = SPACES
               PERFORM FIND-LATEST-RUN
           END-IF
           PERFORM LOAD-TARGET-RUN
           IF WS-RUN-ROWS = ZERO
               MOVE SPACES TO DRFRPT-REC
               STRING "*** run "                  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-TARGET-RUN)
                                                  DELIMITED BY SIZE
                      " not found on RUNCFG.DAT ***"
                                                  DELIMITED BY SIZE
                    INTO DRFRPT-REC
               END-STRING
               WRITE DRFRPT-REC
               END-WRITE
               CLOSE RUNCFG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PREVIOUS-RUNS
           OPEN INPUT CFGBASE
           PERFORM MARK-BASELINED-PROGRAMS
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-PROG-COUNT
               PERFORM REPORT-ONE-PROGRAM
           END-PERFORM
           IF CFB-STATUS = "00"
               CLOSE CFGBASE
           END-IF
           CLOSE RUNCFG
           PERFORM WRITE-REPORT-SUMMARY
           IF WS-UNAPPR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *>  The latest run is the one with the newest stamp; runs
      *>  are keyed by id, not time, so it takes a full pass.
       FIND-LATEST-RUN.
           MOVE SPACES TO WS-TARGET-STAMP
           MOVE LOW-VALUES TO CFG-KEY
           START RUNCFG KEY IS NOT LESS THAN CFG-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ RUNCFG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF CFG-STAMP > WS-TARGET-STAMP
                   MOVE CFG-STAMP  TO WS-TARGET-STAMP
                   MOVE CFG-RUN-ID TO WS-TARGET-RUN
               END-IF
           END-PERFORM
           .

       LOAD-TARGET-RUN.
           MOVE ZERO TO WS-RUN-ROWS WS-PROG-COUNT WS-RUN-OVERFLOW
           MOVE SPACES TO WS-TARGET-STAMP
           MOVE LOW-VALUES    TO CFG-KEY
           MOVE WS-TARGET-RUN TO CFG-RUN-ID
           START RUNCFG KEY IS NOT LESS THAN CFG-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ RUNCFG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF CFG-RUN-ID NOT = WS-TARGET-RUN
                   EXIT PERFORM
               END-IF
               IF WS-RUN-ROWS >= 300
                   ADD 1 TO WS-RUN-OVERFLOW
               ELSE
                   ADD 1 TO WS-RUN-ROWS
                   SET RS-IDX TO WS-RUN-ROWS
                   MOVE CFG-PROGRAM   TO RS-PROGRAM (RS-IDX)
                   MOVE CFG-SETTING   TO RS-SETTING (RS-IDX)
                   MOVE CFG-ENV-VALUE TO RS-ENV-VALUE (RS-IDX)
                   MOVE CFG-VALUE     TO RS-VALUE (RS-IDX)
                   MOVE CFG-SOURCE    TO RS-SOURCE (RS-IDX)
                   MOVE CFG-CLASS     TO RS-CLASS (RS-IDX)
                   IF CFG-STAMP > WS-TARGET-STAMP
                       MOVE CFG-STAMP TO WS-TARGET-STAMP
                   END-IF
                   PERFORM NOTE-RUN-PROGRAM
               END-IF
           END-PERFORM
           .

       NOTE-RUN-PROGRAM.
           MOVE "N" TO WS-PROG-FOUND
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-PROG-COUNT
               IF PG-NAME (PG-IDX) = CFG-PROGRAM
                   MOVE "Y" TO WS-PROG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT PROG-FOUND AND WS-PROG-COUNT < 80
               ADD 1 TO WS-PROG-COUNT
               SET PG-IDX TO WS-PROG-COUNT
               MOVE CFG-PROGRAM TO PG-NAME (PG-IDX)
               MOVE SPACES      TO PG-PREV-RUN (PG-IDX)
               MOVE SPACES      TO PG-PREV-STAMP (PG-IDX)
               MOVE "N"         TO PG-HAS-BASE (PG-IDX)
               MOVE ZERO        TO PG-WRITTEN (PG-IDX)
           END-IF
           .

      *>  For each program, the newest production run older than
      *>  the run under review that recorded the same program.
       FIND-PREVIOUS-RUNS.
           MOVE LOW-VALUES TO CFG-KEY
           START RUNCFG KEY IS NOT LESS THAN CFG-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ RUNCFG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF CFG-PRODUCTION
               AND CFG-RUN-ID NOT = WS-TARGET-RUN
               AND CFG-STAMP < WS-TARGET-STAMP
                   PERFORM VARYING PG-IDX FROM 1 BY 1
                           UNTIL PG-IDX > WS-PROG-COUNT
                       IF PG-NAME (PG-IDX) = CFG-PROGRAM
                       AND CFG-STAMP > PG-PREV-STAMP (PG-IDX)
                           MOVE CFG-RUN-ID TO PG-PREV-RUN (PG-IDX)
                           MOVE CFG-STAMP  TO PG-PREV-STAMP (PG-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       MARK-BASELINED-PROGRAMS.
           IF CFB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-PROG-COUNT
               MOVE LOW-VALUES       TO CFB-KEY
               MOVE PG-NAME (PG-IDX) TO CFB-PROGRAM
               START CFGBASE KEY IS NOT LESS THAN CFB-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CFGBASE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CFB-PROGRAM = PG-NAME (PG-IDX)
                                   MOVE "Y" TO PG-HAS-BASE (PG-IDX)
                               END-IF
                       END-READ
               END-START
           END-PERFORM
           .

       REPORT-ONE-PROGRAM.
           MOVE SPACES TO DRFRPT-REC
           WRITE DRFRPT-REC
           END-WRITE
           MOVE SPACES TO DRFRPT-REC
           STRING "Program "                     DELIMITED BY SIZE
                  PG-NAME (PG-IDX)               DELIMITED BY SIZE
                  "   previous production run "  DELIMITED BY SIZE
                  PG-PREV-RUN (PG-IDX)           DELIMITED BY SIZE
                INTO DRFRPT-REC
           END-STRING
           IF PG-PREV-RUN (PG-IDX) = SPACES
               MOVE "(none on file)" TO DRFRPT-REC (44:20)
           END-IF
           IF NOT PG-BASELINED (PG-IDX)
               MOVE "-- NO APPROVED BASELINE" TO DRFRPT-REC (60:30)
               ADD 1 TO WS-NOBASE-COUNT
           END-IF
           WRITE DRFRPT-REC
           END-WRITE
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RUN-ROWS
               IF RS-PROGRAM (RS-IDX) = PG-NAME (PG-IDX)
               AND NOT RS-RUN-SPECIFIC (RS-IDX)
                   PERFORM COMPARE-ONE-SETTING
               END-IF
           END-PERFORM
           IF PG-WRITTEN (PG-IDX) = ZERO
               MOVE "    no differences" TO DRFRPT-REC
               WRITE DRFRPT-REC
               END-WRITE
           END-IF
           .

       COMPARE-ONE-SETTING.
           ADD 1 TO WS-CHECKED-COUNT
           SET PREV-NONE TO TRUE
           SET BASE-NONE TO TRUE
           MOVE SPACES TO WS-PREV-VALUE WS-BASE-VALUE
           IF PG-PREV-RUN (PG-IDX) NOT = SPACES
               MOVE PG-PREV-RUN (PG-IDX)  TO CFG-RUN-ID
               MOVE PG-NAME (PG-IDX)      TO CFG-PROGRAM
               MOVE RS-SETTING (RS-IDX)   TO CFG-SETTING
               READ RUNCFG
                   INVALID KEY
                       SET PREV-NEW TO TRUE
                   NOT INVALID KEY
                       MOVE CFG-VALUE TO WS-PREV-VALUE
                       IF CFG-VALUE = RS-VALUE (RS-IDX)
                           SET PREV-SAME TO TRUE
                       ELSE
                           SET PREV-CHANGED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF PG-BASELINED (PG-IDX)
               MOVE PG-NAME (PG-IDX)      TO CFB-PROGRAM
               MOVE RS-SETTING (RS-IDX)   TO CFB-SETTING
               READ CFGBASE
                   INVALID KEY
                       SET BASE-MISSING TO TRUE
                   NOT INVALID KEY
                       MOVE CFB-VALUE TO WS-BASE-VALUE
                       IF CFB-VALUE = RS-VALUE (RS-IDX)
                           SET BASE-SAME TO TRUE
                       ELSE
                           SET BASE-CHANGED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF (PREV-NONE OR PREV-SAME)
           AND (BASE-NONE OR BASE-SAME)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLAG-OUT
           IF BASE-CHANGED OR BASE-MISSING
               MOVE "UNAPPROVED" TO WS-FLAG-OUT
               ADD 1 TO WS-UNAPPR-COUNT
           ELSE
               MOVE "changed" TO WS-FLAG-OUT
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN PREV-NONE
                   MOVE "-" TO WS-PREV-OUT
               WHEN PREV-NEW
                   MOVE "(not consulted)" TO WS-PREV-OUT
               WHEN OTHER
                   MOVE WS-PREV-VALUE TO WS-PREV-OUT
           END-EVALUATE
           EVALUATE TRUE
               WHEN BASE-NONE
                   MOVE "-" TO WS-BASE-OUT
               WHEN BASE-MISSING
                   MOVE "(not in baseline)" TO WS-BASE-OUT
               WHEN OTHER
                   MOVE WS-BASE-VALUE TO WS-BASE-OUT
           END-EVALUATE
           MOVE SPACES TO DRFRPT-REC
           MOVE RS-SETTING (RS-IDX)         TO DRFRPT-REC (5:30)
           MOVE RS-VALUE (RS-IDX) (1:24)    TO DRFRPT-REC (36:24)
           MOVE WS-PREV-OUT                 TO DRFRPT-REC (61:24)
           MOVE WS-BASE-OUT                 TO DRFRPT-REC (86:24)
           IF RS-SOURCE (RS-IDX) = "D"
               MOVE "default"               TO DRFRPT-REC (111:8)
           ELSE
               MOVE "env"                   TO DRFRPT-REC (111:8)
           END-IF
           MOVE WS-FLAG-OUT                 TO DRFRPT-REC (120:12)
           WRITE DRFRPT-REC
           END-WRITE
           ADD 1 TO PG-WRITTEN (PG-IDX)
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO DRFRPT-REC
           STRING "==== RUN CONFIGURATION DRIFT -- run "
                                              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TARGET-RUN)
                                              DELIMITED BY SIZE
                  " recorded "                DELIMITED BY SIZE
                  WS-TARGET-STAMP             DELIMITED BY SIZE
                  " ===="                     DELIMITED BY SIZE
                INTO DRFRPT-REC
           END-STRING
           WRITE DRFRPT-REC
           END-WRITE
           MOVE SPACES TO DRFRPT-REC
           MOVE "Setting"              TO DRFRPT-REC (5:30)
           MOVE "This run"             TO DRFRPT-REC (36:24)
           MOVE "Previous production"  TO DRFRPT-REC (61:24)
           MOVE "Approved baseline"    TO DRFRPT-REC (86:24)
           MOVE "Source"               TO DRFRPT-REC (111:8)
           WRITE DRFRPT-REC
           END-WRITE
           IF WS-RUN-OVERFLOW > ZERO
               MOVE WS-RUN-OVERFLOW TO WS-COUNT-OUT
               MOVE SPACES TO DRFRPT-REC
               STRING "*** " WS-COUNT-OUT
                      " settings beyond the first 300 not compared"
                      " ***" DELIMITED BY SIZE
                    INTO DRFRPT-REC
               END-STRING
               WRITE DRFRPT-REC
               END-WRITE
           END-IF
           .

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO DRFRPT-REC
           WRITE DRFRPT-REC
           END-WRITE
           MOVE WS-CHECKED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO DRFRPT-REC
           STRING "Settings compared         " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO DRFRPT-REC
           END-STRING
           WRITE DRFRPT-REC
           END-WRITE
           MOVE WS-CHANGED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO DRFRPT-REC
           STRING "Changed since previous run" WS-COUNT-OUT
                  DELIMITED BY SIZE INTO DRFRPT-REC
           END-STRING
           WRITE DRFRPT-REC
           END-WRITE
           MOVE WS-UNAPPR-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO DRFRPT-REC
           STRING "Unapproved differences    " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO DRFRPT-REC
           END-STRING
           WRITE DRFRPT-REC
           END-WRITE
           MOVE WS-NOBASE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO DRFRPT-REC
           STRING "Programs with no baseline " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO DRFRPT-REC
           END-STRING
           WRITE DRFRPT-REC
           END-WRITE
           .

      *>  ------------------------------------------------------
      *>  APPROVE
      *>  ------------------------------------------------------
       RUN-APPROVAL.
           PERFORM CHECK-OPERATOR-IS-ADMIN
           IF NOT OPERATOR-IS-ADMIN
               MOVE SPACES TO DRFRPT-REC
               STRING "*** OPERATOR "            DELIMITED BY SIZE
                      WS-OPERATOR-ID             DELIMITED BY SIZE
                      " IS NOT A SECURITY ADMIN -- BASELINE NOT "
                                                 DELIMITED BY SIZE
                      "CHANGED ***"              DELIMITED BY SIZE
                    INTO DRFRPT-REC
               END-STRING
               WRITE DRFRPT-REC
               END-WRITE
               MOVE "APPROVE REFUSED -- NOT A SECURITY ADMIN"
                 TO WS-AUDIT-TEXT
               PERFORM WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RUNCFG
           IF CFG-STATUS NOT = "00"
               MOVE "*** RUNCFG.DAT not available -- nothing to "
                  & "approve ***" TO DRFRPT-REC
               WRITE DRFRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG2 TO WS-TARGET-RUN
           PERFORM LOAD-TARGET-RUN
           CLOSE RUNCFG
           IF WS-RUN-ROWS = ZERO OR WS-RUN-OVERFLOW > ZERO
               MOVE SPACES TO DRFRPT-REC
               STRING "*** run "                  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-TARGET-RUN)
                                                  DELIMITED BY SIZE
                      " not found on RUNCFG.DAT or too large -- "
                                                  DELIMITED BY SIZE
                      "baseline not changed ***"  DELIMITED BY SIZE
                    INTO DRFRPT-REC
               END-STRING
               WRITE DRFRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CFGBASE
           IF CFB-STATUS NOT = "00"
               OPEN OUTPUT CFGBASE
               CLOSE CFGBASE
               OPEN I-O CFGBASE
           END-IF
           PERFORM VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > WS-PROG-COUNT
               PERFORM APPROVE-ONE-PROGRAM
           END-PERFORM
           CLOSE CFGBASE
           MOVE WS-PROG-COUNT TO WS-COUNT-OUT
           MOVE WS-APPROVED-COUNT TO WS-COUNT-OUT2
           MOVE SPACES TO DRFRPT-REC
           STRING "Baseline approved from run " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TARGET-RUN) DELIMITED BY SIZE
                  " by "                        DELIMITED BY SIZE
                  WS-OPERATOR-ID                DELIMITED BY SIZE
                  ": "                          DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                  " programs,"                  DELIMITED BY SIZE
                  WS-COUNT-OUT2                 DELIMITED BY SIZE
                  " settings"                   DELIMITED BY SIZE
                INTO DRFRPT-REC
           END-STRING
           WRITE DRFRPT-REC
           END-WRITE
           .

      *>  Same fail-closed AUTHTB check as telauth: no table, no
      *>  admins.  The admin's credential proves out through the
      *>  shared TELAUTHN module before the baseline is touched.
       CHECK-OPERATOR-IS-ADMIN.
           MOVE "N" TO WS-ADMIN-OK
           OPEN INPUT AUTHTB
           IF AUTHTB-STATUS = "00"
               MOVE WS-OPERATOR-ID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-ADMIN
                           MOVE "Y" TO WS-ADMIN-OK
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           IF OPERATOR-IS-ADMIN
               MOVE "Y" TO WS-AUTHN-RESULT
               CALL "TELAUTHN" USING WS-OPERATOR-ID WS-AUTHN-RESULT
                   ON EXCEPTION
                       MOVE "Y" TO WS-AUTHN-RESULT
               END-CALL
               IF WS-AUTHN-RESULT NOT = "Y"
                   MOVE "N" TO WS-ADMIN-OK
               END-IF
           END-IF
           .

      *>  The program's old baseline goes entirely -- a setting the
      *>  program no longer consults must not linger in it -- and
      *>  the run's behavior settings take its place.
       APPROVE-ONE-PROGRAM.
           MOVE ZERO TO WS-REPLACED-COUNT
           MOVE LOW-VALUES       TO CFB-KEY
           MOVE PG-NAME (PG-IDX) TO CFB-PROGRAM
           START CFGBASE KEY IS NOT LESS THAN CFB-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ CFGBASE NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF CFB-PROGRAM NOT = PG-NAME (PG-IDX)
                           EXIT PERFORM
                       END-IF
                       DELETE CFGBASE RECORD
                       END-DELETE
                       ADD 1 TO WS-REPLACED-COUNT
                   END-PERFORM
           END-START
           MOVE ZERO TO PG-WRITTEN (PG-IDX)
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RUN-ROWS
               IF RS-PROGRAM (RS-IDX) = PG-NAME (PG-IDX)
               AND NOT RS-RUN-SPECIFIC (RS-IDX)
                   MOVE RS-PROGRAM (RS-IDX)   TO CFB-PROGRAM
                   MOVE RS-SETTING (RS-IDX)   TO CFB-SETTING
                   MOVE RS-ENV-VALUE (RS-IDX) TO CFB-ENV-VALUE
                   MOVE RS-VALUE (RS-IDX)     TO CFB-VALUE
                   MOVE RS-SOURCE (RS-IDX)    TO CFB-SOURCE
                   MOVE WS-TARGET-RUN         TO CFB-FROM-RUN
                   MOVE WS-OPERATOR-ID        TO CFB-APPROVED-BY
                   MOVE WS-NOW (1:8)          TO CFB-APPROVED-DATE
                   WRITE CFG-BASE-REC
                       INVALID KEY
                           REWRITE CFG-BASE-REC
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO PG-WRITTEN (PG-IDX)
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
           END-PERFORM
           MOVE PG-WRITTEN (PG-IDX) TO WS-COUNT-OUT
           MOVE WS-REPLACED-COUNT   TO WS-COUNT-OUT2
           MOVE SPACES TO DRFRPT-REC
           STRING "  "                     DELIMITED BY SIZE
                  PG-NAME (PG-IDX)         DELIMITED BY SIZE
                  "  settings approved "   DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                  "  replaced "            DELIMITED BY SIZE
                  WS-COUNT-OUT2            DELIMITED BY SIZE
                INTO DRFRPT-REC
           END-STRING
           WRITE DRFRPT-REC
           END-WRITE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "APPROVE run="                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TARGET-RUN) DELIMITED BY SIZE
                  " program="                   DELIMITED BY SIZE
                  PG-NAME (PG-IDX)              DELIMITED BY SIZE
                  " settings="                  DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           .

      *>  ------------------------------------------------------
      *>  PRECHECK
      *>  ------------------------------------------------------
      *>  Compares environment to environment: what the shell holds
      *>  now against what it held for the approved run, so a value
      *>  set where the baseline ran on the default is caught too.
       RUN-PRECHECK.
           IF WS-ARG2 = SPACES
               MOVE "TELCO5" TO WS-ARG2
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-ARG2) TO WS-ARG2
           MOVE SPACES TO DRFRPT-REC
           STRING "==== CONFIGURATION PRECHECK -- "
                                              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ARG2)     DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-NOW (1:14)               DELIMITED BY SIZE
                  " ===="                     DELIMITED BY SIZE
                INTO DRFRPT-REC
           END-STRING
           WRITE DRFRPT-REC
           END-WRITE
           OPEN INPUT CFGBASE
           IF CFB-STATUS = "00"
               MOVE LOW-VALUES     TO CFB-KEY
               MOVE WS-ARG2 (1:8)  TO CFB-PROGRAM
               START CFGBASE KEY IS NOT LESS THAN CFB-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ CFGBASE NEXT RECORD
                               AT END
                                   EXIT PERFORM
                           END-READ
                           IF CFB-PROGRAM NOT = WS-ARG2 (1:8)
                               EXIT PERFORM
                           END-IF
                           PERFORM PRECHECK-ONE-SETTING
                       END-PERFORM
               END-START
               CLOSE CFGBASE
           END-IF
           IF WS-CHECKED-COUNT = ZERO
               MOVE "*** WARNING: no approved baseline on file for "
                  & "this program -- nothing to check ***"
                 TO DRFRPT-REC
               WRITE DRFRPT-REC
               END-WRITE
               MOVE "PRECHECK no baseline" TO WS-AUDIT-TEXT
           ELSE
               MOVE WS-CHECKED-COUNT TO WS-COUNT-OUT
               MOVE WS-UNAPPR-COUNT  TO WS-COUNT-OUT2
               MOVE SPACES TO DRFRPT-REC
               STRING "Settings checked " WS-COUNT-OUT
                      "   unapproved differences " WS-COUNT-OUT2
                      DELIMITED BY SIZE INTO DRFRPT-REC
               END-STRING
               WRITE DRFRPT-REC
               END-WRITE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "PRECHECK program="         DELIMITED BY SIZE
                      FUNCTION TRIM (WS-ARG2)     DELIMITED BY SIZE
                      " checked="                 DELIMITED BY SIZE
                      WS-COUNT-OUT                DELIMITED BY SIZE
                      " unapproved="              DELIMITED BY SIZE
                      WS-COUNT-OUT2               DELIMITED BY SIZE
                    INTO WS-AUDIT-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           IF WS-UNAPPR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *>  A baseline that only says a value was set (a webhook
      *>  address, recorded as "(SET)") is matched on presence.
       PRECHECK-ONE-SETTING.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE SPACES TO WS-LIVE-VALUE
           ACCEPT WS-LIVE-VALUE FROM ENVIRONMENT CFB-SETTING
           END-ACCEPT
           IF CFB-ENV-VALUE = "(SET)" AND WS-LIVE-VALUE NOT = SPACES
               MOVE "(SET)" TO WS-LIVE-VALUE
           END-IF
           IF WS-LIVE-VALUE = CFB-ENV-VALUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNAPPR-COUNT
           MOVE SPACES TO WS-PREV-OUT WS-BASE-OUT
           IF WS-LIVE-VALUE = SPACES
               MOVE "(not set)" TO WS-PREV-OUT
           ELSE
               MOVE WS-LIVE-VALUE TO WS-PREV-OUT
           END-IF
           IF CFB-ENV-VALUE = SPACES
               MOVE "(not set)" TO WS-BASE-OUT
           ELSE
               MOVE CFB-ENV-VALUE TO WS-BASE-OUT
           END-IF
           MOVE SPACES TO DRFRPT-REC
           MOVE CFB-SETTING     TO DRFRPT-REC (5:30)
           MOVE "now"           TO DRFRPT-REC (36:4)
           MOVE WS-PREV-OUT     TO DRFRPT-REC (40:24)
           MOVE "approved"      TO DRFRPT-REC (66:9)
           MOVE WS-BASE-OUT     TO DRFRPT-REC (75:24)
           MOVE "UNAPPROVED"    TO DRFRPT-REC (101:12)
           WRITE DRFRPT-REC
           END-WRITE
           .

      *>  TELDRIFT.AUD is created on first use, same OPEN EXTEND
      *>  fallback as the other audit files.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND DRFAUDIT
           IF DRFAUDIT-STATUS NOT = "00"
               OPEN OUTPUT DRFAUDIT
           END-IF
           MOVE SPACES TO DRFAUDIT-REC
           STRING WS-NOW (1:8)          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOW (9:6)           DELIMITED BY SIZE
                  "  user="              DELIMITED BY SIZE
                  WS-OPERATOR-ID         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-AUDIT-TEXT          DELIMITED BY SIZE
                INTO DRFAUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE DRFAUDIT-REC
           END-WRITE
           CLOSE DRFAUDIT
           .

      *>  Chains the audit line into TELDRIFT.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELDRIFT.AUD" TO SRQ-TRAIL
           MOVE DRFAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO DRFAUDIT-REC
           .
       END PROGRAM teldrift.
