      *>
      *> telcfg.cob -- run-configuration snapshot writer.  Every
      *> batch program's behavior is steered by TELCO_* settings in
      *> the environment, and a setting left over in the shell from
      *> testing has sent a production run wrong more than once.
      *> Each program now hands every setting it consults, as it
      *> reads it, to this CALLed module:
      *>
      *>   CALL "TELCFG" USING CFG-REQUEST   (see CBCFGRQ.cpy)
      *>
      *> which records the effective value -- a default just as
      *> much as an environment value -- on RUNCFG.DAT (see
      *> CBRUNCFG.cpy) under the run's id, so teldrift can set the
      *> run beside the previous production run and the approved
      *> baseline.  The run id is settled on the first call:
      *> telsched's TELCO_CHAIN_ID when the program runs under the
      *> chain (a production run), else the caller's own batch id,
      *> else TELCO_RUN_ID, else RUN. plus the timestamp.
      *>
      *> Recording never stops a run: an unwritable snapshot file
      *> is simply skipped, the same stance TELLANG takes with a
      *> missing text table.  The file is opened and closed around
      *> each record, so a program that ends anywhere leaves
      *> nothing open and partition workers can share it.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELCFG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCFG   ASSIGN TO
                "RUNCFG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CFG-KEY
                FILE STATUS IS CFG-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCFG.
           COPY CBRUNCFG.

       WORKING-STORAGE SECTION.
       01  CFG-STATUS        PIC XX      VALUE "00".
       01  WS-FIRST-CALL     PIC X       VALUE "Y".
           88  FIRST-CALL                VALUE "Y".
       01  WS-STAMP          PIC X(14)   VALUE SPACES.
       01  WS-CHAIN-ID       PIC X(20)   VALUE SPACES.
       01  WS-ENV-RUN-ID     PIC X(20)   VALUE SPACES.
       01  WS-RUN-KEY        PIC X(20)   VALUE SPACES.
       01  WS-PROD-IND       PIC X       VALUE SPACE.

      *>  Numeric values are edited to plain text -- sign only when
      *>  negative, no leading zeros, no trailing decimal zeros --
      *>  so "10", "10.0" and a default of 10 all read the same.
       01  WS-NUM-EDIT       PIC -(10)9.9(5).
       01  WS-NUM-TEXT       PIC X(20)   VALUE SPACES.
       01  WS-NUM-LEN        PIC 9(02)   COMP-5 VALUE ZERO.

       LINKAGE SECTION.
           COPY CBCFGRQ.

       PROCEDURE DIVISION USING CFG-REQUEST.
       MAINLINE.
           IF FIRST-CALL
               PERFORM SETTLE-RUN-KEY
           END-IF
           IF CFQ-SETTING NOT = SPACES
               PERFORM RECORD-ONE-SETTING
           END-IF
           MOVE SPACES TO CFQ-SETTING CFQ-ENV-VALUE CFQ-EFF-VALUE
           MOVE ZERO   TO CFQ-EFF-NUM
           MOVE SPACE  TO CFQ-VALUE-TYPE CFQ-CLASS
           GOBACK
           .

      *>  Once per process: the chain's id wins, so every step of
      *>  one nightly chain lands under one run id.
       SETTLE-RUN-KEY.
           MOVE "N" TO WS-FIRST-CALL
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAMP
           ACCEPT WS-CHAIN-ID FROM ENVIRONMENT "TELCO_CHAIN_ID"
           END-ACCEPT
           ACCEPT WS-ENV-RUN-ID FROM ENVIRONMENT "TELCO_RUN_ID"
           END-ACCEPT
           EVALUATE TRUE
               WHEN WS-CHAIN-ID NOT = SPACES
                   MOVE WS-CHAIN-ID TO WS-RUN-KEY
                   MOVE "P" TO WS-PROD-IND
               WHEN CFQ-RUN-ID NOT = SPACES
                   MOVE CFQ-RUN-ID TO WS-RUN-KEY
               WHEN WS-ENV-RUN-ID NOT = SPACES
                   MOVE WS-ENV-RUN-ID TO WS-RUN-KEY
               WHEN OTHER
                   STRING "RUN."      DELIMITED BY SIZE
                          WS-STAMP    DELIMITED BY SIZE
                        INTO WS-RUN-KEY
                   END-STRING
           END-EVALUATE
           .

      *>  RUNCFG.DAT is created on first use, same pattern as the
      *>  other side files; a second record of the same setting
      *>  under the same run (a partition worker, a restarted
      *>  step) refreshes the first.
       RECORD-ONE-SETTING.
           OPEN I-O RUNCFG
           IF CFG-STATUS NOT = "00"
               OPEN OUTPUT RUNCFG
               CLOSE RUNCFG
               OPEN I-O RUNCFG
           END-IF
           IF CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-KEY       TO CFG-RUN-ID
           MOVE CFQ-PROGRAM      TO CFG-PROGRAM
           MOVE CFQ-SETTING      TO CFG-SETTING
           MOVE WS-STAMP         TO CFG-STAMP
           MOVE CFQ-RUN-ID       TO CFG-BATCH-ID
           MOVE CFQ-ENV-VALUE    TO CFG-ENV-VALUE
           IF CFQ-NUMERIC
               PERFORM EDIT-NUMERIC-VALUE
               MOVE WS-NUM-TEXT  TO CFG-VALUE
           ELSE
               MOVE CFQ-EFF-VALUE TO CFG-VALUE
           END-IF
           IF CFQ-ENV-VALUE = SPACES
               MOVE "D" TO CFG-SOURCE
           ELSE
               MOVE "E" TO CFG-SOURCE
           END-IF
           MOVE CFQ-CLASS        TO CFG-CLASS
           MOVE WS-PROD-IND      TO CFG-PROD-IND
           WRITE RUN-CFG-REC
               INVALID KEY
                   REWRITE RUN-CFG-REC
                   END-REWRITE
           END-WRITE
           CLOSE RUNCFG
           .

       EDIT-NUMERIC-VALUE.
           MOVE CFQ-EFF-NUM TO WS-NUM-EDIT
           MOVE FUNCTION TRIM (WS-NUM-EDIT) TO WS-NUM-TEXT
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-NUM-TEXT))
             TO WS-NUM-LEN
           PERFORM UNTIL WS-NUM-LEN < 2
                   OR WS-NUM-TEXT (WS-NUM-LEN:1) NOT = "0"
               MOVE SPACE TO WS-NUM-TEXT (WS-NUM-LEN:1)
               SUBTRACT 1 FROM WS-NUM-LEN
           END-PERFORM
           IF WS-NUM-TEXT (WS-NUM-LEN:1) = "."
               MOVE SPACE TO WS-NUM-TEXT (WS-NUM-LEN:1)
           END-IF
           .
       END PROGRAM TELCFG.
