      *>     launched with TELCO_RESTART=Y so telco5 resumes off
      *>     its own checkpoint.
      *>
      *> Every step is launched with TELCO_CHAIN_ID set to this
      *> chain's id (CHN. plus the start timestamp), so the
      *> settings each program records through TELCFG land on
      *> RUNCFG.DAT as one production run.  Ahead of the rating
      *> step the chain runs "teldrift PRECHECK TELCO5"; an
      *> unapproved difference between the live environment and
      *> the approved baseline (see teldrift) fails the step
      *> before telco5 starts, and the chain stops there.
      *>
      *> Run log on TELSCHED.TXT.
      *>
       IDENTIFICATION DIVISION.
       01  WS-STEP-COUNT     PIC 9(02)   COMP-5 VALUE ZERO.

       01  WS-CMD            PIC X(120)  VALUE SPACES.
       01  WS-CHAIN-ID       PIC X(20)   VALUE SPACES.
       01  WS-RC             PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-STEP-OK        PIC X       VALUE "N".
       01  WS-FAIL-REASON    PIC X(40)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING "CHN."              DELIMITED BY SIZE
                  WS-NOW (1:14)       DELIMITED BY SIZE
                INTO WS-CHAIN-ID
           END-STRING
           OPEN OUTPUT SCHEDRPT
           ACCEPT WS-MODE FROM COMMAND-LINE
           END-ACCEPT
      *>  honored on a restart of the rating step), then the
      *>  plan's success check on what it left behind.
       RUN-ONE-STEP.
           IF SE-NAME (SP-IDX) = "TELCO5  "
               PERFORM CHECK-CONFIG-DRIFT
               IF WS-STEP-OK NOT = "Y"
                   SET CHAIN-FAILED TO TRUE
                   PERFORM RECORD-STEP-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-CMD
           IF WS-MODE = "RESTART"
           AND SE-NAME (SP-IDX) = "TELCO5  "
               STRING "TELCO_CHAIN_ID="   DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CHAIN-ID)
                                          DELIMITED BY SIZE
                      " TELCO_RESTART=Y " DELIMITED BY SIZE
                      FUNCTION TRIM (SE-CMD (SP-IDX))
                                          DELIMITED BY SIZE
                    INTO WS-CMD
               END-STRING
           ELSE
               STRING "TELCO_CHAIN_ID="   DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CHAIN-ID)
                                          DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      FUNCTION TRIM (SE-CMD (SP-IDX))
                                          DELIMITED BY SIZE
                    INTO WS-CMD
               END-STRING
           END-IF
           MOVE SPACES TO SCHEDREC
           STRING "Step "               DELIMITED BY SIZE
           END-IF
           .

      *>  The rating step does not start on a configuration the
      *>  baseline does not know: teldrift compares the live
      *>  environment with the approved baseline and exits
      *>  non-zero on any unapproved difference (or when it cannot
      *>  run at all -- the gate fails closed).
       CHECK-CONFIG-DRIFT.
           MOVE "Y" TO WS-STEP-OK
           MOVE SPACES TO WS-FAIL-REASON
           MOVE "teldrift PRECHECK TELCO5" TO WS-CMD
           MOVE SPACES TO SCHEDREC
           STRING "Step "               DELIMITED BY SIZE
                  SE-STEP-NO (SP-IDX)   DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  SE-NAME (SP-IDX)      DELIMITED BY SIZE
                  " pre-check: "        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CMD) DELIMITED BY SIZE
                INTO SCHEDREC
           END-STRING
           WRITE SCHEDREC
           END-WRITE
           MOVE ZERO TO WS-RC
           CALL "SYSTEM" USING WS-CMD
               RETURNING WS-RC
           END-CALL
           IF WS-RC NOT = ZERO
               MOVE "N" TO WS-STEP-OK
               MOVE "UNAPPROVED CONFIG DRIFT -- SEE TELDRIFT"
                 TO WS-FAIL-REASON
           END-IF
           .

       CHECK-STEP-SUCCESS.
           MOVE "Y" TO WS-STEP-OK
           MOVE SPACES TO WS-FAIL-REASON
