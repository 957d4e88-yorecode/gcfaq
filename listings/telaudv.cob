      *>
      *> telaudv.cob -- audit-trail verification.  Every audit
      *> writer chains its lines through TELSEAL (see CBSEALRQ.cpy):
      *> each line carries the trail's next sequence number and a
      *> running hash of the previous line's hash, that number and
      *> the line's text.  This run walks every trail end to end
      *> and reports, with the physical line number:
      *>
      *>   BROKEN     the hash does not recompute -- the line, or
      *>              the one before it, was edited or removed
      *>   GAP        sequence numbers skip -- lines were dropped
      *>   ORDER      a sequence number repeats or goes backwards
      *>              -- lines were moved or duplicated
      *>   UNSEALED   a line with no chain prefix after the chain
      *>              began -- a line was inserted by hand
      *>   TRUNCATED  the trail now ends before the line sealed at
      *>              the last clean verification
      *>   REWRITTEN  the line sealed at the last clean verification
      *>              no longer carries the hash it had then
      *>   MISSING    a trail that was sealed is gone altogether
      *>
      *> Lines written before chaining began carry no prefix and are
      *> counted, not verified.
      *>
      *> The sealed checkpoint is AUDSEAL.DAT, itself a chained
      *> trail: after a trail verifies clean, its last sequence
      *> number and hash are appended there (only when they have
      *> moved), and the next run holds the trail to them -- which
      *> is what catches a trail cut back to an earlier clean
      *> point.  A trail with a break is not re-sealed, so the
      *> break is reported every run until it is resolved.  The
      *> checkpoint trail is verified first, and its closing
      *> sequence and hash are printed at the foot of the report
      *> for the auditors to keep outside the system.
      *>
      *>   telaudv [TRAIL]     all trails, or just the one named
      *>
      *> Report on TELAUDV.TXT; return code 8 when anything broke.
      *> Same fail-closed launch check as the other batch programs,
      *> widened to security administrators: the launching id
      *> (TELCO_OPERATOR, else the login) must carry AUTH-BILLING-
      *> OPS or AUTH-ADMIN on AUTHTB.  The trails are the list in
      *> CBAUDTRL.cpy; a new trail is added there as well as
      *> sealed by its writer.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telaudv.
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
           SELECT AUDTRAIL ASSIGN TO
                WS-TRAIL-NAME
                LINE SEQUENTIAL
                FILE STATUS IS TRAIL-STATUS
                .
           SELECT AUDSEAL  ASSIGN TO
                "AUDSEAL.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS SEAL-STATUS
                .
           SELECT AUDVRPT  ASSIGN TO
                "TELAUDV.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS AUDVRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  AUDTRAIL.
       01  AUDTRAIL-REC      PIC X(300).
       FD  AUDSEAL.
       01  AUDSEAL-REC       PIC X(160).
       FD  AUDVRPT.
       01  AUDVRPT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       01  AUTHTB-STATUS     PIC XX      VALUE "00".
       01  TRAIL-STATUS      PIC XX      VALUE "00".
       01  SEAL-STATUS       PIC XX      VALUE "00".
       01  AUDVRPT-STATUS    PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-CMDLINE        PIC X(40)   VALUE SPACES.
       01  WS-ONE-TRAIL      PIC X(20)   VALUE SPACES.
       01  WS-TRAIL-NAME     PIC X(20)   VALUE SPACES.

      *>  Every audit trail the system writes (see CBAUDTRL.cpy).
      *>  AUDSEAL.DAT, the checkpoint trail, is walked ahead of
      *>  these.
           COPY CBAUDTRL.
       01  WS-TX             PIC 9(02)   COMP-5 VALUE ZERO.

      *>  Per trail: the last clean seal on AUDSEAL.DAT and what
      *>  this run found.
       01  TRAIL-STATE-TABLE.
           05  TS-ENTRY OCCURS 40 TIMES INDEXED BY TS-IDX.
               10  TS-SEAL-SEQ     PIC 9(09).
               10  TS-SEAL-HASH    PIC X(18).
               10  TS-SEALED       PIC X(01).
                   88  TS-HAS-SEAL             VALUE "Y".
               10  TS-LAST-SEQ     PIC 9(09).
               10  TS-LAST-HASH    PIC X(18).
               10  TS-LINES        PIC 9(09).
               10  TS-CLEAN        PIC X(01).
                   88  TS-VERIFIED-CLEAN       VALUE "Y".

      *>  The walk of one trail.
       01  WS-LINE-NO        PIC 9(09)   VALUE ZERO.
       01  WS-LEGACY-LINES   PIC 9(09)   VALUE ZERO.
       01  WS-SEALED-LINES   PIC 9(09)   VALUE ZERO.
       01  WS-FIRST-SEQ      PIC 9(09)   VALUE ZERO.
       01  WS-PREV-SEQ       PIC 9(09)   VALUE ZERO.
       01  WS-PREV-HASH      PIC X(18)   VALUE SPACES.
       01  WS-LINE-SEQ       PIC 9(09)   VALUE ZERO.
       01  WS-LINE-HASH      PIC X(18)   VALUE SPACES.
       01  WS-CHAIN-BEGUN    PIC X       VALUE "N".
           88  CHAIN-BEGUN               VALUE "Y".
       01  WS-SEAL-SEEN      PIC X       VALUE "N".
           88  SEAL-POINT-SEEN           VALUE "Y".
       01  WS-TRAIL-BREAKS   PIC 9(07)   VALUE ZERO.
       01  WS-BREAK-KIND     PIC X(10)   VALUE SPACES.
       01  WS-BREAK-TEXT     PIC X(80)   VALUE SPACES.
       01  WS-CHECKING-SEAL  PIC X       VALUE "N".
           88  CHECKING-SEAL-TRAIL       VALUE "Y".
       01  WS-TRAIL-ON-FILE  PIC X       VALUE "N".
           88  TRAIL-ON-FILE             VALUE "Y".

      *>  Checkpoint line text, after the chain prefix.
       01  WS-SEAL-TEXT.
           05  SL-TAG            PIC X(05).
           05  SL-TRAIL          PIC X(20).
           05  FILLER            PIC X(01).
           05  SL-SEQ            PIC 9(09).
           05  FILLER            PIC X(01).
           05  SL-HASH           PIC X(18).
           05  FILLER            PIC X(01).
           05  SL-LINES          PIC 9(09).
           05  FILLER            PIC X(01).
           05  SL-STAMP          PIC X(14).
           05  FILLER            PIC X(01).
           05  SL-BY             PIC X(08).
           05  FILLER            PIC X(42).

      *>  Run control totals.
       01  WS-TRAILS-CHECKED PIC 9(05)   VALUE ZERO.
       01  WS-TRAILS-BROKEN  PIC 9(05)   VALUE ZERO.
       01  WS-BREAK-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-RESEAL-COUNT   PIC 9(05)   VALUE ZERO.
       01  WS-SEAL-LAST-SEQ  PIC 9(09)   VALUE ZERO.
       01  WS-SEAL-LAST-HASH PIC X(18)   VALUE SPACES.

       01  WS-COUNT-OUT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT2     PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT3     PIC ZZZ,ZZZ,ZZ9.
       01  WS-LINE-OUT       PIC ZZZZZZZZ9.
       01  WS-SEQ-OUT        PIC ZZZZZZZZ9.
       01  WS-SEQ-OUT2       PIC ZZZZZZZZ9.
       01  WS-STATUS-OUT     PIC X(12)   VALUE SPACES.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM CHECK-RUN-AUTHORIZATION
           IF NOT RUN-OPERATOR-AUTHORIZED
               DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED TO VERIFY THE AUDIT"
                       " TRAILS -- RUN REFUSED ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-ONE-TRAIL
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-ONE-TRAIL) TO WS-ONE-TRAIL
           OPEN OUTPUT AUDVRPT
           MOVE SPACES TO AUDVRPT-REC
           STRING "==== AUDIT TRAIL VERIFICATION "
                                          DELIMITED BY SIZE
                  WS-NOW (1:8)            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-NOW (9:6)            DELIMITED BY SIZE
                  " by "                  DELIMITED BY SIZE
                  WS-OPERATOR-ID          DELIMITED BY SIZE
                  " ===="                 DELIMITED BY SIZE
                INTO AUDVRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO AUDVRPT-REC
           MOVE "Trail"                TO AUDVRPT-REC (1:20)
           MOVE "      Lines"          TO AUDVRPT-REC (22:11)
           MOVE "   Pre-chain"         TO AUDVRPT-REC (34:12)
           MOVE "   Last seq"          TO AUDVRPT-REC (47:11)
           MOVE "Last hash"            TO AUDVRPT-REC (60:18)
           MOVE "Result"               TO AUDVRPT-REC (80:12)
           PERFORM WRITE-REPORT-LINE
           PERFORM INITIALIZE-TRAIL-STATE
           PERFORM LOAD-CHECKPOINTS
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > AT-TRAIL-COUNT
               IF WS-ONE-TRAIL = SPACES
               OR WS-ONE-TRAIL = AT-NAME (WS-TX)
                   SET TS-IDX TO WS-TX
                   MOVE AT-NAME (WS-TX) TO WS-TRAIL-NAME
                   PERFORM VERIFY-ONE-TRAIL
               END-IF
           END-PERFORM
           IF WS-TRAILS-CHECKED = ZERO
               MOVE SPACES TO AUDVRPT-REC
               STRING "*** "                  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-ONE-TRAIL)
                                              DELIMITED BY SIZE
                      " is not an audit trail this run knows ***"
                                              DELIMITED BY SIZE
                    INTO AUDVRPT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-NEW-CHECKPOINTS
               PERFORM WRITE-RUN-SUMMARY
               IF WS-BREAK-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE AUDVRPT
           STOP RUN
           .

      *>  Same launch check as telrmail, with security
      *>  administrators admitted as well -- external audit's
      *>  contact in the shop is usually one.
       CHECK-RUN-AUTHORIZATION.
           MOVE "N" TO WS-OPER-AUTHORIZED
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
           OPEN INPUT AUTHTB
           IF AUTHTB-STATUS = "00"
               MOVE WS-OPERATOR-ID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-BILLING-OPS OR AUTH-ADMIN
                           MOVE "Y" TO WS-OPER-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

       INITIALIZE-TRAIL-STATE.
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > AT-TRAIL-COUNT
               MOVE ZERO   TO TS-SEAL-SEQ (TS-IDX)
               MOVE SPACES TO TS-SEAL-HASH (TS-IDX)
               MOVE "N"    TO TS-SEALED (TS-IDX)
               MOVE ZERO   TO TS-LAST-SEQ (TS-IDX)
               MOVE SPACES TO TS-LAST-HASH (TS-IDX)
               MOVE ZERO   TO TS-LINES (TS-IDX)
               MOVE "N"    TO TS-CLEAN (TS-IDX)
           END-PERFORM
           .

      *>  The checkpoint trail is verified like any other (it is
      *>  chained through TELSEAL too), and as it is walked the
      *>  latest SEAL line per trail is kept: that is the point
      *>  each trail is held to.
       LOAD-CHECKPOINTS.
           MOVE "AUDSEAL.DAT" TO WS-TRAIL-NAME
           MOVE "Y" TO WS-CHECKING-SEAL
           SET TS-IDX TO 1
           PERFORM WALK-TRAIL
           MOVE WS-PREV-SEQ  TO WS-SEAL-LAST-SEQ
           MOVE WS-PREV-HASH TO WS-SEAL-LAST-HASH
           PERFORM WRITE-TRAIL-RESULT
           MOVE "N" TO WS-CHECKING-SEAL
           .

       VERIFY-ONE-TRAIL.
           ADD 1 TO WS-TRAILS-CHECKED
           PERFORM WALK-TRAIL
           MOVE WS-PREV-SEQ  TO TS-LAST-SEQ (TS-IDX)
           MOVE WS-PREV-HASH TO TS-LAST-HASH (TS-IDX)
           MOVE WS-LINE-NO   TO TS-LINES (TS-IDX)
      *>  Held to the last clean seal: the trail must still reach
      *>  the sealed line and that line must still carry its hash.
           IF TS-HAS-SEAL (TS-IDX)
               EVALUATE TRUE
                   WHEN NOT TRAIL-ON-FILE
                       MOVE "MISSING" TO WS-BREAK-KIND
                       MOVE TS-SEAL-SEQ (TS-IDX) TO WS-SEQ-OUT
                       MOVE SPACES TO WS-BREAK-TEXT
                       STRING "trail not on disk -- sealed through "
                              "sequence " WS-SEQ-OUT
                              DELIMITED BY SIZE INTO WS-BREAK-TEXT
                       END-STRING
                       MOVE ZERO TO WS-LINE-NO
                       PERFORM REPORT-BREAK
                   WHEN WS-PREV-SEQ < TS-SEAL-SEQ (TS-IDX)
                       MOVE "TRUNCATED" TO WS-BREAK-KIND
                       MOVE WS-PREV-SEQ TO WS-SEQ-OUT
                       MOVE TS-SEAL-SEQ (TS-IDX) TO WS-SEQ-OUT2
                       MOVE SPACES TO WS-BREAK-TEXT
                       STRING "trail ends at sequence " WS-SEQ-OUT
                              " but was sealed through " WS-SEQ-OUT2
                              DELIMITED BY SIZE INTO WS-BREAK-TEXT
                       END-STRING
                       PERFORM REPORT-BREAK
                   WHEN NOT SEAL-POINT-SEEN
                       MOVE "TRUNCATED" TO WS-BREAK-KIND
                       MOVE TS-SEAL-SEQ (TS-IDX) TO WS-SEQ-OUT
                       MOVE SPACES TO WS-BREAK-TEXT
                       STRING "sealed line, sequence " WS-SEQ-OUT
                              ", is no longer on the trail"
                              DELIMITED BY SIZE INTO WS-BREAK-TEXT
                       END-STRING
                       PERFORM REPORT-BREAK
               END-EVALUATE
           END-IF
           IF WS-TRAIL-BREAKS = ZERO
               MOVE "Y" TO TS-CLEAN (TS-IDX)
           ELSE
               ADD 1 TO WS-TRAILS-BROKEN
           END-IF
           PERFORM WRITE-TRAIL-RESULT
           .

      *>  One pass over WS-TRAIL-NAME, checking every chained line
      *>  against the one before it.  After a break the line's own
      *>  hash is taken as the new starting point, so one edit is
      *>  reported once rather than on every line after it.
       WALK-TRAIL.
           MOVE ZERO   TO WS-LINE-NO WS-LEGACY-LINES WS-SEALED-LINES
           MOVE ZERO   TO WS-FIRST-SEQ WS-PREV-SEQ WS-TRAIL-BREAKS
           MOVE SPACES TO WS-PREV-HASH
           MOVE "N"    TO WS-CHAIN-BEGUN WS-SEAL-SEEN
           MOVE "N"    TO WS-TRAIL-ON-FILE
           OPEN INPUT AUDTRAIL
           IF TRAIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TRAIL-ON-FILE
           PERFORM UNTIL 0 = 1
               READ AUDTRAIL
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-LINE-NO
               IF AUDTRAIL-REC (1:1) = "#"
               AND AUDTRAIL-REC (2:9) IS NUMERIC
               AND AUDTRAIL-REC (11:1) = SPACE
                   PERFORM CHECK-CHAINED-LINE
               ELSE
                   IF CHAIN-BEGUN
                       MOVE "UNSEALED" TO WS-BREAK-KIND
                       MOVE "line carries no chain prefix inside the "
                         & "chain -- inserted by hand?"
                         TO WS-BREAK-TEXT
                       PERFORM REPORT-BREAK
                   ELSE
                       ADD 1 TO WS-LEGACY-LINES
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUDTRAIL
           .

       CHECK-CHAINED-LINE.
           ADD 1 TO WS-SEALED-LINES
           MOVE AUDTRAIL-REC (2:9)  TO WS-LINE-SEQ
           MOVE AUDTRAIL-REC (12:18) TO WS-LINE-HASH
           EVALUATE TRUE
               WHEN NOT CHAIN-BEGUN AND WS-LINE-SEQ = 1
                   MOVE ALL "0" TO WS-PREV-HASH
                   PERFORM RECOMPUTE-LINE-HASH
               WHEN NOT CHAIN-BEGUN
                   MOVE "GAP" TO WS-BREAK-KIND
                   MOVE WS-LINE-SEQ TO WS-SEQ-OUT
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "chain starts at sequence " WS-SEQ-OUT
                          " -- its opening lines are gone"
                          DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   END-STRING
                   PERFORM REPORT-BREAK
               WHEN WS-LINE-SEQ = WS-PREV-SEQ + 1
                   PERFORM RECOMPUTE-LINE-HASH
               WHEN WS-LINE-SEQ > WS-PREV-SEQ + 1
                   MOVE "GAP" TO WS-BREAK-KIND
                   MOVE WS-PREV-SEQ TO WS-SEQ-OUT
                   MOVE WS-LINE-SEQ TO WS-SEQ-OUT2
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "sequence jumps from " WS-SEQ-OUT
                          " to " WS-SEQ-OUT2
                          " -- lines removed"
                          DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   END-STRING
                   PERFORM REPORT-BREAK
               WHEN OTHER
                   MOVE "ORDER" TO WS-BREAK-KIND
                   MOVE WS-LINE-SEQ TO WS-SEQ-OUT
                   MOVE WS-PREV-SEQ TO WS-SEQ-OUT2
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "sequence " WS-SEQ-OUT
                          " follows " WS-SEQ-OUT2
                          " -- lines moved or duplicated"
                          DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   END-STRING
                   PERFORM REPORT-BREAK
           END-EVALUATE
           IF NOT CHECKING-SEAL-TRAIL
           AND TS-HAS-SEAL (TS-IDX)
           AND WS-LINE-SEQ = TS-SEAL-SEQ (TS-IDX)
               MOVE "Y" TO WS-SEAL-SEEN
               IF WS-LINE-HASH NOT = TS-SEAL-HASH (TS-IDX)
                   MOVE "REWRITTEN" TO WS-BREAK-KIND
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "sealed line's hash was "
                          TS-SEAL-HASH (TS-IDX)
                          " -- trail rebuilt since the last seal"
                          DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   END-STRING
                   PERFORM REPORT-BREAK
               END-IF
           END-IF
           IF CHECKING-SEAL-TRAIL
               PERFORM NOTE-CHECKPOINT-LINE
           END-IF
           IF NOT CHAIN-BEGUN
               MOVE WS-LINE-SEQ TO WS-FIRST-SEQ
               MOVE "Y" TO WS-CHAIN-BEGUN
           END-IF
           MOVE WS-LINE-SEQ  TO WS-PREV-SEQ
           MOVE WS-LINE-HASH TO WS-PREV-HASH
           .

      *>  The writer's arithmetic, through TELSEAL itself.  Should
      *>  the module not load, the hash comes back blank and every
      *>  line reports broken -- never a false clean.
       RECOMPUTE-LINE-HASH.
           SET SRQ-HASH-ONLY TO TRUE
           MOVE WS-PREV-HASH        TO SRQ-PREV-HASH
           MOVE WS-LINE-SEQ         TO SRQ-SEQ
           MOVE AUDTRAIL-REC (31:230) TO SRQ-LINE
           MOVE SPACES              TO SRQ-HASH
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           IF SRQ-HASH NOT = WS-LINE-HASH
               MOVE "BROKEN" TO WS-BREAK-KIND
               MOVE "hash does not recompute -- this line or the "
                  & "one before it was altered or removed"
                 TO WS-BREAK-TEXT
               PERFORM REPORT-BREAK
           END-IF
           .

      *>  A SEAL line on the checkpoint trail: the latest one per
      *>  trail wins.
       NOTE-CHECKPOINT-LINE.
           MOVE AUDTRAIL-REC (31:130) TO WS-SEAL-TEXT
           IF SL-TAG NOT = "SEAL "
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > AT-TRAIL-COUNT
               IF AT-NAME (WS-TX) = SL-TRAIL
               AND SL-SEQ IS NUMERIC
                   MOVE SL-SEQ  TO TS-SEAL-SEQ (WS-TX)
                   MOVE SL-HASH TO TS-SEAL-HASH (WS-TX)
                   MOVE "Y"     TO TS-SEALED (WS-TX)
               END-IF
           END-PERFORM
           .

       REPORT-BREAK.
           ADD 1 TO WS-TRAIL-BREAKS
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-LINE-NO TO WS-LINE-OUT
           MOVE SPACES TO AUDVRPT-REC
           STRING "    "                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TRAIL-NAME)
                                              DELIMITED BY SIZE
                  " line "                    DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINE-OUT) DELIMITED BY SIZE
                  ": "                        DELIMITED BY SIZE
                  WS-BREAK-KIND               DELIMITED BY SPACE
                  " -- "                      DELIMITED BY SIZE
                  WS-BREAK-TEXT               DELIMITED BY SIZE
                INTO AUDVRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-TRAIL-RESULT.
           MOVE SPACES TO AUDVRPT-REC
           MOVE WS-TRAIL-NAME TO AUDVRPT-REC (1:20)
           EVALUATE TRUE
               WHEN NOT TRAIL-ON-FILE
                   MOVE "not on disk" TO AUDVRPT-REC (22:12)
                   IF WS-TRAIL-BREAKS = ZERO
                       MOVE "no trail yet" TO WS-STATUS-OUT
                   ELSE
                       MOVE "*** BROKEN" TO WS-STATUS-OUT
                   END-IF
               WHEN WS-TRAIL-BREAKS > ZERO
                   MOVE "*** BROKEN" TO WS-STATUS-OUT
               WHEN WS-SEALED-LINES = ZERO
                   MOVE "not chained" TO WS-STATUS-OUT
               WHEN OTHER
                   MOVE "ok" TO WS-STATUS-OUT
           END-EVALUATE
           IF TRAIL-ON-FILE
               MOVE WS-LINE-NO      TO WS-COUNT-OUT
               MOVE WS-LEGACY-LINES TO WS-COUNT-OUT2
               MOVE WS-PREV-SEQ     TO WS-COUNT-OUT3
               MOVE WS-COUNT-OUT    TO AUDVRPT-REC (22:11)
               MOVE WS-COUNT-OUT2   TO AUDVRPT-REC (35:11)
               MOVE WS-COUNT-OUT3   TO AUDVRPT-REC (47:11)
               MOVE WS-PREV-HASH    TO AUDVRPT-REC (60:18)
           END-IF
           MOVE WS-STATUS-OUT TO AUDVRPT-REC (80:12)
           PERFORM WRITE-REPORT-LINE
           .

      *>  Each trail that verified clean and has moved since its
      *>  last seal is sealed again at its new end, then one RUN
      *>  line records the run itself.  The checkpoint trail is
      *>  chained like the rest.
       WRITE-NEW-CHECKPOINTS.
           OPEN EXTEND AUDSEAL
           IF SEAL-STATUS NOT = "00"
               OPEN OUTPUT AUDSEAL
           END-IF
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > AT-TRAIL-COUNT
               IF TS-VERIFIED-CLEAN (TS-IDX)
               AND TS-LAST-SEQ (TS-IDX) > ZERO
               AND (NOT TS-HAS-SEAL (TS-IDX)
                    OR TS-LAST-SEQ (TS-IDX) NOT = TS-SEAL-SEQ (TS-IDX))
                   MOVE SPACES TO WS-SEAL-TEXT
                   MOVE "SEAL "               TO SL-TAG
                   SET WS-TX TO TS-IDX
                   MOVE AT-NAME (WS-TX)       TO SL-TRAIL
                   MOVE TS-LAST-SEQ (TS-IDX)  TO SL-SEQ
                   MOVE TS-LAST-HASH (TS-IDX) TO SL-HASH
                   MOVE TS-LINES (TS-IDX)     TO SL-LINES
                   MOVE WS-NOW (1:14)         TO SL-STAMP
                   MOVE WS-OPERATOR-ID        TO SL-BY
                   MOVE WS-SEAL-TEXT TO AUDSEAL-REC
                   PERFORM SEAL-CHECKPOINT-LINE
                   ADD 1 TO WS-RESEAL-COUNT
               END-IF
           END-PERFORM
           MOVE WS-TRAILS-CHECKED TO WS-COUNT-OUT
           MOVE WS-BREAK-COUNT    TO WS-COUNT-OUT2
           MOVE SPACES TO AUDSEAL-REC
           STRING "RUN  "                 DELIMITED BY SIZE
                  WS-NOW (1:14)           DELIMITED BY SIZE
                  " by "                  DELIMITED BY SIZE
                  WS-OPERATOR-ID          DELIMITED BY SIZE
                  " trails "              DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                  " breaks "              DELIMITED BY SIZE
                  WS-COUNT-OUT2           DELIMITED BY SIZE
                INTO AUDSEAL-REC
           END-STRING
           PERFORM SEAL-CHECKPOINT-LINE
           CLOSE AUDSEAL
           .

       SEAL-CHECKPOINT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "AUDSEAL.DAT" TO SRQ-TRAIL
           MOVE AUDSEAL-REC (1:130) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO AUDSEAL-REC
           MOVE SRQ-SEQ  TO WS-SEAL-LAST-SEQ
           MOVE SRQ-HASH TO WS-SEAL-LAST-HASH
           WRITE AUDSEAL-REC
           END-WRITE
           .

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO AUDVRPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TRAILS-CHECKED TO WS-COUNT-OUT
           MOVE SPACES TO AUDVRPT-REC
           STRING "Trails verified      " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO AUDVRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TRAILS-BROKEN TO WS-COUNT-OUT
           MOVE SPACES TO AUDVRPT-REC
           STRING "Trails with breaks   " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO AUDVRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BREAK-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO AUDVRPT-REC
           STRING "Breaks reported      " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO AUDVRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RESEAL-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO AUDVRPT-REC
           STRING "Trails sealed anew   " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO AUDVRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SEAL-LAST-SEQ TO WS-SEQ-OUT
           MOVE SPACES TO AUDVRPT-REC
           STRING "AUDSEAL.DAT now closes at sequence "
                                          DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SEQ-OUT)
                                          DELIMITED BY SIZE
                  " hash "                DELIMITED BY SIZE
                  WS-SEAL-LAST-HASH       DELIMITED BY SIZE
                  " -- keep this line with the audit file"
                                          DELIMITED BY SIZE
                INTO AUDVRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORT-LINE.
           WRITE AUDVRPT-REC
           END-WRITE
           .
       END PROGRAM telaudv.
