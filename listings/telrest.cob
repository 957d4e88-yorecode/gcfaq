      *> CBMANIF.cpy) against the .BAK snapshots -- record counts
      *> and the money-column hash-totals must match exactly -- and
      *> only then rolls ACCTSUM.DAT, DUPCHECK.DAT and TELCO.MTD
      *> (and LINESUM.DAT, when the backup carries it) back to the
      *> last good run.  A torn or stale backup is
      *> refused, not restored.  Finishes by reporting what
      *> TELCO.CKP says, so the operator can decide whether the
      *> re-run is a TELCO_RESTART=Y resume from the checkpoint or
      *> procedure, not an improvisation.  Takes the shared run-lock:
      *> restoring masters under a live telco5 is the disaster this
      *> program exists to recover from, not cause.
      *>
      *>   telrest [FORWARD [THRU-BATCH-ID]]
      *>
      *> FORWARD rolls the restored masters forward instead of
      *> leaving them at the backup: damage found two runs later no
      *> longer costs every good run posted since.  Each TELCO.BAL
      *> run after the one that took the backup (the manifest's
      *> MAN-RUN-ID), in run order, has its TELCO.JRN posting lines
      *> re-applied to ACCTSUM.DAT and LINESUM.DAT, its DUPCHECK
      *> keys re-written and its totals added back into the
      *> TELCO.MTD buckets -- telundo run forwards.  A run telundo
      *> has marked reversed is skipped; THRU-BATCH-ID stops after
      *> that run, so the bad run that prompted the restore is left
      *> out.  Each replayed run's
      *> journal total is then checked against the output total it
      *> wrote to TELCO.BAL, and any run that does not reproduce
      *> (its journal trimmed, or a partitioned run whose workers
      *> post without journal lines) is called out by batch-id for
      *> its extract to be re-rated.  Restore and replay, instead
      *> of restore and re-run a week.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telrest.
                LINE SEQUENTIAL
                FILE STATUS IS MANIFEST-STATUS
                .
      *>  The three master FDs name the .BAK snapshots while the
      *>  backup is verified; roll-forward re-points them at the
      *>  live masters it replays into, the telco5 WS-ACCTSUM-NAME
      *>  arrangement.
           SELECT ACCTBAK  ASSIGN TO
                WS-ACCTSUM-NAME
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS SUM-ACCT-NO
                FILE STATUS IS SUM-STATUS
                .
           SELECT DUPBAK   ASSIGN TO
                WS-DUPCHECK-NAME
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DUP-KEY
                FILE STATUS IS DUP-STATUS
                .
           SELECT MTDBAK   ASSIGN TO
                WS-MTD-NAME
                LINE SEQUENTIAL
                FILE STATUS IS MTDYTD-STATUS
                .
           SELECT LINEBAK  ASSIGN TO
                WS-LINESUM-NAME
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LINESUM-KEY
                FILE STATUS IS LINESUM-STATUS
                .
           SELECT CKPTFILE ASSIGN TO
                "TELCO.CKP"
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS CKPT-STATUS
                .
           SELECT RUNJRNL  ASSIGN TO
                "TELCO.JRN"
                LINE SEQUENTIAL
                FILE STATUS IS RUNJRNL-STATUS
                .
           SELECT BATCHTOT ASSIGN TO
                "TELCO.BAL"
                LINE SEQUENTIAL
                FILE STATUS IS BATCHTOT-STATUS
                .
           SELECT RESTRPT  ASSIGN TO
                "TELREST.TXT"
                LINE SEQUENTIAL
           COPY CBDUPKEY.
       FD  MTDBAK.
           COPY CBMTDYTD.
       FD  LINEBAK.
           COPY CBLINESUM.
       FD  CKPTFILE.
       01  CKPT-REC.
           05  CKPT-READ-COUNT      PIC 9(09).
           05  CKPT-BTAX-TOT        PIC S9(07)V99.
           05  CKPT-DTAX-TOT        PIC S9(07)V99.
           05  CKPT-OUTPUT-TOT      PIC S9(07)V99.
       FD  RUNJRNL.
           COPY CBJRNL.
       FD  BATCHTOT.
           COPY CBBATCH.
       FD  RESTRPT.
       01  RESTREC           PIC X(110).

       01  SUM-STATUS        PIC XX      VALUE "00".
       01  DUP-STATUS        PIC XX      VALUE "00".
       01  MTDYTD-STATUS     PIC XX      VALUE "00".
       01  LINESUM-STATUS    PIC XX      VALUE "00".
       01  CKPT-STATUS       PIC XX      VALUE "00".
       01  RESTRPT-STATUS    PIC XX      VALUE "00".
       01  RUNJRNL-STATUS    PIC XX      VALUE "00".
       01  BATCHTOT-STATUS   PIC XX      VALUE "00".

       01  WS-ACCTSUM-NAME   PIC X(20)   VALUE "ACCTSUM.BAK".
       01  WS-DUPCHECK-NAME  PIC X(20)   VALUE "DUPCHECK.BAK".
       01  WS-MTD-NAME       PIC X(20)   VALUE "TELCO.MTD.BAK".
       01  WS-LINESUM-NAME   PIC X(20)   VALUE "LINESUM.BAK".

      *>  Run-lock state (see SELECT RUNLOCK above).
       01  RUNLOCK-STATUS     PIC XX      VALUE "00".
       01  WS-CHK-HASH       PIC S9(13)V99 COMP-5 VALUE ZERO.
       01  WS-COPY-RC        PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-RESTORED-COUNT PIC 9(02)   VALUE ZERO.
      *>  A backup taken before LINESUM.DAT was snapshotted has
      *>  three files to restore; one that carries it has four.
       01  WS-RESTORE-EXPECT PIC 9(02)   VALUE 3.
       01  WS-LINES-BACKED   PIC X       VALUE "N".
           88  LINESUM-BACKED-UP         VALUE "Y".

      *>  Roll-forward state.  The runs to replay are listed off
      *>  TELCO.BAL first -- every check is made before a master is
      *>  touched -- then the journal is read once, each line
      *>  landing on its run's slot.
       01  WS-CMDLINE        PIC X(80)   VALUE SPACES.
       01  WS-MODE-ARG       PIC X(08)   VALUE SPACES.
       01  WS-THRU-BATCH-ID  PIC X(20)   VALUE SPACES.
       01  WS-RESTORE-MODE   PIC X       VALUE "R".
           88  RESTORE-ONLY              VALUE "R".
           88  ROLL-FORWARD              VALUE "F".
       01  WS-BACKUP-RUN-ID  PIC X(20)   VALUE SPACES.
       01  WS-FWD-FAIL       PIC X(60)   VALUE SPACES.
       01  WS-PAST-BACKUP    PIC X       VALUE "N".
           88  PAST-BACKUP-RUN           VALUE "Y".
       01  WS-BACKUP-ROW     PIC X       VALUE "N".
           88  BACKUP-ROW-FOUND          VALUE "Y".
       01  WS-THRU-REACHED   PIC X       VALUE "N".
           88  THRU-BATCH-REACHED        VALUE "Y".
       01  WS-REPLAY-COUNT   PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-REPLAY-MAX     PIC 9(03)   COMP-5 VALUE 200.
       01  REPLAY-TABLE.
           05  RB-ENTRY OCCURS 200 TIMES INDEXED BY RB-IDX.
               10  RB-BATCH-ID     PIC X(20).
               10  RB-RUN-DATE     PIC 9(08).
               10  RB-BAL-TOT      PIC S9(09)V99 COMP-5.
               10  RB-LINE-COUNT   PIC 9(09)     COMP-5.
               10  RB-PRICE-TOT    PIC S9(09)V99 COMP-5.
               10  RB-BTAX-TOT     PIC S9(09)V99 COMP-5.
               10  RB-DTAX-TOT     PIC S9(09)V99 COMP-5.
               10  RB-OUTPUT-TOT   PIC S9(09)V99 COMP-5.
       01  WS-LAST-SLOT      PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-SKIPPED-COUNT  PIC 9(05)   VALUE ZERO.
       01  WS-REPLAY-LINES   PIC 9(09)   VALUE ZERO.
       01  WS-NEW-ACCT-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-DUPADD-COUNT   PIC 9(09)   VALUE ZERO.
       01  WS-LINEADD-COUNT  PIC 9(09)   VALUE ZERO.
       01  WS-LINELESS-COUNT PIC 9(09)   VALUE ZERO.
       01  WS-MISMATCH-COUNT PIC 9(05)   VALUE ZERO.
       01  WS-RUN-PERIOD     PIC 9(06)   VALUE ZERO.
       01  WS-RUN-YEAR       PIC 9(04)   VALUE ZERO.
       01  WS-MTD-FOUND      PIC X       VALUE "N".
           88  MTD-ROW-FOUND             VALUE "Y".

       01  WS-COUNT-OUT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT2     PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZ9.99.
       01  WS-AMT-OUT2       PIC -Z,ZZZ,ZZ9.99.
       01  WS-HASH-OUT       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-HASH-OUT2      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM ACQUIRE-RUN-LOCK
               STOP RUN
           END-IF
           OPEN OUTPUT RESTRPT
           PERFORM PARSE-RESTORE-MODE
           IF WS-FWD-FAIL NOT = SPACES
               MOVE "*** usage: telrest [FORWARD [THRU-BATCH-ID]] ***"
                 TO RESTREC
               WRITE RESTREC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE RESTRPT
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           OPEN INPUT MANIFEST
           IF MANIFEST-STATUS NOT = "00"
               MOVE "*** BACKUP.MAN not available -- nothing to "
           ELSE
               PERFORM VERIFY-MANIFEST
               CLOSE MANIFEST
               IF BACKUP-VERIFIED AND ROLL-FORWARD
                   PERFORM LIST-REPLAY-RUNS
                   IF WS-FWD-FAIL NOT = SPACES
                       MOVE "N" TO WS-VERIFY-OK
                   END-IF
               END-IF
               IF BACKUP-VERIFIED
                   PERFORM RESTORE-MASTERS
                   IF ROLL-FORWARD
                   AND WS-RESTORED-COUNT = WS-RESTORE-EXPECT
                       PERFORM REPLAY-JOURNAL-LINES
                       PERFORM REPLAY-ROLLING-TOTALS
                       PERFORM VERIFY-REPLAYED-RUNS
                   END-IF
                   PERFORM REPORT-CHECKPOINT-STATE
               ELSE
                   IF WS-FWD-FAIL NOT = SPACES
                       MOVE SPACES TO RESTREC
                       STRING "*** ROLL-FORWARD REFUSED: "
                                                  DELIMITED BY SIZE
                              FUNCTION TRIM (WS-FWD-FAIL)
                                                  DELIMITED BY SIZE
                              " ***"              DELIMITED BY SIZE
                            INTO RESTREC
                       END-STRING
                   ELSE
                       MOVE "*** BACKUP DID NOT VERIFY -- NO FILE WAS "
                          & "RESTORED ***" TO RESTREC
                   END-IF
                   WRITE RESTREC
                   END-WRITE
                   MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *>  No argument is the plain restore; FORWARD adds the replay,
      *>  optionally stopping after a named run.
       PARSE-RESTORE-MODE.
           MOVE SPACES TO WS-FWD-FAIL
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-MODE-ARG
                    WS-THRU-BATCH-ID
           END-UNSTRING
           EVALUATE WS-MODE-ARG
               WHEN SPACES
                   SET RESTORE-ONLY TO TRUE
               WHEN "FORWARD"
                   SET ROLL-FORWARD TO TRUE
               WHEN OTHER
                   MOVE "UNKNOWN MODE" TO WS-FWD-FAIL
           END-EVALUATE
           .

      *>  Every manifest line is checked against its .BAK twin; one
      *>  mismatch fails the whole verification -- a restore is all
      *>  three files from one clean run or nothing.
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE MAN-RUN-ID TO WS-BACKUP-RUN-ID
               EVALUATE MAN-FILE-NAME
                   WHEN "ACCTSUM.DAT  "
                       PERFORM CHECK-ACCTSUM-BACKUP
                       PERFORM CHECK-DUPCHECK-BACKUP
                   WHEN "TELCO.MTD    "
                       PERFORM CHECK-MTD-BACKUP
                   WHEN "LINESUM.DAT  "
                       SET LINESUM-BACKED-UP TO TRUE
                       MOVE 4 TO WS-RESTORE-EXPECT
                       PERFORM CHECK-LINESUM-BACKUP
               END-EVALUATE
               PERFORM WRITE-VERIFY-LINE
           END-PERFORM
           END-IF
           .

       CHECK-LINESUM-BACKUP.
           MOVE ZERO TO WS-CHK-COUNT WS-CHK-HASH
           OPEN INPUT LINEBAK
           IF LINESUM-STATUS = "00"
               MOVE LOW-VALUES TO LINESUM-KEY
               START LINEBAK KEY IS GREATER THAN OR EQUAL LINESUM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ LINEBAK NEXT
                               AT END
                                   EXIT PERFORM
                               NOT AT END
                                   ADD 1 TO WS-CHK-COUNT
                                   ADD LNS-CHARGE-TOT TO WS-CHK-HASH
                           END-READ
                       END-PERFORM
               END-START
               CLOSE LINEBAK
           END-IF
           IF WS-CHK-COUNT NOT = MAN-REC-COUNT
           OR WS-CHK-HASH NOT = MAN-HASH-TOT
               MOVE "N" TO WS-VERIFY-OK
           END-IF
           .

       WRITE-VERIFY-LINE.
           MOVE MAN-REC-COUNT TO WS-COUNT-OUT
           MOVE WS-CHK-COUNT  TO WS-COUNT-OUT2
           IF WS-COPY-RC = ZERO
               ADD 1 TO WS-RESTORED-COUNT
           END-IF
           IF LINESUM-BACKED-UP
               CALL "CBL_COPY_FILE" USING
                   "LINESUM.BAK" "LINESUM.DAT"
                   RETURNING WS-COPY-RC
               END-CALL
               IF WS-COPY-RC = ZERO
                   ADD 1 TO WS-RESTORED-COUNT
               END-IF
           END-IF
           MOVE SPACES TO RESTREC
           STRING "Masters restored from verified backup ("
                                           DELIMITED BY SIZE
                  WS-RESTORED-COUNT        DELIMITED BY SIZE
                  " of "                   DELIMITED BY SIZE
                  WS-RESTORE-EXPECT        DELIMITED BY SIZE
                  " files copied back)"
                                           DELIMITED BY SIZE
                INTO RESTREC
           END-STRING
           WRITE RESTREC
           END-WRITE
           IF NOT LINESUM-BACKED-UP
               MOVE "*** LINESUM.DAT is not in this backup -- per-line "
                  & "usage left as it stands ***" TO RESTREC
               WRITE RESTREC
               END-WRITE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-RESTORED-COUNT NOT = WS-RESTORE-EXPECT
               MOVE "*** ONE OR MORE COPIES FAILED -- DO NOT RESTART "
                  & "UNTIL RESOLVED ***" TO RESTREC
               WRITE RESTREC
               END-READ
               CLOSE CKPTFILE
           END-IF
           IF ROLL-FORWARD AND WS-REPLAY-COUNT > ZERO
               MOVE SPACES TO RESTREC
               STRING "Masters are rolled forward through run "
                                               DELIMITED BY SIZE
                      FUNCTION TRIM (RB-BATCH-ID (WS-REPLAY-COUNT))
                                               DELIMITED BY SIZE
                      ": re-run only what came after it, in full"
                                               DELIMITED BY SIZE
                    INTO RESTREC
               END-STRING
           ELSE
               MOVE "Masters are at the last CLEAN run: re-run the "
                  & "failed extract in full, without TELCO_RESTART"
                 TO RESTREC
           END-IF
           WRITE RESTREC
           END-WRITE
           .

      *>  The runs to replay, in TELCO.BAL (run) order: every row
      *>  after the backup run's own, reversed runs skipped, up to
      *>  and including THRU-BATCH-ID when one was named.  Nothing
      *>  is restored unless the list can be built -- a backup run
      *>  no longer on TELCO.BAL, or a THRU run that is not after
      *>  it, refuses the whole request.
       LIST-REPLAY-RUNS.
           MOVE ZERO TO WS-REPLAY-COUNT WS-SKIPPED-COUNT
           MOVE "N"  TO WS-PAST-BACKUP WS-BACKUP-ROW WS-THRU-REACHED
           OPEN INPUT BATCHTOT
           IF BATCHTOT-STATUS NOT = "00"
               MOVE "TELCO.BAL NOT AVAILABLE" TO WS-FWD-FAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ BATCHTOT NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN BATCH-ID = "*HDR*"
                   WHEN BATCH-ID = "*TRL*"
                   WHEN THRU-BATCH-REACHED
                       CONTINUE
                   WHEN BATCH-ID = WS-BACKUP-RUN-ID
                       SET BACKUP-ROW-FOUND TO TRUE
                       SET PAST-BACKUP-RUN TO TRUE
                   WHEN NOT PAST-BACKUP-RUN
                       CONTINUE
                   WHEN BATCH-STATUS = "R"
                       ADD 1 TO WS-SKIPPED-COUNT
                       PERFORM WRITE-SKIPPED-RUN-LINE
                   WHEN WS-REPLAY-COUNT >= WS-REPLAY-MAX
                       MOVE "MORE RUNS SINCE THE BACKUP THAN ONE "
                          & "REPLAY TAKES" TO WS-FWD-FAIL
                   WHEN OTHER
                       ADD 1 TO WS-REPLAY-COUNT
                       SET RB-IDX TO WS-REPLAY-COUNT
                       MOVE BATCH-ID         TO RB-BATCH-ID (RB-IDX)
                       MOVE BATCH-RUN-DATE   TO RB-RUN-DATE (RB-IDX)
                       MOVE BATCH-OUTPUT-TOT TO RB-BAL-TOT (RB-IDX)
                       MOVE ZERO TO RB-LINE-COUNT (RB-IDX)
                                    RB-PRICE-TOT (RB-IDX)
                                    RB-BTAX-TOT (RB-IDX)
                                    RB-DTAX-TOT (RB-IDX)
                                    RB-OUTPUT-TOT (RB-IDX)
               END-EVALUATE
               IF PAST-BACKUP-RUN
               AND WS-THRU-BATCH-ID NOT = SPACES
               AND BATCH-ID = WS-THRU-BATCH-ID
                   SET THRU-BATCH-REACHED TO TRUE
               END-IF
           END-PERFORM
           CLOSE BATCHTOT
           EVALUATE TRUE
               WHEN WS-FWD-FAIL NOT = SPACES
                   CONTINUE
               WHEN NOT BACKUP-ROW-FOUND
                   MOVE SPACES TO WS-FWD-FAIL
                   STRING "BACKUP RUN "          DELIMITED BY SIZE
                          FUNCTION TRIM (WS-BACKUP-RUN-ID)
                                                 DELIMITED BY SIZE
                          " NOT ON TELCO.BAL"    DELIMITED BY SIZE
                        INTO WS-FWD-FAIL
                   END-STRING
               WHEN WS-THRU-BATCH-ID NOT = SPACES
               AND NOT THRU-BATCH-REACHED
                   MOVE SPACES TO WS-FWD-FAIL
                   STRING "RUN "                 DELIMITED BY SIZE
                          FUNCTION TRIM (WS-THRU-BATCH-ID)
                                                 DELIMITED BY SIZE
                          " NOT ON TELCO.BAL AFTER THE BACKUP"
                                                 DELIMITED BY SIZE
                        INTO WS-FWD-FAIL
                   END-STRING
           END-EVALUATE
           .

       WRITE-SKIPPED-RUN-LINE.
           MOVE SPACES TO RESTREC
           STRING "Run "                    DELIMITED BY SIZE
                  FUNCTION TRIM (BATCH-ID)  DELIMITED BY SIZE
                  " skipped -- reversed by telundo"
                                            DELIMITED BY SIZE
                INTO RESTREC
           END-STRING
           WRITE RESTREC
           END-WRITE
           .

      *>  One pass of the posting journal against the restored
      *>  masters: a line whose batch is on the replay list goes
      *>  back into ACCTSUM the way UPDATE-ACCT-SUMMARY posted it,
      *>  and its DUPCHECK key is re-written.  The journal is
      *>  appended in run order, so the lines replay in the order
      *>  they first posted.
       REPLAY-JOURNAL-LINES.
           MOVE "ACCTSUM.DAT"  TO WS-ACCTSUM-NAME
           MOVE "DUPCHECK.DAT" TO WS-DUPCHECK-NAME
           MOVE "TELCO.MTD"    TO WS-MTD-NAME
           MOVE "LINESUM.DAT"  TO WS-LINESUM-NAME
           IF WS-REPLAY-COUNT = ZERO
               MOVE "No runs after the backup to replay" TO RESTREC
               WRITE RESTREC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RUNJRNL
           IF RUNJRNL-STATUS NOT = "00"
               MOVE "*** TELCO.JRN not available -- nothing "
                  & "replayed ***" TO RESTREC
               WRITE RESTREC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCTBAK
           OPEN I-O DUPBAK
           IF LINESUM-BACKED-UP
               OPEN I-O LINEBAK
           END-IF
           MOVE 1 TO WS-LAST-SLOT
           PERFORM UNTIL 0 = 1
               READ RUNJRNL NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM FIND-REPLAY-SLOT
               IF WS-LAST-SLOT NOT = ZERO
                   PERFORM REPLAY-ONE-POSTING
               ELSE
                   MOVE 1 TO WS-LAST-SLOT
               END-IF
           END-PERFORM
           CLOSE RUNJRNL
                 ACCTBAK
                 DUPBAK
           IF LINESUM-BACKED-UP
               CLOSE LINEBAK
           END-IF
           .

      *>  The run the line belongs to -- tried first at the slot the
      *>  previous line hit, since a run's lines sit together.
      *>  Zero when the run is not being replayed.
       FIND-REPLAY-SLOT.
           IF RB-BATCH-ID (WS-LAST-SLOT) = JRN-BATCH-ID
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LAST-SLOT
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > WS-REPLAY-COUNT
               IF RB-BATCH-ID (RB-IDX) = JRN-BATCH-ID
                   SET WS-LAST-SLOT TO RB-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       REPLAY-ONE-POSTING.
           SET RB-IDX TO WS-LAST-SLOT
           ADD 1 TO WS-REPLAY-LINES RB-LINE-COUNT (RB-IDX)
           ADD JRN-PRICE TO RB-PRICE-TOT (RB-IDX)
           ADD JRN-BTAX  TO RB-BTAX-TOT (RB-IDX)
           ADD JRN-DTAX  TO RB-DTAX-TOT (RB-IDX)
           COMPUTE RB-OUTPUT-TOT (RB-IDX) = RB-OUTPUT-TOT (RB-IDX)
                 + JRN-PRICE + JRN-BTAX + JRN-DTAX
           END-COMPUTE
           MOVE JRN-ACCT-NO TO SUM-ACCT-NO
           READ ACCTBAK KEY IS SUM-ACCT-NO
               INVALID KEY
                   MOVE JRN-ACCT-NO     TO SUM-ACCT-NO
                   MOVE JRN-PRICE       TO SUM-PRICE-TOT
                   MOVE JRN-BTAX        TO SUM-BTAX-TOT
                   MOVE JRN-DTAX        TO SUM-DTAX-TOT
                   COMPUTE SUM-OUTPUT-TOT =
                           JRN-PRICE + JRN-BTAX + JRN-DTAX
                   END-COMPUTE
                   MOVE 1               TO SUM-CALL-COUNT
                   MOVE ZERO            TO SUM-PRIOR-PRICE-TOT
                   MOVE ZERO            TO SUM-PRIOR-CALL-COUNT
                   MOVE ZERO            TO SUM-ALLOW-USED
                   MOVE ZERO            TO SUM-MOU-TOT
                   MOVE ZERO TO SUM-SMS-RECS SUM-MSG-TOT SUM-MSG-PRICE
                                SUM-MSG-ALLOW-USED SUM-DATA-SESSIONS
                                SUM-DATA-KB-TOT SUM-DATA-PRICE
                                SUM-DATA-ALLOW-KB
                   PERFORM REPLAY-JOURNAL-UNITS
                   WRITE ACCTSUM-REC
                   END-WRITE
                   ADD 1 TO WS-NEW-ACCT-COUNT
               NOT INVALID KEY
                   ADD JRN-PRICE        TO SUM-PRICE-TOT
                   ADD JRN-BTAX         TO SUM-BTAX-TOT
                   ADD JRN-DTAX         TO SUM-DTAX-TOT
                   COMPUTE SUM-OUTPUT-TOT = SUM-OUTPUT-TOT
                         + JRN-PRICE + JRN-BTAX + JRN-DTAX
                   END-COMPUTE
                   ADD 1                TO SUM-CALL-COUNT
                   PERFORM REPLAY-JOURNAL-UNITS
                   REWRITE ACCTSUM-REC
                   END-REWRITE
           END-READ
           IF LINESUM-BACKED-UP
               IF JRN-LINE-POSTED
                   PERFORM REPLAY-LINE-POSTING
               ELSE
                   ADD 1 TO WS-LINELESS-COUNT
               END-IF
           END-IF
           MOVE JRN-ORIG-ACCT TO DUP-ACCT-NO
           MOVE JRN-UNITS     TO DUP-INREC
           MOVE JRN-FLAG      TO DUP-FLAG
           WRITE DUP-KEY-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DUPADD-COUNT
           END-WRITE
           .

      *>  The posting's minutes and charge back on the row for the
      *>  line it was placed from, as UPDATE-LINE-SUMMARY added
      *>  them the first time.
       REPLAY-LINE-POSTING.
           MOVE JRN-ACCT-NO TO LNS-ACCT-NO
           MOVE JRN-LINE-NO TO LNS-LINE-NO
           READ LINEBAK
               INVALID KEY
                   MOVE JRN-ACCT-NO     TO LNS-ACCT-NO
                   MOVE JRN-LINE-NO     TO LNS-LINE-NO
                   MOVE 1               TO LNS-CALL-COUNT
                   MOVE JRN-LINE-MOU    TO LNS-MOU-TOT
                   MOVE JRN-LINE-CHARGE TO LNS-CHARGE-TOT
                   WRITE LINESUM-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD 1               TO LNS-CALL-COUNT
                   ADD JRN-LINE-MOU    TO LNS-MOU-TOT
                   ADD JRN-LINE-CHARGE TO LNS-CHARGE-TOT
                   REWRITE LINESUM-REC
                   END-REWRITE
           END-READ
           ADD 1 TO WS-LINEADD-COUNT
           .

      *>  The journal line's units go back on minutes, messages or
      *>  kilobytes by the record type it posted as -- the same
      *>  split telco5 made when it posted them.
       REPLAY-JOURNAL-UNITS.
           EVALUATE JRN-REC-TYPE
               WHEN "5"
                   ADD 1                TO SUM-SMS-RECS
                   ADD JRN-UNITS        TO SUM-MSG-TOT
                   ADD JRN-PRICE        TO SUM-MSG-PRICE
               WHEN "6"
                   ADD 1                TO SUM-DATA-SESSIONS
                   ADD JRN-UNITS        TO SUM-DATA-KB-TOT
                   ADD JRN-PRICE        TO SUM-DATA-PRICE
               WHEN OTHER
                   ADD JRN-UNITS        TO SUM-MOU-TOT
           END-EVALUATE
           .

      *>  Each replayed run's totals back into the MTD/YTD buckets
      *>  the way WRITE-ROLLING-TOTALS added them: a run dated into
      *>  a later month (or year) than the bucket holds starts that
      *>  bucket afresh.
       REPLAY-ROLLING-TOTALS.
           IF WS-REPLAY-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MTD-FOUND
           OPEN INPUT MTDBAK
           IF MTDYTD-STATUS = "00"
               READ MTDBAK
                   AT END
                       CONTINUE
                   NOT AT END
                       SET MTD-ROW-FOUND TO TRUE
               END-READ
               CLOSE MTDBAK
           END-IF
           IF NOT MTD-ROW-FOUND
               INITIALIZE MTD-YTD-REC
           END-IF
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > WS-REPLAY-COUNT
               MOVE RB-RUN-DATE (RB-IDX) (1:6) TO WS-RUN-PERIOD
               MOVE RB-RUN-DATE (RB-IDX) (1:4) TO WS-RUN-YEAR
               IF WS-RUN-PERIOD > MTD-PERIOD
                   MOVE WS-RUN-PERIOD TO MTD-PERIOD
                   MOVE ZERO TO MTD-PRICE-TOT MTD-BTAX-TOT
                                MTD-DTAX-TOT MTD-OUTPUT-TOT
               END-IF
               IF WS-RUN-YEAR > YTD-PERIOD
                   MOVE WS-RUN-YEAR TO YTD-PERIOD
                   MOVE ZERO TO YTD-PRICE-TOT YTD-BTAX-TOT
                                YTD-DTAX-TOT YTD-OUTPUT-TOT
               END-IF
               IF WS-RUN-PERIOD = MTD-PERIOD
                   ADD RB-PRICE-TOT (RB-IDX)  TO MTD-PRICE-TOT
                   ADD RB-BTAX-TOT (RB-IDX)   TO MTD-BTAX-TOT
                   ADD RB-DTAX-TOT (RB-IDX)   TO MTD-DTAX-TOT
                   ADD RB-OUTPUT-TOT (RB-IDX) TO MTD-OUTPUT-TOT
               END-IF
               IF WS-RUN-YEAR = YTD-PERIOD
                   ADD RB-PRICE-TOT (RB-IDX)  TO YTD-PRICE-TOT
                   ADD RB-BTAX-TOT (RB-IDX)   TO YTD-BTAX-TOT
                   ADD RB-DTAX-TOT (RB-IDX)   TO YTD-DTAX-TOT
                   ADD RB-OUTPUT-TOT (RB-IDX) TO YTD-OUTPUT-TOT
               END-IF
           END-PERFORM
           OPEN OUTPUT MTDBAK
           WRITE MTD-YTD-REC
           END-WRITE
           CLOSE MTDBAK
           .

      *>  The proof: every replayed run's journal must come back to
      *>  the output total that run wrote to TELCO.BAL.  A run that
      *>  does not is named, and its extract is the one to re-rate.
       VERIFY-REPLAYED-RUNS.
           MOVE ZERO TO WS-MISMATCH-COUNT
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > WS-REPLAY-COUNT
               MOVE RB-LINE-COUNT (RB-IDX) TO WS-COUNT-OUT
               MOVE RB-OUTPUT-TOT (RB-IDX) TO WS-AMT-OUT
               MOVE RB-BAL-TOT (RB-IDX)    TO WS-AMT-OUT2
               MOVE SPACES TO RESTREC
               STRING "Replayed "               DELIMITED BY SIZE
                      RB-BATCH-ID (RB-IDX)      DELIMITED BY SIZE
                      " lines "                 DELIMITED BY SIZE
                      WS-COUNT-OUT              DELIMITED BY SIZE
                      " journal "               DELIMITED BY SIZE
                      WS-AMT-OUT                DELIMITED BY SIZE
                      " TELCO.BAL "             DELIMITED BY SIZE
                      WS-AMT-OUT2               DELIMITED BY SIZE
                    INTO RESTREC
               END-STRING
               IF RB-OUTPUT-TOT (RB-IDX) = RB-BAL-TOT (RB-IDX)
                   MOVE "  OK"        TO RESTREC (100:)
               ELSE
                   MOVE "  MISMATCH"  TO RESTREC (100:)
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
               WRITE RESTREC
               END-WRITE
           END-PERFORM
           MOVE WS-REPLAY-LINES TO WS-COUNT-OUT
           MOVE WS-REPLAY-COUNT TO WS-COUNT-OUT2
           MOVE SPACES TO RESTREC
           STRING "Roll-forward: "          DELIMITED BY SIZE
                  WS-COUNT-OUT2             DELIMITED BY SIZE
                  " runs, "                 DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                  " journal lines re-applied"
                                            DELIMITED BY SIZE
                INTO RESTREC
           END-STRING
           WRITE RESTREC
           END-WRITE
           MOVE WS-NEW-ACCT-COUNT TO WS-COUNT-OUT
           MOVE WS-DUPADD-COUNT   TO WS-COUNT-OUT2
           MOVE SPACES TO RESTREC
           STRING "Accounts re-created: "   DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                  "  duplicate-check keys re-written: "
                                            DELIMITED BY SIZE
                  WS-COUNT-OUT2             DELIMITED BY SIZE
                INTO RESTREC
           END-STRING
           WRITE RESTREC
           END-WRITE
           IF LINESUM-BACKED-UP
               MOVE WS-LINEADD-COUNT  TO WS-COUNT-OUT
               MOVE WS-LINELESS-COUNT TO WS-COUNT-OUT2
               MOVE SPACES TO RESTREC
               STRING "Per-line postings re-applied: "
                                            DELIMITED BY SIZE
                      WS-COUNT-OUT          DELIMITED BY SIZE
                      "  journal lines without one: "
                                            DELIMITED BY SIZE
                      WS-COUNT-OUT2         DELIMITED BY SIZE
                    INTO RESTREC
               END-STRING
               WRITE RESTREC
               END-WRITE
           END-IF
           IF WS-MISMATCH-COUNT > ZERO
               MOVE WS-MISMATCH-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO RESTREC
               STRING "*** "                DELIMITED BY SIZE
                      WS-COUNT-OUT          DELIMITED BY SIZE
                      " RUN(S) DID NOT REPRODUCE FROM THE JOURNAL -- "
                                            DELIMITED BY SIZE
                      "RE-RATE THOSE EXTRACTS ***"
                                            DELIMITED BY SIZE
                    INTO RESTREC
               END-STRING
               WRITE RESTREC
               END-WRITE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "NOT replayed -- the journal does not carry them:"
             TO RESTREC
           WRITE RESTREC
           END-WRITE
           MOVE "  SUM-ALLOW-USED allowance burn since the backup "
              & "(bundles read as unused)" TO RESTREC
           WRITE RESTREC
           END-WRITE
           MOVE "  SUM-PRIOR-* fraud baselines stay at the backup "
              & "run's figures" TO RESTREC
           WRITE RESTREC
           END-WRITE
           .

      *>  Same run-lock protocol as telco5/telclose/telrate -- see
               MOVE FUNCTION NUMVAL (WS-ENV-LOCK-STALE)
                 TO WS-LOCK-STALE-MINS
           END-IF
           MOVE "TELCO_LOCK_STALE_MINS" TO CFQ-SETTING
           MOVE WS-ENV-LOCK-STALE TO CFQ-ENV-VALUE
           MOVE WS-LOCK-STALE-MINS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LOCK-NOW-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-LOCK-NOW-TIME
           OPEN INPUT RUNLOCK
               RETURNING WS-LOCK-DEL-RC
           END-CALL
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELREST" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telrest.
