      *> the new period accumulates from scratch instead of growing
      *> a life-to-date total forever.
      *>
      *> The per-line usage rows on LINESUM.DAT (see CBLINESUM.cpy)
      *> ride the same cutover: each cut-over account's lines are
      *> snapshotted to LINEPER.DAT under the closed period and the
      *> live rows removed, so the new period's lines start from
      *> nothing.  A re-close replaces the account's line rows for
      *> the period outright, as its ACCTPER row is replaced.
      *>
      *> A period now closes only once telready has certified it
      *> (CLOSECERT.DAT, see CBCERT.cpy): held suspense worked,
      *> estimates reversed, TELCO.BAL proving, the resubmit queue
                RECORD KEY IS ACCTPER-KEY
                FILE STATUS IS PER-STATUS
                .
           SELECT LINESUM  ASSIGN TO
                "LINESUM.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LINESUM-KEY
                FILE STATUS IS LINESUM-STATUS
                .
           SELECT LINEPER  ASSIGN TO
                "LINEPER.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LINEPER-KEY
                FILE STATUS IS LINEPER-STATUS
                .
      *>  Shared allowance-pool balances (see CBPOOL.cpy) --
      *>  truncated when the period's bundles renew.
           SELECT CLOSECERT ASSIGN TO
           COPY CBACCT.
       FD  ACCTPER.
           COPY CBACCTPER.
       FD  LINESUM.
           COPY CBLINESUM.
       FD  LINEPER.
           COPY CBLINEPER.
       FD  CLOSECERT.
           COPY CBCERT.
       FD  POOLBAL.
       01  MTDYTD-STATUS     PIC XX      VALUE "00".
       01  SUM-STATUS        PIC XX      VALUE "00".
       01  PER-STATUS        PIC XX      VALUE "00".
       01  LINESUM-STATUS    PIC XX      VALUE "00".
       01  LINEPER-STATUS    PIC XX      VALUE "00".
       01  WS-LINE-SNAP-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-LINESUM-OPEN   PIC X       VALUE "N".
           88  LINESUM-OPEN               VALUE "Y".
       01  WS-SNAPSHOT-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-ALLOW-RESET-COUNT PIC 9(07) VALUE ZERO.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-DTAX-OUT       PIC -9(09).99.
       01  WS-OUTPUT-OUT     PIC -9(09).99.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM CHECK-RUN-AUTHORIZATION
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT
               "TELCO_CLOSE_OVERRIDE"
           END-ACCEPT
           MOVE "TELCO_CLOSE_OVERRIDE" TO CFQ-SETTING
           MOVE WS-ENV-OVERRIDE TO CFQ-ENV-VALUE
           MOVE WS-ENV-OVERRIDE TO CFQ-EFF-VALUE
           PERFORM RECORD-RUN-SETTING
           OPEN INPUT CLOSECERT
           IF CERT-STATUS = "00"
               MOVE WS-CLOSE-PERIOD TO CERT-PERIOD
                   OPEN INPUT ACCT-MASTER
               END-IF
               PERFORM OPEN-PERIOD-SNAPSHOT
               PERFORM OPEN-LINE-SNAPSHOT
               MOVE ZERO TO SUM-ACCT-NO
               START ACCTSUM KEY IS GREATER THAN OR EQUAL SUM-ACCT-NO
                   INVALID KEY
               END-START
               CLOSE ACCTSUM
                     ACCTPER
               IF LINESUM-OPEN
                   CLOSE LINESUM
                         LINEPER
               END-IF
               IF WS-CYCLE-TOK NOT = SPACES
                   CLOSE ACCT-MASTER
               END-IF
           MOVE SUM-CALL-COUNT  TO PER-CALL-COUNT
           MOVE SUM-ALLOW-USED  TO PER-ALLOW-USED
           MOVE SUM-MOU-TOT     TO PER-MOU-TOT
           MOVE SUM-SMS-RECS    TO PER-SMS-RECS
           MOVE SUM-MSG-TOT     TO PER-MSG-TOT
           MOVE SUM-MSG-PRICE   TO PER-MSG-PRICE
           MOVE SUM-MSG-ALLOW-USED TO PER-MSG-ALLOW-USED
           MOVE SUM-DATA-SESSIONS TO PER-DATA-SESSIONS
           MOVE SUM-DATA-KB-TOT TO PER-DATA-KB-TOT
           MOVE SUM-DATA-PRICE  TO PER-DATA-PRICE
           MOVE SUM-DATA-ALLOW-KB TO PER-DATA-ALLOW-KB
           WRITE ACCTPER-REC
               INVALID KEY
                   REWRITE ACCTPER-REC
           END-WRITE
           ADD 1 TO WS-SNAPSHOT-COUNT
           IF LINESUM-OPEN
               PERFORM CUTOVER-ACCOUNT-LINES
           END-IF
           IF SUM-ALLOW-USED NOT = ZERO
           OR SUM-MSG-ALLOW-USED NOT = ZERO
           OR SUM-DATA-ALLOW-KB NOT = ZERO
               ADD 1 TO WS-ALLOW-RESET-COUNT
           END-IF
           MOVE ZERO TO SUM-PRICE-TOT
           MOVE ZERO TO SUM-PRIOR-CALL-COUNT
           MOVE ZERO TO SUM-ALLOW-USED
           MOVE ZERO TO SUM-MOU-TOT
           MOVE ZERO TO SUM-SMS-RECS SUM-MSG-TOT SUM-MSG-PRICE
                        SUM-MSG-ALLOW-USED SUM-DATA-SESSIONS
                        SUM-DATA-KB-TOT SUM-DATA-PRICE
                        SUM-DATA-ALLOW-KB
           REWRITE ACCTSUM-REC
           .

      *>  No LINESUM on disk means nothing was ever posted by line
      *>  -- the line cutover simply stands down.  LINEPER is
      *>  created on first use, same pattern as ACCTPER.
       OPEN-LINE-SNAPSHOT.
           OPEN I-O LINESUM
           IF LINESUM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET LINESUM-OPEN TO TRUE
           OPEN I-O LINEPER
           IF LINEPER-STATUS NOT = "00"
               OPEN OUTPUT LINEPER
               CLOSE LINEPER
               OPEN I-O LINEPER
           END-IF
           .

      *>  The account's line rows for the period are replaced
      *>  wholesale: whatever an earlier close of the period left
      *>  is removed first, then every live LINESUM row for the
      *>  account is snapshotted and deleted.
       CUTOVER-ACCOUNT-LINES.
           MOVE SUM-ACCT-NO     TO LNP-ACCT-NO
           MOVE WS-CLOSE-PERIOD TO LNP-PERIOD
           MOVE LOW-VALUES      TO LNP-LINE-NO
           START LINEPER KEY IS GREATER THAN OR EQUAL LINEPER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ LINEPER NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF LNP-ACCT-NO NOT = SUM-ACCT-NO
                       OR LNP-PERIOD NOT = WS-CLOSE-PERIOD
                           EXIT PERFORM
                       END-IF
                       DELETE LINEPER
                       END-DELETE
                   END-PERFORM
           END-START
           MOVE SUM-ACCT-NO TO LNS-ACCT-NO
           MOVE LOW-VALUES  TO LNS-LINE-NO
           START LINESUM KEY IS GREATER THAN OR EQUAL LINESUM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ LINESUM NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF LNS-ACCT-NO NOT = SUM-ACCT-NO
                           EXIT PERFORM
                       END-IF
                       MOVE LNS-ACCT-NO     TO LNP-ACCT-NO
                       MOVE WS-CLOSE-PERIOD TO LNP-PERIOD
                       MOVE LNS-LINE-NO     TO LNP-LINE-NO
                       MOVE LNS-CALL-COUNT  TO LNP-CALL-COUNT
                       MOVE LNS-MOU-TOT     TO LNP-MOU-TOT
                       MOVE LNS-CHARGE-TOT  TO LNP-CHARGE-TOT
                       WRITE LINEPER-REC
                           INVALID KEY
                               REWRITE LINEPER-REC
                       END-WRITE
                       ADD 1 TO WS-LINE-SNAP-COUNT
                       DELETE LINESUM
                       END-DELETE
                   END-PERFORM
           END-START
           .

       WRITE-CLOSE-SUMMARY.
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-OUT
           MOVE SPACES TO CLOSEREC
           END-STRING
           WRITE CLOSEREC
           END-WRITE
           IF LINESUM-OPEN
               MOVE SPACES TO CLOSEREC
               MOVE WS-LINE-SNAP-COUNT TO WS-COUNT-OUT
               STRING "Per-line usage rows snapshotted and reset: "
                                                 DELIMITED BY SIZE
                      WS-COUNT-OUT               DELIMITED BY SIZE
                    INTO CLOSEREC
               END-STRING
               WRITE CLOSEREC
               END-WRITE
           END-IF
           MOVE SPACES TO CLOSEREC
           MOVE WS-ALLOW-RESET-COUNT TO WS-COUNT-OUT
           STRING "Plan allowances renewed on " DELIMITED BY SIZE
                       FUNCTION NUMVAL (WS-ENV-DEP-PCT)
               END-COMPUTE
           END-IF
           MOVE "TELCO_DEP_INT_PCT" TO CFQ-SETTING
           MOVE WS-ENV-DEP-PCT TO CFQ-ENV-VALUE
           MOVE WS-DEP-INT-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           IF WS-DEP-INT-PCT = ZERO
               EXIT PARAGRAPH
           END-IF
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
           MOVE "TELCLOSE" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
