      *> case: TELCO_INFILE pointed at yesterday's extract), replays
      *> that run's posting-journal lines (TELCO.JRN, see CBJRNL.cpy)
      *> backwards: each account's charges come back out of
      *> ACCTSUM.DAT (and each line's share out of its LINESUM.DAT
      *> row), the run's DUPCHECK keys are deleted so the correct
      *> file can rate without tripping the duplicate check,
      *> the run's totals come back out of the MTD/YTD buckets in
      *> TELCO.MTD, and the run's TELCO.BAL row is marked reversed so
      *> it can never be backed out twice and telbal can see why the
                RECORD KEY IS SUM-ACCT-NO
                FILE STATUS IS SUM-STATUS
                .
           SELECT LINESUM  ASSIGN TO
                "LINESUM.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LINESUM-KEY
                FILE STATUS IS LINESUM-STATUS
                .
           SELECT DUPCHECK ASSIGN TO
                "DUPCHECK.DAT"
                ORGANIZATION INDEXED
           COPY CBJRNL.
       FD  ACCTSUM.
           COPY CBACCTSUM.
       FD  LINESUM.
           COPY CBLINESUM.
       FD  DUPCHECK.
           COPY CBDUPKEY.
       FD  MTDYTD.
       WORKING-STORAGE SECTION.
       01  RUNJRNL-STATUS    PIC XX      VALUE "00".
       01  SUM-STATUS        PIC XX      VALUE "00".
       01  LINESUM-STATUS    PIC XX      VALUE "00".
       01  DUP-STATUS        PIC XX      VALUE "00".
       01  MTDYTD-STATUS     PIC XX      VALUE "00".
       01  BATCHTOT-STATUS   PIC XX      VALUE "00".
       01  WS-JRN-LINE-COUNT PIC 9(09)   VALUE ZERO.
       01  WS-REVERSED-COUNT PIC 9(09)   VALUE ZERO.
       01  WS-DUPDEL-COUNT   PIC 9(09)   VALUE ZERO.
       01  WS-LINEREV-COUNT  PIC 9(09)   VALUE ZERO.
       01  WS-LINE-OPEN      PIC X       VALUE "N".
           88  LINESUM-OPEN               VALUE "Y".
       01  WS-UNDO-PRICE-TOT PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-UNDO-BTAX-TOT  PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-UNDO-DTAX-TOT  PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-AMT-OUT2       PIC -Z,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM ACQUIRE-RUN-LOCK
           END-IF
           CLOSE ACCTSUM
                 DUPCHECK
           IF LINESUM-OPEN
               CLOSE LINESUM
           END-IF
           .

       OPEN-SHARED-MASTERS.
           OPEN I-O ACCTSUM
           OPEN I-O DUPCHECK
           OPEN I-O LINESUM
           IF LINESUM-STATUS = "00"
               SET LINESUM-OPEN TO TRUE
           END-IF
           .

       REVERSE-ONE-POSTING.
                       COMPUTE SUM-OUTPUT-TOT = SUM-OUTPUT-TOT
                             - JRN-PRICE - JRN-BTAX - JRN-DTAX
                       END-COMPUTE
                       EVALUATE JRN-REC-TYPE
                           WHEN "5"
                               SUBTRACT JRN-UNITS FROM SUM-MSG-TOT
                               SUBTRACT JRN-PRICE FROM SUM-MSG-PRICE
                               IF SUM-SMS-RECS > ZERO
                                   SUBTRACT 1 FROM SUM-SMS-RECS
                               END-IF
                           WHEN "6"
                               SUBTRACT JRN-UNITS FROM SUM-DATA-KB-TOT
                               SUBTRACT JRN-PRICE FROM SUM-DATA-PRICE
                               IF SUM-DATA-SESSIONS > ZERO
                                   SUBTRACT 1 FROM SUM-DATA-SESSIONS
                               END-IF
                           WHEN OTHER
                               SUBTRACT JRN-UNITS FROM SUM-MOU-TOT
                       END-EVALUATE
                       IF SUM-CALL-COUNT > ZERO
                           SUBTRACT 1 FROM SUM-CALL-COUNT
                       END-IF
                       PERFORM WRITE-UNDO-DETAIL-LINE
               END-READ
           END-IF
           IF LINESUM-OPEN AND JRN-LINE-POSTED
               PERFORM REVERSE-LINE-POSTING
           END-IF
           IF DUP-STATUS = "00"
               MOVE JRN-ORIG-ACCT TO DUP-ACCT-NO
               MOVE JRN-UNITS     TO DUP-INREC
           END-IF
           .

      *>  The posting's minutes and charge back off the row for
      *>  the line it was placed from, as the journal recorded them.
       REVERSE-LINE-POSTING.
           MOVE JRN-ACCT-NO TO LNS-ACCT-NO
           MOVE JRN-LINE-NO TO LNS-LINE-NO
           READ LINESUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT JRN-LINE-MOU    FROM LNS-MOU-TOT
                   SUBTRACT JRN-LINE-CHARGE FROM LNS-CHARGE-TOT
                   IF LNS-CALL-COUNT > ZERO
                       SUBTRACT 1 FROM LNS-CALL-COUNT
                   END-IF
                   REWRITE LINESUM-REC
                   END-REWRITE
                   ADD 1 TO WS-LINEREV-COUNT
           END-READ
           .

       WRITE-UNDO-DETAIL-LINE.
           COMPUTE WS-AMT-OUT = JRN-PRICE + JRN-BTAX + JRN-DTAX
           END-COMPUTE
           END-STRING
           WRITE UNDOREC
           END-WRITE
           MOVE WS-LINEREV-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO UNDOREC
           STRING "Per-line postings reversed: " DELIMITED BY SIZE
                  WS-COUNT-OUT                   DELIMITED BY SIZE
                INTO UNDOREC
           END-STRING
           WRITE UNDOREC
           END-WRITE
           MOVE WS-DUPDEL-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO UNDOREC
           STRING "Duplicate-check keys released: "
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
           MOVE "TELUNDO" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telundo.
