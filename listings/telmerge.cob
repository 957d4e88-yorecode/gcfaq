      *>     them, so the combined account is judged against its
      *>     combined history), outstanding DUPCHECK keys re-keyed
      *>     so dedup still works, OLD's master row retired.
      *>     OLD's per-line usage rows (LINESUM.DAT, see
      *>     CBLINESUM.cpy) fold into NEW's the same way, so the
      *>     merged account's lines still add up to its summary.
      *>
      *>   telmerge USERID SPLIT OLD-ACCT NEW-ACCT
      *>     renumbers OLD to NEW intact -- master row, summary,
      *>     line usage and dedup keys all move -- the first half
      *>     of a business split, with the sites then re-pointed
      *>     by telacct/telprov.
      *>
      *> Either way an ACCTXREF.DAT row (see CBXREF.cpy) maps the
      *> old number to the new forever, every movement lands on
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
           COPY CBACCT.
       FD  ACCTSUM.
           COPY CBACCTSUM.
       FD  LINESUM.
           COPY CBLINESUM.
       FD  DUPCHECK.
           COPY CBDUPKEY.
       FD  XREFTB.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  MRGAUDIT.
       01  MRGAUDIT-REC      PIC X(190).
       FD  MRGRPT.
       01  MRGRPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  SUM-STATUS        PIC XX      VALUE "00".
       01  LINESUM-STATUS    PIC XX      VALUE "00".
       01  DUP-STATUS        PIC XX      VALUE "00".
       01  XREF-STATUS       PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
           05  SV-PRIOR-PRICE   PIC S9(09)V99.
           05  SV-PRIOR-COUNT   PIC 9(09).
           05  SV-ALLOW-USED    PIC 9(09).
           05  SV-MOU-TOT       PIC S9(09).
           05  SV-SMS-RECS      PIC 9(09).
           05  SV-MSG-TOT       PIC S9(09).
           05  SV-MSG-PRICE     PIC S9(09)V99.
           05  SV-MSG-ALLOW     PIC 9(09).
           05  SV-DATA-SESSIONS PIC 9(09).
           05  SV-DATA-KB-TOT   PIC S9(11).
           05  SV-DATA-PRICE    PIC S9(09)V99.
           05  SV-DATA-ALLOW-KB PIC 9(11).
       01  WS-LINESUM-OPEN   PIC X       VALUE "N".
       01  WS-MORE-LINES     PIC X       VALUE "Y".
       01  WS-LINES-MOVED    PIC 9(07)   VALUE ZERO.
       01  WS-SAVE-LINE.
           05  SVL-LINE-NO      PIC X(15).
           05  SVL-CALL-COUNT   PIC 9(09).
           05  SVL-MOU-TOT      PIC S9(09).
           05  SVL-CHARGE-TOT   PIC S9(09)V99.
       01  WS-DUP-MOVED      PIC 9(07)   VALUE ZERO.
       01  WS-DUP-COLLIDED   PIC 9(07)   VALUE ZERO.
       01  WS-MORE-DUPS      PIC X       VALUE "Y".
           05  SVD-FLAG         PIC X.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM ACQUIRE-RUN-LOCK
           MOVE SPACES TO WS-REFUSE-REASON
           OPEN I-O ACCT-MASTER
           OPEN I-O ACCTSUM
           OPEN I-O LINESUM
           IF LINESUM-STATUS = "00"
               MOVE "Y" TO WS-LINESUM-OPEN
           END-IF
           OPEN I-O DUPCHECK
           EVALUATE WS-COMMAND
               WHEN "MERGE"
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               PERFORM MOVE-ACCOUNT-SUMMARY
               IF WS-LINESUM-OPEN = "Y"
                   PERFORM MOVE-LINE-SUMMARIES
               END-IF
               PERFORM MOVE-DUP-KEYS
               PERFORM WRITE-CROSS-REFERENCE
               MOVE "Y" TO WS-APPLIED
           CLOSE ACCT-MASTER
                 ACCTSUM
                 DUPCHECK
           IF WS-LINESUM-OPEN = "Y"
               CLOSE LINESUM
           END-IF
           .

      *>  MERGE: both accounts must exist on the master; the old row
                   MOVE SUM-PRIOR-PRICE-TOT TO SV-PRIOR-PRICE
                   MOVE SUM-PRIOR-CALL-COUNT TO SV-PRIOR-COUNT
                   MOVE SUM-ALLOW-USED      TO SV-ALLOW-USED
                   MOVE SUM-MOU-TOT         TO SV-MOU-TOT
                   MOVE SUM-SMS-RECS        TO SV-SMS-RECS
                   MOVE SUM-MSG-TOT         TO SV-MSG-TOT
                   MOVE SUM-MSG-PRICE       TO SV-MSG-PRICE
                   MOVE SUM-MSG-ALLOW-USED  TO SV-MSG-ALLOW
                   MOVE SUM-DATA-SESSIONS   TO SV-DATA-SESSIONS
                   MOVE SUM-DATA-KB-TOT     TO SV-DATA-KB-TOT
                   MOVE SUM-DATA-PRICE      TO SV-DATA-PRICE
                   MOVE SUM-DATA-ALLOW-KB   TO SV-DATA-ALLOW-KB
                   DELETE ACCTSUM RECORD
                   END-DELETE
           END-READ
                       MOVE SV-PRIOR-PRICE TO SUM-PRIOR-PRICE-TOT
                       MOVE SV-PRIOR-COUNT TO SUM-PRIOR-CALL-COUNT
                       MOVE SV-ALLOW-USED  TO SUM-ALLOW-USED
                       MOVE SV-MOU-TOT     TO SUM-MOU-TOT
                       MOVE SV-SMS-RECS    TO SUM-SMS-RECS
                       MOVE SV-MSG-TOT     TO SUM-MSG-TOT
                       MOVE SV-MSG-PRICE   TO SUM-MSG-PRICE
                       MOVE SV-MSG-ALLOW   TO SUM-MSG-ALLOW-USED
                       MOVE SV-DATA-SESSIONS TO SUM-DATA-SESSIONS
                       MOVE SV-DATA-KB-TOT TO SUM-DATA-KB-TOT
                       MOVE SV-DATA-PRICE  TO SUM-DATA-PRICE
                       MOVE SV-DATA-ALLOW-KB TO SUM-DATA-ALLOW-KB
                       WRITE ACCTSUM-REC
                       END-WRITE
                   NOT INVALID KEY
                       ADD SV-PRIOR-PRICE TO SUM-PRIOR-PRICE-TOT
                       ADD SV-PRIOR-COUNT TO SUM-PRIOR-CALL-COUNT
                       ADD SV-ALLOW-USED  TO SUM-ALLOW-USED
                       ADD SV-MOU-TOT     TO SUM-MOU-TOT
                       ADD SV-SMS-RECS    TO SUM-SMS-RECS
                       ADD SV-MSG-TOT     TO SUM-MSG-TOT
                       ADD SV-MSG-PRICE   TO SUM-MSG-PRICE
                       ADD SV-MSG-ALLOW   TO SUM-MSG-ALLOW-USED
                       ADD SV-DATA-SESSIONS TO SUM-DATA-SESSIONS
                       ADD SV-DATA-KB-TOT TO SUM-DATA-KB-TOT
                       ADD SV-DATA-PRICE  TO SUM-DATA-PRICE
                       ADD SV-DATA-ALLOW-KB TO SUM-DATA-ALLOW-KB
                       REWRITE ACCTSUM-REC
               END-READ
           END-IF
           .

      *>  Each of the old account's line rows moves to the new
      *>  account, summed into the new account's row for the same
      *>  line where there is one -- the per-line twin of
      *>  MOVE-ACCOUNT-SUMMARY, with MOVE-DUP-KEYS' delete-then-
      *>  restart scan.
       MOVE-LINE-SUMMARIES.
           MOVE "Y" TO WS-MORE-LINES
           PERFORM UNTIL WS-MORE-LINES = "N"
               MOVE "N" TO WS-MORE-LINES
               MOVE WS-OLD-ACCT TO LNS-ACCT-NO
               MOVE LOW-VALUES  TO LNS-LINE-NO
               START LINESUM KEY IS GREATER THAN OR EQUAL LINESUM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ LINESUM NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF LNS-ACCT-NO = WS-OLD-ACCT
                                   PERFORM MOVE-ONE-LINE-SUMMARY
                                   MOVE "Y" TO WS-MORE-LINES
                               END-IF
                       END-READ
               END-START
           END-PERFORM
           .

       MOVE-ONE-LINE-SUMMARY.
           MOVE LNS-LINE-NO    TO SVL-LINE-NO
           MOVE LNS-CALL-COUNT TO SVL-CALL-COUNT
           MOVE LNS-MOU-TOT    TO SVL-MOU-TOT
           MOVE LNS-CHARGE-TOT TO SVL-CHARGE-TOT
           DELETE LINESUM RECORD
           END-DELETE
           MOVE WS-NEW-ACCT TO LNS-ACCT-NO
           MOVE SVL-LINE-NO TO LNS-LINE-NO
           READ LINESUM
               INVALID KEY
                   MOVE WS-NEW-ACCT    TO LNS-ACCT-NO
                   MOVE SVL-LINE-NO    TO LNS-LINE-NO
                   MOVE SVL-CALL-COUNT TO LNS-CALL-COUNT
                   MOVE SVL-MOU-TOT    TO LNS-MOU-TOT
                   MOVE SVL-CHARGE-TOT TO LNS-CHARGE-TOT
                   WRITE LINESUM-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD SVL-CALL-COUNT TO LNS-CALL-COUNT
                   ADD SVL-MOU-TOT    TO LNS-MOU-TOT
                   ADD SVL-CHARGE-TOT TO LNS-CHARGE-TOT
                   REWRITE LINESUM-REC
                   END-REWRITE
           END-READ
           ADD 1 TO WS-LINES-MOVED
           .

      *>  Every outstanding dedup key under the old account is
      *>  re-keyed under the new one, so a resent CDR still trips
      *>  the duplicate check after the move.  A re-keyed entry
           END-STRING
           WRITE MRGRPT-REC
           END-WRITE
           IF WS-LINES-MOVED > ZERO
               MOVE WS-LINES-MOVED TO WS-COUNT-OUT
               MOVE SPACES TO MRGRPT-REC
               STRING "  line usage rows moved "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO MRGRPT-REC
               END-STRING
               WRITE MRGRPT-REC
               END-WRITE
           END-IF
           IF WS-DUP-COLLIDED > ZERO
               MOVE WS-DUP-COLLIDED TO WS-COUNT-OUT
               MOVE SPACES TO MRGRPT-REC
                    INTO MRGAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE MRGAUDIT-REC
           END-WRITE
           CLOSE MRGAUDIT
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
           MOVE "TELMERGE" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELCO.MAUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCO.MAUD" TO SRQ-TRAIL
           MOVE MRGAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO MRGAUDIT-REC
           .
       END PROGRAM telmerge.
