      *>
      *> telpcdr.cob -- long-call partial-CDR assembly, run on a
      *> format "B" CDR file ahead of telco5.  A switch cuts a call
      *> that runs past its long-call timer (every 30 or 60
      *> minutes) into partial records, and rated piece by piece
      *> the customer paid the initial increment and minimum once
      *> per piece, the pieces could trip CHECK-DUPLICATE, and the
      *> itemized statement showed one call as five.  This step
      *> puts each call back together first:
      *>
      *>   - every whole call, and every record that is not a call
      *>     detail, passes straight through to the assembled file;
      *>   - a partial piece (CDR-PARTIAL-IND "F"/"I"/"L", with its
      *>     piece number and the switch's call reference -- see
      *>     CBCDR.cpy) waits on the PCDRPEND.DAT pending store
      *>     (see CBPCDR.cpy) until its set is in, across as many
      *>     runs as that takes; a piece sent twice is held once;
      *>   - a set whose pieces run 1, 2, ... up to its "L" piece
      *>     with none missing goes out as ONE call: the first
      *>     piece's record -- start date and time, numbers, codes
      *>     -- carrying the summed minutes;
      *>   - a set still incomplete TELCO_PCDR_MAX_AGE days
      *>     (default 2) after its oldest piece arrived is rated as
      *>     it stands -- the pieces on hand summed into one call,
      *>     so even then it is charged once and cannot trip the
      *>     duplicate check on itself -- and each of its pieces is
      *>     listed on the report as an orphan;
      *>   - a piece that arrives after its set was released is
      *>     dropped as already billed if the set went out
      *>     complete, or rated on its own if the set had aged out,
      *>     its minutes never having been billed.
      *>
      *> A header/trailer envelope (see HDR-REC/TRL-REC) is carried
      *> across with its counts moved by exactly the records this
      *> step took out or put in, so telco5's envelope check still
      *> balances -- and a file that did not balance coming in
      *> still does not going out.
      *>
      *> Invoked:  telpcdr [INFILE [OUTFILE]]
      *> INFILE defaults to TELCO_INFILE; OUTFILE to INFILE with
      *> ".ASM" added, the file telco5 is then pointed at.  Report
      *> on TELPCDR.TXT; return code 4 when orphans were rated or
      *> pieces dropped, 16 when the files cannot be opened.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telpcdr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDRIN    ASSIGN TO
                WS-IN-NAME
                FILE STATUS IS CDRIN-STATUS
                .
           SELECT CDROUT   ASSIGN TO
                WS-OUT-NAME
                FILE STATUS IS CDROUT-STATUS
                .
      *>  Records bound for the assembled file, held back until the
      *>  envelope's counts are known.  Rebuilt every run.
           SELECT BODYWORK ASSIGN TO
                "PCDRBODY.WRK"
                FILE STATUS IS BODY-STATUS
                .
           SELECT PCDRPEND ASSIGN TO
                "PCDRPEND.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PCP-KEY
                FILE STATUS IS PEND-STATUS
                .
           SELECT PCDRRPT  ASSIGN TO
                "TELPCDR.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS RPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  CDRIN
           RECORD IS VARYING IN SIZE FROM 8 TO 92 CHARACTERS
           DEPENDING ON WS-IN-LENGTH
           .
           COPY CBCDR.
       FD  CDROUT
           RECORD IS VARYING IN SIZE FROM 8 TO 92 CHARACTERS
           DEPENDING ON WS-OUT-LENGTH
           .
       01  CDROUT-REC           PIC X(92).
       FD  BODYWORK
           RECORD IS VARYING IN SIZE FROM 8 TO 92 CHARACTERS
           DEPENDING ON WS-BODY-LENGTH
           .
       01  BODY-REC             PIC X(92).
       FD  PCDRPEND.
           COPY CBPCDR.
       FD  PCDRRPT.
       01  RPTREC               PIC X(120).

       WORKING-STORAGE SECTION.
       01  CDRIN-STATUS      PIC XX      VALUE "00".
       01  CDROUT-STATUS     PIC XX      VALUE "00".
       01  BODY-STATUS       PIC XX      VALUE "00".
       01  PEND-STATUS       PIC XX      VALUE "00".
       01  RPT-STATUS        PIC XX      VALUE "00".

       01  WS-IN-NAME        PIC X(40)   VALUE SPACES.
       01  WS-OUT-NAME       PIC X(40)   VALUE SPACES.
       01  WS-CMDLINE        PIC X(100)  VALUE SPACES.
       01  WS-IN-LENGTH      PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-OUT-LENGTH     PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-BODY-LENGTH    PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-FAIL-REASON    PIC X(50)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-AGE-DAYS       PIC S9(09)  COMP-5 VALUE ZERO.

      *>  How long an incomplete set may wait, and how long the
      *>  released-set marker outlives it to catch late pieces.
       01  WS-ENV-MAX-AGE    PIC X(06)   VALUE SPACES.
       01  WS-MAX-AGE        PIC 9(03)   VALUE 2.
       01  WS-MARKER-DAYS    PIC 9(03)   VALUE ZERO.

      *>  A call record as bytes, for building the assembled call
      *>  once the input file is closed -- same positions as
      *>  CDR-IN (CBCDR.cpy).
       01  WS-CALL-IMAGE.
           05  WCI-ACCT-NO       PIC X(10).
           05  WCI-MINUTES       PIC 9(07).
           05                    PIC X(55).
           05  WCI-PARTIAL-IND   PIC X(01).
           05  WCI-PARTIAL-SEQ   PIC 9(03).
           05  WCI-CALL-REF      PIC X(16).

      *>  The envelope, held back until its counts can be moved.
       01  WS-HDR-SW         PIC X       VALUE "N".
           88  HDR-HELD                  VALUE "Y".
       01  WS-TRL-SW         PIC X       VALUE "N".
           88  TRL-HELD                  VALUE "Y".
       01  WS-HDR-LENGTH     PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-TRL-LENGTH     PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-HDR-IMAGE.
           05  WHI-FILE-DATE     PIC X(08).
           05  WHI-EXPECTED      PIC 9(07).
           05                    PIC X(77).
       01  WS-TRL-IMAGE.
           05  WTI-ACTUAL        PIC 9(07).
           05                    PIC X(85).
       01  WS-ENVELOPE-DELTA PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-ENVELOPE-COUNT PIC S9(09)  COMP-5 VALUE ZERO.

      *>  The set in hand off the pending store.
       01  WS-SET-ACCT       PIC 9(10)   VALUE ZERO.
       01  WS-SET-REF        PIC X(16)   VALUE SPACES.
       01  WS-SET-IMAGE      PIC X(92)   VALUE SPACES.
       01  WS-SET-LENGTH     PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-SET-OLDEST     PIC 9(08)   VALUE ZERO.
       01  WS-SET-MINUTES    PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-SET-MARKER     PIC X       VALUE SPACE.
       01  WS-MARKER-DATE    PIC 9(08)   VALUE ZERO.
       01  WS-MARKER-SW      PIC X       VALUE "N".
           88  SET-HAS-MARKER            VALUE "Y".
       01  WS-COMPLETE-SW    PIC X       VALUE "N".
           88  SET-COMPLETE              VALUE "Y".
       01  WS-OVERFLOW-SW    PIC X       VALUE "N".
           88  SET-OVERFLOWED            VALUE "Y".
       01  WS-STORE-EOF-SW   PIC X       VALUE "N".
           88  STORE-EOF                 VALUE "Y".
       01  WS-NEXT-KEY       PIC X(29)   VALUE SPACES.
       01  PCDR-SET-TABLE.
           05  PST-ENTRY OCCURS 99 TIMES INDEXED BY PST-IDX.
               10  PST-SEQ       PIC 9(03).
               10  PST-IND       PIC X(01).
               10  PST-MINUTES   PIC 9(07).
               10  PST-ARRIVED   PIC 9(08).
               10  PST-IN-FILE   PIC X(40).
       01  WS-PST-COUNT      PIC 9(03)   COMP-5 VALUE ZERO.

      *>  Run counts.
       01  WS-READ-COUNT     PIC 9(09)   VALUE ZERO.
       01  WS-IN-DETAIL      PIC 9(09)   VALUE ZERO.
       01  WS-OUT-DETAIL     PIC 9(09)   VALUE ZERO.
       01  WS-PASSED         PIC 9(09)   VALUE ZERO.
       01  WS-HELD           PIC 9(09)   VALUE ZERO.
       01  WS-DUP-PIECES     PIC 9(09)   VALUE ZERO.
       01  WS-BILLED-PIECES  PIC 9(09)   VALUE ZERO.
       01  WS-LATE-PIECES    PIC 9(09)   VALUE ZERO.
       01  WS-MALFORMED      PIC 9(09)   VALUE ZERO.
       01  WS-SETS-DONE      PIC 9(09)   VALUE ZERO.
       01  WS-PIECES-DONE    PIC 9(09)   VALUE ZERO.
       01  WS-SETS-ORPHAN    PIC 9(09)   VALUE ZERO.
       01  WS-PIECES-ORPHAN  PIC 9(09)   VALUE ZERO.
       01  WS-SETS-PENDING   PIC 9(09)   VALUE ZERO.
       01  WS-PIECES-PENDING PIC 9(09)   VALUE ZERO.

       01  WS-PIECE-NOTE     PIC X(40)   VALUE SPACES.
       01  WS-COUNT-OUT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT2     PIC ZZZ,ZZZ,ZZ9.
       01  WS-DELTA-OUT      PIC -ZZZ,ZZ9.
       01  PIECE-LINE.
           05                PIC X(04)   VALUE SPACES.
           05  PCL-ACCT      PIC X(10).
           05                PIC X(02)   VALUE SPACES.
           05  PCL-REF       PIC X(16).
           05                PIC X(02)   VALUE SPACES.
           05  PCL-SEQ       PIC ZZ9.
           05                PIC X(02)   VALUE SPACES.
           05  PCL-IND       PIC X(01).
           05  PCL-MINUTES   PIC Z,ZZZ,ZZ9.
           05                PIC X(02)   VALUE SPACES.
           05  PCL-ARRIVED   PIC X(08).
           05                PIC X(02)   VALUE SPACES.
           05  PCL-NOTE      PIC X(40).

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           OPEN OUTPUT PCDRRPT
           PERFORM PARSE-COMMAND-LINE
           PERFORM READ-SETTINGS
           MOVE SPACES TO RPTREC
           STRING "==== LONG-CALL PARTIAL ASSEMBLY "
                                              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-IN-NAME)  DELIMITED BY SIZE
                  " -> "                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OUT-NAME) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-TODAY                    DELIMITED BY SIZE
                  " ===="                     DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           IF WS-FAIL-REASON = SPACES
               PERFORM OPEN-RUN-FILES
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO RPTREC
               STRING "*** Partial assembly failed: "
                                                  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FAIL-REASON)
                                                  DELIMITED BY SIZE
                      " ***"                      DELIMITED BY SIZE
                    INTO RPTREC
               END-STRING
               WRITE RPTREC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE PCDRRPT
               STOP RUN
           END-IF
           PERFORM UNTIL 0 = 1
               READ CDRIN
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-READ-COUNT
               PERFORM ROUTE-ONE-RECORD
           END-PERFORM
           CLOSE CDRIN
           PERFORM PROCESS-PENDING-STORE
           CLOSE PCDRPEND
           CLOSE BODYWORK
           PERFORM WRITE-ASSEMBLED-FILE
           PERFORM WRITE-RUN-SUMMARY
           IF WS-SETS-ORPHAN > ZERO
           OR WS-DUP-PIECES > ZERO
           OR WS-BILLED-PIECES > ZERO
           OR WS-MALFORMED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE PCDRRPT
           STOP RUN
           .

       PARSE-COMMAND-LINE.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-IN-NAME
                    WS-OUT-NAME
           END-UNSTRING
           IF WS-IN-NAME = SPACES
               ACCEPT WS-IN-NAME FROM ENVIRONMENT "TELCO_INFILE"
               END-ACCEPT
               MOVE "TELCO_INFILE" TO CFQ-SETTING
               MOVE WS-IN-NAME TO CFQ-ENV-VALUE
               MOVE WS-IN-NAME TO CFQ-EFF-VALUE
               SET CFQ-TEXT TO TRUE
               SET CFQ-RUN-SPECIFIC TO TRUE
               PERFORM RECORD-RUN-SETTING
           END-IF
           IF WS-IN-NAME = SPACES
               MOVE "NO CDR FILE NAMED" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-OUT-NAME = SPACES
               STRING FUNCTION TRIM (WS-IN-NAME) DELIMITED BY SIZE
                      ".ASM"                     DELIMITED BY SIZE
                    INTO WS-OUT-NAME
               END-STRING
           END-IF
           IF WS-OUT-NAME = WS-IN-NAME
               MOVE "OUTPUT WOULD OVERWRITE THE INPUT" TO WS-FAIL-REASON
           END-IF
           .

       READ-SETTINGS.
           MOVE SPACES TO WS-ENV-MAX-AGE
           ACCEPT WS-ENV-MAX-AGE FROM ENVIRONMENT "TELCO_PCDR_MAX_AGE"
           END-ACCEPT
           IF WS-ENV-MAX-AGE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-MAX-AGE) TO WS-MAX-AGE
           END-IF
           MOVE "TELCO_PCDR_MAX_AGE" TO CFQ-SETTING
           MOVE WS-ENV-MAX-AGE TO CFQ-ENV-VALUE
           MOVE WS-MAX-AGE TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           COMPUTE WS-MARKER-DAYS = WS-MAX-AGE + 30
           END-COMPUTE
           .

      *>  The pending store is created on first use.
       OPEN-RUN-FILES.
           OPEN INPUT CDRIN
           IF CDRIN-STATUS NOT = "00"
               MOVE "CDR FILE NOT AVAILABLE" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PCDRPEND
           IF PEND-STATUS NOT = "00"
               OPEN OUTPUT PCDRPEND
               CLOSE PCDRPEND
               OPEN I-O PCDRPEND
           END-IF
           IF PEND-STATUS NOT = "00"
               MOVE "PCDRPEND.DAT NOT AVAILABLE" TO WS-FAIL-REASON
               CLOSE CDRIN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BODYWORK
           .

      *>  The envelope is held back; everything else is a record
      *>  of the file's body, partial pieces going to the store.
      *>  A record shorter than the full layout has no partial
      *>  fields, and is blanked past its end so it reads as a
      *>  whole call.
       ROUTE-ONE-RECORD.
           IF WS-IN-LENGTH < 92
               MOVE SPACES TO CDR-IN (WS-IN-LENGTH + 1:)
           END-IF
           EVALUATE TRUE
               WHEN REC-TYPE-HEADER AND WS-READ-COUNT = 1
                   MOVE CDR-IN       TO WS-HDR-IMAGE
                   MOVE WS-IN-LENGTH TO WS-HDR-LENGTH
                   SET HDR-HELD TO TRUE
               WHEN REC-TYPE-TRAILER AND NOT TRL-HELD
                   MOVE CDR-IN       TO WS-TRL-IMAGE
                   MOVE WS-IN-LENGTH TO WS-TRL-LENGTH
                   SET TRL-HELD TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-IN-DETAIL
                   IF REC-TYPE-DETAIL AND CDR-PARTIAL-PIECE
                       PERFORM STAGE-PARTIAL-PIECE
                   ELSE
                       ADD 1 TO WS-PASSED
                       PERFORM WRITE-BODY-FROM-INPUT
                   END-IF
           END-EVALUATE
           .

       STAGE-PARTIAL-PIECE.
           IF ACCT-NO-IN IS NOT NUMERIC
           OR FMTB-MINUTES IS NOT NUMERIC
           OR CDR-PARTIAL-SEQ IS NOT NUMERIC
           OR CDR-PARTIAL-SEQ = ZERO
           OR CDR-CALL-REF = SPACES
               ADD 1 TO WS-MALFORMED
               MOVE "MALFORMED PARTIAL -- RATED AS A CALL" TO
                    WS-PIECE-NOTE
               PERFORM WRITE-INPUT-PIECE-LINE
               PERFORM WRITE-BODY-FROM-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NO-IN   TO PCP-ACCT-NO
           MOVE CDR-CALL-REF TO PCP-CALL-REF
           MOVE ZERO         TO PCP-SEQ
           READ PCDRPEND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PCP-SET-COMPLETED
                       ADD 1 TO WS-BILLED-PIECES
                       MOVE "SET ALREADY BILLED -- DROPPED" TO
                            WS-PIECE-NOTE
                       PERFORM WRITE-INPUT-PIECE-LINE
                   ELSE
                       ADD 1 TO WS-LATE-PIECES
                       MOVE "SET AGED OUT -- RATED ON ITS OWN" TO
                            WS-PIECE-NOTE
                       PERFORM WRITE-INPUT-PIECE-LINE
                       PERFORM WRITE-BODY-FROM-INPUT
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-NO-IN      TO PCP-ACCT-NO
           MOVE CDR-CALL-REF    TO PCP-CALL-REF
           MOVE CDR-PARTIAL-SEQ TO PCP-SEQ
           MOVE CDR-PARTIAL-IND TO PCP-IND
           MOVE WS-TODAY        TO PCP-ARRIVED
           MOVE FMTB-MINUTES    TO PCP-MINUTES
           MOVE WS-IN-NAME      TO PCP-IN-FILE
           MOVE WS-IN-LENGTH    TO PCP-CDR-LENGTH
           MOVE CDR-IN          TO PCP-CDR-IMAGE
           WRITE PCDR-PEND-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-PIECES
                   MOVE "PIECE ALREADY HELD -- DROPPED" TO
                        WS-PIECE-NOTE
                   PERFORM WRITE-INPUT-PIECE-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-HELD
           END-WRITE
           .

       WRITE-BODY-FROM-INPUT.
           MOVE CDR-IN       TO BODY-REC
           MOVE WS-IN-LENGTH TO WS-BODY-LENGTH
           WRITE BODY-REC
           END-WRITE
           ADD 1 TO WS-OUT-DETAIL
           .

       WRITE-INPUT-PIECE-LINE.
           MOVE ACCT-NO-IN      TO PCL-ACCT
           MOVE CDR-CALL-REF    TO PCL-REF
           IF CDR-PARTIAL-SEQ IS NUMERIC
               MOVE CDR-PARTIAL-SEQ TO PCL-SEQ
           ELSE
               MOVE ZERO TO PCL-SEQ
           END-IF
           MOVE CDR-PARTIAL-IND TO PCL-IND
           IF FMTB-MINUTES IS NUMERIC
               MOVE FMTB-MINUTES TO PCL-MINUTES
           ELSE
               MOVE ZERO TO PCL-MINUTES
           END-IF
           MOVE WS-TODAY        TO PCL-ARRIVED
           MOVE WS-PIECE-NOTE   TO PCL-NOTE
           MOVE PIECE-LINE TO RPTREC
           WRITE RPTREC
           END-WRITE
           .

      *>  One pass over the store, a set at a time: complete sets
      *>  go out as one call, aged sets as they stand.  Releasing a
      *>  set deletes its pieces, so the sweep picks up again from
      *>  the next set's key afterwards.
       PROCESS-PENDING-STORE.
           MOVE "N" TO WS-STORE-EOF-SW
           MOVE LOW-VALUES TO PCP-KEY
           START PCDRPEND KEY IS NOT LESS THAN PCP-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ PCDRPEND NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           PERFORM UNTIL 0 = 1
               PERFORM COLLECT-ONE-SET
               PERFORM DECIDE-ONE-SET
               IF STORE-EOF
                   EXIT PERFORM
               END-IF
               MOVE WS-NEXT-KEY TO PCP-KEY
               START PCDRPEND KEY IS NOT LESS THAN PCP-KEY
                   INVALID KEY
                       EXIT PERFORM
               END-START
               READ PCDRPEND NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
           END-PERFORM
           .

      *>  Gathers the rows sharing the current row's account and
      *>  call reference; the row after them is left in the record
      *>  area and its key saved.
       COLLECT-ONE-SET.
           MOVE PCP-ACCT-NO  TO WS-SET-ACCT
           MOVE PCP-CALL-REF TO WS-SET-REF
           MOVE ZERO   TO WS-PST-COUNT WS-SET-MINUTES
           MOVE 99999999 TO WS-SET-OLDEST
           MOVE "N" TO WS-MARKER-SW WS-OVERFLOW-SW
           PERFORM UNTIL 0 = 1
               IF PCP-SEQ = ZERO
                   SET SET-HAS-MARKER TO TRUE
                   MOVE PCP-ARRIVED TO WS-MARKER-DATE
               ELSE
                   IF WS-PST-COUNT < 99
                       ADD 1 TO WS-PST-COUNT
                       SET PST-IDX TO WS-PST-COUNT
                       MOVE PCP-SEQ     TO PST-SEQ (PST-IDX)
                       MOVE PCP-IND     TO PST-IND (PST-IDX)
                       MOVE PCP-MINUTES TO PST-MINUTES (PST-IDX)
                       MOVE PCP-ARRIVED TO PST-ARRIVED (PST-IDX)
                       MOVE PCP-IN-FILE TO PST-IN-FILE (PST-IDX)
                       ADD PCP-MINUTES  TO WS-SET-MINUTES
                       IF WS-PST-COUNT = 1
                           MOVE PCP-CDR-IMAGE  TO WS-SET-IMAGE
                           MOVE PCP-CDR-LENGTH TO WS-SET-LENGTH
                       END-IF
                       IF PCP-ARRIVED < WS-SET-OLDEST
                           MOVE PCP-ARRIVED TO WS-SET-OLDEST
                       END-IF
                   ELSE
                       SET SET-OVERFLOWED TO TRUE
                   END-IF
               END-IF
               READ PCDRPEND NEXT RECORD
                   AT END
                       SET STORE-EOF TO TRUE
                       EXIT PERFORM
               END-READ
               IF PCP-ACCT-NO NOT = WS-SET-ACCT
               OR PCP-CALL-REF NOT = WS-SET-REF
                   MOVE PCP-KEY TO WS-NEXT-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *>  Complete means pieces 1, 2, ... with none missing, ending
      *>  on the "L" piece.  A set too large to table (99 pieces)
      *>  is never complete; it ages out in hand-sized releases.
       DECIDE-ONE-SET.
           IF WS-PST-COUNT = ZERO
               IF SET-HAS-MARKER
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                         - FUNCTION INTEGER-OF-DATE (WS-MARKER-DATE)
                   END-COMPUTE
                   IF WS-AGE-DAYS > WS-MARKER-DAYS
                       MOVE WS-SET-ACCT TO PCP-ACCT-NO
                       MOVE WS-SET-REF  TO PCP-CALL-REF
                       MOVE ZERO        TO PCP-SEQ
                       DELETE PCDRPEND
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-COMPLETE-SW
           IF SET-OVERFLOWED
           OR PST-IND (WS-PST-COUNT) NOT = "L"
               MOVE "N" TO WS-COMPLETE-SW
           END-IF
           PERFORM VARYING PST-IDX FROM 1 BY 1
                   UNTIL PST-IDX > WS-PST-COUNT
               IF PST-SEQ (PST-IDX) NOT = PST-IDX
                   MOVE "N" TO WS-COMPLETE-SW
               END-IF
           END-PERFORM
           IF SET-COMPLETE
               ADD 1 TO WS-SETS-DONE
               ADD WS-PST-COUNT TO WS-PIECES-DONE
               MOVE "C" TO WS-SET-MARKER
               PERFORM RELEASE-SET
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE (WS-SET-OLDEST)
           END-COMPUTE
           IF WS-AGE-DAYS > WS-MAX-AGE
               ADD 1 TO WS-SETS-ORPHAN
               ADD WS-PST-COUNT TO WS-PIECES-ORPHAN
               PERFORM LIST-ORPHAN-PIECES
               MOVE "O" TO WS-SET-MARKER
               PERFORM RELEASE-SET
           ELSE
               ADD 1 TO WS-SETS-PENDING
               ADD WS-PST-COUNT TO WS-PIECES-PENDING
           END-IF
           .

      *>  One call out of the set: the first piece's record with
      *>  the summed minutes and the partial marking taken off,
      *>  the pieces deleted, and the released-set marker left.
       RELEASE-SET.
           MOVE WS-SET-IMAGE TO WS-CALL-IMAGE
           IF WS-SET-MINUTES > 9999999
               MOVE 9999999 TO WCI-MINUTES
           ELSE
               MOVE WS-SET-MINUTES TO WCI-MINUTES
           END-IF
           MOVE SPACE TO WCI-PARTIAL-IND
           MOVE ZERO  TO WCI-PARTIAL-SEQ
           MOVE WS-CALL-IMAGE TO BODY-REC
           MOVE 92 TO WS-BODY-LENGTH
           WRITE BODY-REC
           END-WRITE
           ADD 1 TO WS-OUT-DETAIL
           PERFORM VARYING PST-IDX FROM 1 BY 1
                   UNTIL PST-IDX > WS-PST-COUNT
               MOVE WS-SET-ACCT       TO PCP-ACCT-NO
               MOVE WS-SET-REF        TO PCP-CALL-REF
               MOVE PST-SEQ (PST-IDX) TO PCP-SEQ
               DELETE PCDRPEND
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM
           MOVE SPACES         TO PCDR-PEND-REC
           MOVE WS-SET-ACCT    TO PCP-ACCT-NO
           MOVE WS-SET-REF     TO PCP-CALL-REF
           MOVE ZERO           TO PCP-SEQ
           MOVE WS-SET-MARKER  TO PCP-IND
           MOVE WS-TODAY       TO PCP-ARRIVED
           MOVE WCI-MINUTES    TO PCP-MINUTES
           MOVE WS-IN-NAME     TO PCP-IN-FILE
           MOVE ZERO           TO PCP-CDR-LENGTH
           WRITE PCDR-PEND-REC
               INVALID KEY
                   REWRITE PCDR-PEND-REC
                   END-REWRITE
           END-WRITE
           .

       LIST-ORPHAN-PIECES.
           PERFORM VARYING PST-IDX FROM 1 BY 1
                   UNTIL PST-IDX > WS-PST-COUNT
               MOVE WS-SET-ACCT            TO PCL-ACCT
               MOVE WS-SET-REF             TO PCL-REF
               MOVE PST-SEQ (PST-IDX)      TO PCL-SEQ
               MOVE PST-IND (PST-IDX)      TO PCL-IND
               MOVE PST-MINUTES (PST-IDX)  TO PCL-MINUTES
               MOVE PST-ARRIVED (PST-IDX)  TO PCL-ARRIVED
               MOVE SPACES TO PCL-NOTE
               STRING "ORPHAN FROM "       DELIMITED BY SIZE
                      PST-IN-FILE (PST-IDX) DELIMITED BY SIZE
                    INTO PCL-NOTE
               END-STRING
               MOVE PIECE-LINE TO RPTREC
               WRITE RPTREC
               END-WRITE
           END-PERFORM
           .

      *>  Header, body, trailer -- the envelope's counts moved by
      *>  the records assembly took out or put in.
       WRITE-ASSEMBLED-FILE.
           COMPUTE WS-ENVELOPE-DELTA = WS-OUT-DETAIL - WS-IN-DETAIL
           END-COMPUTE
           OPEN OUTPUT CDROUT
           IF HDR-HELD
               IF WHI-EXPECTED IS NUMERIC
                   COMPUTE WS-ENVELOPE-COUNT =
                           WHI-EXPECTED + WS-ENVELOPE-DELTA
                   END-COMPUTE
                   IF WS-ENVELOPE-COUNT >= ZERO
                       MOVE WS-ENVELOPE-COUNT TO WHI-EXPECTED
                   END-IF
               END-IF
               MOVE WS-HDR-IMAGE  TO CDROUT-REC
               MOVE WS-HDR-LENGTH TO WS-OUT-LENGTH
               WRITE CDROUT-REC
               END-WRITE
           END-IF
           OPEN INPUT BODYWORK
           PERFORM UNTIL 0 = 1
               READ BODYWORK
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE BODY-REC       TO CDROUT-REC
               MOVE WS-BODY-LENGTH TO WS-OUT-LENGTH
               WRITE CDROUT-REC
               END-WRITE
           END-PERFORM
           CLOSE BODYWORK
           IF TRL-HELD
               IF WTI-ACTUAL IS NUMERIC
                   COMPUTE WS-ENVELOPE-COUNT =
                           WTI-ACTUAL + WS-ENVELOPE-DELTA
                   END-COMPUTE
                   IF WS-ENVELOPE-COUNT >= ZERO
                       MOVE WS-ENVELOPE-COUNT TO WTI-ACTUAL
                   END-IF
               END-IF
               MOVE WS-TRL-IMAGE  TO CDROUT-REC
               MOVE WS-TRL-LENGTH TO WS-OUT-LENGTH
               WRITE CDROUT-REC
               END-WRITE
           END-IF
           CLOSE CDROUT
           .

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO RPTREC
           WRITE RPTREC
           END-WRITE
           MOVE WS-READ-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RPTREC
           STRING "Records read:                         "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-PASSED TO WS-COUNT-OUT
           MOVE SPACES TO RPTREC
           STRING "Whole calls and other records passed: "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-HELD TO WS-COUNT-OUT
           MOVE SPACES TO RPTREC
           STRING "Partial pieces taken into the store:  "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-SETS-DONE   TO WS-COUNT-OUT
           MOVE WS-PIECES-DONE TO WS-COUNT-OUT2
           MOVE SPACES TO RPTREC
           STRING "Calls assembled complete:             "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                  "  from pieces "            DELIMITED BY SIZE
                  WS-COUNT-OUT2               DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-SETS-ORPHAN   TO WS-COUNT-OUT
           MOVE WS-PIECES-ORPHAN TO WS-COUNT-OUT2
           MOVE SPACES TO RPTREC
           STRING "Sets aged out, rated as they stood:   "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                  "  from pieces "            DELIMITED BY SIZE
                  WS-COUNT-OUT2               DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-SETS-PENDING   TO WS-COUNT-OUT
           MOVE WS-PIECES-PENDING TO WS-COUNT-OUT2
           MOVE SPACES TO RPTREC
           STRING "Sets still waiting for pieces:        "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                  "  pieces held "            DELIMITED BY SIZE
                  WS-COUNT-OUT2               DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-DUP-PIECES TO WS-COUNT-OUT
           MOVE SPACES TO RPTREC
           STRING "Pieces sent twice, dropped:           "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-BILLED-PIECES TO WS-COUNT-OUT
           MOVE SPACES TO RPTREC
           STRING "Pieces of calls already billed:       "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-LATE-PIECES TO WS-COUNT-OUT
           MOVE SPACES TO RPTREC
           STRING "Late pieces rated on their own:       "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-MALFORMED TO WS-COUNT-OUT
           MOVE SPACES TO RPTREC
           STRING "Malformed partials rated as calls:    "
                                              DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           IF HDR-HELD OR TRL-HELD
               MOVE WS-ENVELOPE-DELTA TO WS-DELTA-OUT
               MOVE SPACES TO RPTREC
               STRING "Header/trailer counts moved by:       "
                                                  DELIMITED BY SIZE
                      WS-DELTA-OUT                DELIMITED BY SIZE
                    INTO RPTREC
               END-STRING
               WRITE RPTREC
               END-WRITE
           END-IF
           .

       RECORD-RUN-SETTING.
           MOVE "TELPCDR" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telpcdr.
