      *>
      *> teldwx.cob -- nightly incremental extract for the data
      *> warehouse.  The analytics team used to copy the indexed
      *> files whole every weekend -- a week stale by Friday, and
      *> the copy ran into the batch window.  This run publishes
      *> only what changed since the last extract the warehouse
      *> acknowledged, one "|"-delimited file per subject, every
      *> row led by its change indicator (I insert, U update, D
      *> delete):
      *>
      *>   facts       DWCALL.CSV   rated calls (STMTDET.DAT)
      *>               DWADJ.CSV    adjustments (teladj, TELCO.JAUD)
      *>               DWINV.CSV    invoices      )
      *>               DWCMEMO.CSV  credit memos  ) INVREG.DAT
      *>               DWPAY.CSV    payments      )
      *>   dimensions  DWACCT.CSV   accounts (ACCTMAST.DAT)
      *>               DWPLAN.CSV   plans (PLANTAB.DAT)
      *>               DWRATE.CSV   rate codes (RATETAB.DAT)
      *>               DWCARR.CSV   carriers (CARRIERTB.DAT)
      *>               DWJURIS.CSV  jurisdictions (JURISTB.DAT)
      *>               DWNUM.CSV    numbers (NUMINV.DAT)
      *>
      *> The call detail and the adjustment trail are only ever
      *> appended to, so their high-water mark is the count of
      *> records already published, checked against a copy of the
      *> last one: a file cut back or replaced under the mark is
      *> published again from the top, flagged FULL in its header.
      *> The other files are updated in place and carry no change
      *> stamp, so each extract keeps their image (DWSNAP.<batch>,
      *> key and record per row) and the next one compares the
      *> live file against it key for key -- a new key is an
      *> insert, a changed record an update, a vanished key a
      *> delete.  A payment is an invoice whose paid amount moved,
      *> published with the amounts before and after.  Calls carry
      *> their position on STMTDET.DAT as their row key, and the
      *> account dimension leaves street address and e-mail at
      *> home.
      *>
      *> Invoked:  teldwx [EXTRACT | ACK batch | STATUS]
      *> EXTRACT (the default) cuts the next batch from the marks
      *> of the last acknowledged one and leaves it pending; the
      *> warehouse load confirms it with ACK, which makes its marks
      *> and image the starting point of the next.  An EXTRACT run
      *> while a batch is still pending cuts that batch again under
      *> its own number from the same acknowledged marks, so a
      *> failed or abandoned load is simply run again -- nothing is
      *> skipped and nothing is sent twice.  The marks are kept on
      *> DWCTL.DAT (see CBDWCTL.cpy), one record, so a batch is
      *> acknowledged in one write.
      *>
      *> Every file is framed HDR (subject, batch, run date, DELTA/
      *> FULL/SKIP, starting mark) / TRL (rows, inserts, updates,
      *> deletes, ending mark).  A source that cannot be opened is
      *> published empty as SKIP, its mark and image carried
      *> forward, and the run ends RC 4.  STATUS lists the marks;
      *> the run summary is TELDWX.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. teldwx.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DWCTL    ASSIGN TO
                "DWCTL.DAT"
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS CTL-STATUS
                .
           SELECT DWOLD    ASSIGN TO
                WS-OLD-SNAP-NAME
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS OLD-STATUS
                .
           SELECT DWNEW    ASSIGN TO
                WS-NEW-SNAP-NAME
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS NEW-STATUS
                .
           SELECT STMTDET  ASSIGN TO
                "STMTDET.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS STMT-STATUS
                .
           SELECT ADJAUDIT ASSIGN TO
                "TELCO.JAUD"
                LINE SEQUENTIAL
                FILE STATUS IS ADJAUDIT-STATUS
                .
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT PLANTAB  ASSIGN TO
                "PLANTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PLAN-CODE
                FILE STATUS IS PLAN-STATUS
                .
           SELECT RATETAB  ASSIGN TO
                "RATETAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RATE-KEY
                FILE STATUS IS RATE-STATUS
                .
           SELECT CARRIERTB ASSIGN TO
                "CARRIERTB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CARRIER-CODE
                FILE STATUS IS CARR-STATUS
                .
           SELECT JURISTB  ASSIGN TO
                "JURISTB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS JURIS-CODE
                FILE STATUS IS JURIS-STATUS
                .
           SELECT NUMINV   ASSIGN TO
                "NUMINV.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS NUM-TELEPHONE
                FILE STATUS IS NUM-STATUS
                .
           SELECT DWCALL   ASSIGN TO
                "DWCALL.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWADJ    ASSIGN TO
                "DWADJ.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWINV    ASSIGN TO
                "DWINV.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWCMEMO  ASSIGN TO
                "DWCMEMO.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWPAY    ASSIGN TO
                "DWPAY.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWACCT   ASSIGN TO
                "DWACCT.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWPLAN   ASSIGN TO
                "DWPLAN.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWRATE   ASSIGN TO
                "DWRATE.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWCARR   ASSIGN TO
                "DWCARR.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWJURIS  ASSIGN TO
                "DWJURIS.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWNUM    ASSIGN TO
                "DWNUM.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS DWOUT-STATUS
                .
           SELECT DWXRPT   ASSIGN TO
                "TELDWX.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS DWXRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
      *>  The CBDWCTL.cpy record, read into and written from its
      *>  working-storage copy.
       FD  DWCTL.
       01  DWCTL-FILE-REC    PIC X(1336).
      *>  Image rows: source number (teldwx's source order), the
      *>  row's key and the whole record as it stood.
       FD  DWOLD.
       01  DWOLD-REC.
           05  OSN-SOURCE-IX     PIC 9(02).
           05  OSN-KEY           PIC X(24).
           05  OSN-IMAGE         PIC X(400).
       FD  DWNEW.
       01  DWNEW-REC.
           05  NSN-SOURCE-IX     PIC 9(02).
           05  NSN-KEY           PIC X(24).
           05  NSN-IMAGE         PIC X(400).
       FD  STMTDET.
           COPY CBSTMT.
      *>  Same width as teladj's audit record.
       FD  ADJAUDIT.
       01  ADJAUDIT-REC      PIC X(190).
       FD  INVREG.
           COPY CBINVREG.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  PLANTAB.
           COPY CBPLAN.
       FD  RATETAB.
           COPY CBRATE.
       FD  CARRIERTB.
           COPY CBCARR.
       FD  JURISTB.
           COPY CBJURIS.
       FD  NUMINV.
           COPY CBNUMINV.
       FD  DWCALL.
       01  DWCALL-REC        PIC X(300).
       FD  DWADJ.
       01  DWADJ-REC         PIC X(300).
       FD  DWINV.
       01  DWINV-REC         PIC X(300).
       FD  DWCMEMO.
       01  DWCMEMO-REC       PIC X(300).
       FD  DWPAY.
       01  DWPAY-REC         PIC X(300).
       FD  DWACCT.
       01  DWACCT-REC        PIC X(300).
       FD  DWPLAN.
       01  DWPLAN-REC        PIC X(300).
       FD  DWRATE.
       01  DWRATE-REC        PIC X(300).
       FD  DWCARR.
       01  DWCARR-REC        PIC X(300).
       FD  DWJURIS.
       01  DWJURIS-REC       PIC X(300).
       FD  DWNUM.
       01  DWNUM-REC         PIC X(300).
       FD  DWXRPT.
       01  DWXRPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  CTL-STATUS        PIC XX      VALUE "00".
       01  OLD-STATUS        PIC XX      VALUE "00".
       01  NEW-STATUS        PIC XX      VALUE "00".
       01  STMT-STATUS       PIC XX      VALUE "00".
       01  ADJAUDIT-STATUS   PIC XX      VALUE "00".
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  PLAN-STATUS       PIC XX      VALUE "00".
       01  RATE-STATUS       PIC XX      VALUE "00".
       01  CARR-STATUS       PIC XX      VALUE "00".
       01  JURIS-STATUS      PIC XX      VALUE "00".
       01  NUM-STATUS        PIC XX      VALUE "00".
       01  DWOUT-STATUS      PIC XX      VALUE "00".
       01  DWXRPT-STATUS     PIC XX      VALUE "00".

      *>  Extract control (see CBDWCTL.cpy).
           COPY CBDWCTL.

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-CMDLINE        PIC X(40)   VALUE SPACES.
       01  WS-ACTION         PIC X(08)   VALUE SPACES.
       01  WS-BATCH-ARG      PIC X(08)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(60)   VALUE SPACES.

       01  WS-BATCH          PIC 9(08)   VALUE ZERO.
       01  WS-RECUT          PIC X       VALUE "N".
           88  BATCH-RECUT             VALUE "Y".
       01  WS-PRIOR-ACK      PIC 9(08)   VALUE ZERO.
       01  WS-OLD-SNAP-NAME  PIC X(20)   VALUE SPACES.
       01  WS-NEW-SNAP-NAME  PIC X(20)   VALUE SPACES.
       01  WS-DEL-RC         PIC S9(09)  COMP-5 VALUE ZERO.

      *>  Sources, in the order they are extracted and their marks
      *>  and image rows are kept.
       01  WS-SOURCE-NAMES.
           05  FILLER PIC X(06) VALUE "CALL  ".
           05  FILLER PIC X(06) VALUE "ADJ   ".
           05  FILLER PIC X(06) VALUE "INVREG".
           05  FILLER PIC X(06) VALUE "ACCT  ".
           05  FILLER PIC X(06) VALUE "PLAN  ".
           05  FILLER PIC X(06) VALUE "RATE  ".
           05  FILLER PIC X(06) VALUE "CARR  ".
           05  FILLER PIC X(06) VALUE "JURIS ".
           05  FILLER PIC X(06) VALUE "NUMINV".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SRC-NAME   PIC X(06) OCCURS 9 TIMES.

      *>  Output files: the subject each one's header names and
      *>  the source it is cut from.
       01  WS-OUT-NAMES.
           05  FILLER PIC X(10) VALUE "CALL    01".
           05  FILLER PIC X(10) VALUE "ADJUST  02".
           05  FILLER PIC X(10) VALUE "INVOICE 03".
           05  FILLER PIC X(10) VALUE "CMEMO   03".
           05  FILLER PIC X(10) VALUE "PAYMENT 03".
           05  FILLER PIC X(10) VALUE "ACCOUNT 04".
           05  FILLER PIC X(10) VALUE "PLAN    05".
           05  FILLER PIC X(10) VALUE "RATE    06".
           05  FILLER PIC X(10) VALUE "CARRIER 07".
           05  FILLER PIC X(10) VALUE "JURIS   08".
           05  FILLER PIC X(10) VALUE "NUMBER  09".
       01  WS-OUT-TABLE REDEFINES WS-OUT-NAMES.
           05  WS-OUT-DEF OCCURS 11 TIMES.
               10  WS-OUT-SUBJECT PIC X(08).
               10  WS-OUT-SOURCE  PIC 9(02).

       01  WS-SRC            PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-OUT            PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-FILE-SRC       PIC 9(02)   COMP-5 VALUE ZERO.

      *>  This run, per source: extract mode, starting mark and the
      *>  mark and check it ends on.
       01  WS-RUN-TABLE.
           05  WS-RUN-SRC OCCURS 9 TIMES.
               10  WS-SRC-MODE     PIC X(05).
               10  WS-SRC-FROM     PIC 9(12).
               10  WS-NEW-MARK     PIC 9(12).
               10  WS-NEW-CHECK    PIC X(60).
      *>  This run, per output file.
       01  WS-COUNT-TABLE.
           05  WS-OUT-COUNTS OCCURS 11 TIMES.
               10  WS-OUT-ROWS     PIC 9(09)   COMP-5.
               10  WS-OUT-INS      PIC 9(09)   COMP-5.
               10  WS-OUT-UPD      PIC 9(09)   COMP-5.
               10  WS-OUT-DEL      PIC 9(09)   COMP-5.
       01  WS-SKIPPED        PIC 9(02)   COMP-5 VALUE ZERO.

      *>  Appended-file pass.
       01  WS-POSITION       PIC 9(12)   COMP-5 VALUE ZERO.
       01  WS-LAST-CHECK     PIC X(60)   VALUE SPACES.
       01  WS-APPEND-EOF     PIC X       VALUE "N".
           88  APPEND-AT-END           VALUE "Y".
       01  WS-SOURCE-OPEN    PIC X       VALUE "N".
           88  SOURCE-OPEN             VALUE "Y".

      *>  Image comparison: the live file's current row, the old
      *>  image's current row (WS-OLD-IX 99 past its end) and the
      *>  row being published.
       01  WS-LIVE-KEY       PIC X(24)   VALUE SPACES.
       01  WS-LIVE-IMAGE     PIC X(400)  VALUE SPACES.
       01  WS-LIVE-EOF       PIC X       VALUE "N".
           88  LIVE-AT-END             VALUE "Y".
       01  WS-OLD-IX         PIC 9(02)   VALUE 99.
       01  WS-OLD-OPEN       PIC X       VALUE "N".
           88  OLD-IMAGE-OPEN          VALUE "Y".
       01  WS-OP             PIC X(01)   VALUE SPACE.
       01  WS-ROW-IMAGE      PIC X(400)  VALUE SPACES.
       01  WS-PRIOR-IMAGE    PIC X(400)  VALUE SPACES.
       01  WS-PRIOR-PAID     PIC S9(09)V99 VALUE ZERO.
       01  WS-PAID-MOVED     PIC S9(09)V99 VALUE ZERO.

      *>  One teladj audit line, past any chain prefix -- the
      *>  fixed positions its STRING builds ("action=QUEUED" for an
      *>  adjustment written to the intake file).
       01  WS-ADJ-LINE.
           05  ADL-DATE          PIC X(08).
           05  FILLER            PIC X(01).
           05  ADL-TIME          PIC X(06).
           05  FILLER            PIC X(07).
           05  ADL-USER          PIC X(08).
           05  FILLER            PIC X(07).
           05  ADL-ACCT          PIC X(10).
           05  FILLER            PIC X(08).
           05  ADL-UNITS         PIC X(07).
           05  FILLER            PIC X(08).
           05  ADL-CLASS         PIC X(01).
           05  FILLER            PIC X(09).
           05  ADL-REASON        PIC X(08).
           05  FILLER            PIC X(11).
           05  ADL-APPROVER      PIC X(08).
           05  ADL-ACTION-TAG    PIC X(09).
           05  ADL-ACTION        PIC X(06).
           05  FILLER            PIC X(38).

      *>  Row building.
       01  WS-DW-LINE        PIC X(300)  VALUE SPACES.
       01  WS-DW-PTR         PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-FLD-TEXT       PIC X(50)   VALUE SPACES.
       01  WS-FLD-AMT        PIC S9(09)V99 VALUE ZERO.
       01  WS-FLD-RATE       PIC S9(03)V9(05) VALUE ZERO.
       01  WS-AMT-OUT        PIC -9(09).99.
       01  WS-RATE-OUT       PIC -9(03).9(05).
       01  WS-UNITS-OUT      PIC -9(09).
       01  WS-MARK-OUT       PIC 9(12).
       01  WS-MARK-OUT2      PIC 9(12).
       01  WS-CNT-OUT        PIC 9(09).
       01  WS-CNT-OUT2       PIC 9(09).
       01  WS-CNT-OUT3       PIC 9(09).
       01  WS-CNT-OUT4       PIC 9(09).
       01  WS-COUNT-OUT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT2     PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT3     PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT4     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           OPEN OUTPUT DWXRPT
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               MOVE "*** usage: teldwx [EXTRACT | ACK batch | "
                  & "STATUS] ***" TO DWXRPT-REC
               WRITE DWXRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE DWXRPT
               STOP RUN
           END-IF
           PERFORM READ-CONTROL
           EVALUATE WS-ACTION
               WHEN "EXTRACT"
                   PERFORM RUN-EXTRACT
               WHEN "ACK"
                   PERFORM ACKNOWLEDGE-BATCH
               WHEN "STATUS"
                   PERFORM LIST-MARKS
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE SPACES TO DWXRPT-REC
               STRING "*** "                DELIMITED BY SIZE
                      WS-REFUSE-REASON      DELIMITED BY "  "
                      " ***"                DELIMITED BY SIZE
                    INTO DWXRPT-REC
               END-STRING
               WRITE DWXRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE DWXRPT
           STOP RUN
           .

       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-ACTION
                    WS-BATCH-ARG
           END-UNSTRING
           IF WS-ACTION = SPACES
               MOVE "EXTRACT" TO WS-ACTION
           END-IF
           EVALUATE WS-ACTION
               WHEN "EXTRACT"
               WHEN "STATUS"
                   MOVE "Y" TO WS-ARGS-VALID
               WHEN "ACK"
                   IF WS-BATCH-ARG NOT = SPACES
                   AND FUNCTION TRIM (WS-BATCH-ARG) IS NUMERIC
                       MOVE FUNCTION NUMVAL (WS-BATCH-ARG)
                         TO WS-BATCH
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
           END-EVALUATE
           .

      *>  One record; none on file is a warehouse never yet fed,
      *>  every mark zero.
       READ-CONTROL.
           INITIALIZE DWCTL-REC
           OPEN INPUT DWCTL
           IF CTL-STATUS = "00"
               READ DWCTL INTO DWCTL-REC
                   AT END
                       INITIALIZE DWCTL-REC
               END-READ
               CLOSE DWCTL
           END-IF
           .

       WRITE-CONTROL.
           OPEN OUTPUT DWCTL
           WRITE DWCTL-FILE-REC FROM DWCTL-REC
           END-WRITE
           CLOSE DWCTL
           .

      *>  ---------------------------------------------------------
      *>  EXTRACT
      *>  ---------------------------------------------------------
       RUN-EXTRACT.
           IF DWC-PEND-BATCH NOT = ZERO
               MOVE DWC-PEND-BATCH TO WS-BATCH
               SET BATCH-RECUT TO TRUE
           ELSE
               COMPUTE WS-BATCH = DWC-ACK-BATCH + 1
               END-COMPUTE
           END-IF
           IF DWC-ACK-BATCH NOT = ZERO
               MOVE SPACES TO WS-OLD-SNAP-NAME
               STRING "DWSNAP."             DELIMITED BY SIZE
                      DWC-ACK-BATCH         DELIMITED BY SIZE
                    INTO WS-OLD-SNAP-NAME
               END-STRING
               OPEN INPUT DWOLD
               IF OLD-STATUS NOT = "00"
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "PRIOR IMAGE "        DELIMITED BY SIZE
                          WS-OLD-SNAP-NAME      DELIMITED BY SPACE
                          " NOT AVAILABLE -- NOTHING EXTRACTED"
                                                DELIMITED BY SIZE
                        INTO WS-REFUSE-REASON
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               SET OLD-IMAGE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-NEW-SNAP-NAME
           STRING "DWSNAP."                 DELIMITED BY SIZE
                  WS-BATCH                  DELIMITED BY SIZE
                INTO WS-NEW-SNAP-NAME
           END-STRING
           OPEN OUTPUT DWNEW
           OPEN OUTPUT DWCALL DWADJ DWINV DWCMEMO DWPAY DWACCT
                       DWPLAN DWRATE DWCARR DWJURIS DWNUM
           INITIALIZE WS-RUN-TABLE WS-COUNT-TABLE
           PERFORM READ-OLD-IMAGE
           MOVE 1 TO WS-SRC
           PERFORM EXTRACT-APPENDED-SOURCE
           MOVE 2 TO WS-SRC
           PERFORM EXTRACT-APPENDED-SOURCE
           PERFORM VARYING WS-SRC FROM 3 BY 1 UNTIL WS-SRC > 9
               PERFORM EXTRACT-COMPARED-SOURCE
           END-PERFORM
           PERFORM VARYING WS-OUT FROM 1 BY 1 UNTIL WS-OUT > 11
               PERFORM WRITE-TRAILER
           END-PERFORM
           CLOSE DWCALL DWADJ DWINV DWCMEMO DWPAY DWACCT
                 DWPLAN DWRATE DWCARR DWJURIS DWNUM
           CLOSE DWNEW
           IF OLD-IMAGE-OPEN
               CLOSE DWOLD
           END-IF
      *>  The batch is on file as pending only once every file of
      *>  it is complete.
           MOVE WS-BATCH TO DWC-PEND-BATCH
           MOVE WS-TODAY TO DWC-PEND-RUN-DATE
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 9
               MOVE WS-NEW-MARK (WS-SRC)  TO DWC-PEND-MARK (WS-SRC)
               MOVE WS-NEW-CHECK (WS-SRC) TO DWC-PEND-CHECK (WS-SRC)
           END-PERFORM
           PERFORM WRITE-CONTROL
           PERFORM WRITE-EXTRACT-SUMMARY
           IF WS-SKIPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *>  An appended file: past the records already published --
      *>  the last of them must still be the one the mark
      *>  recorded, or the file is published from the top -- then
      *>  every record after them.
       EXTRACT-APPENDED-SOURCE.
           MOVE DWC-ACK-MARK (WS-SRC)  TO WS-NEW-MARK (WS-SRC)
           MOVE DWC-ACK-CHECK (WS-SRC) TO WS-NEW-CHECK (WS-SRC)
           PERFORM OPEN-APPENDED-SOURCE
           IF NOT SOURCE-OPEN
               MOVE "SKIP"  TO WS-SRC-MODE (WS-SRC)
               MOVE DWC-ACK-MARK (WS-SRC) TO WS-SRC-FROM (WS-SRC)
               ADD 1 TO WS-SKIPPED
               MOVE WS-SRC TO WS-OUT
               PERFORM WRITE-HEADER
               EXIT PARAGRAPH
           END-IF
           IF DWC-ACK-BATCH = ZERO
               MOVE "FULL"  TO WS-SRC-MODE (WS-SRC)
           ELSE
               MOVE "DELTA" TO WS-SRC-MODE (WS-SRC)
           END-IF
           MOVE ZERO   TO WS-POSITION
           MOVE SPACES TO WS-LAST-CHECK
           MOVE "N"    TO WS-APPEND-EOF
           IF DWC-ACK-MARK (WS-SRC) > ZERO
               PERFORM UNTIL WS-POSITION = DWC-ACK-MARK (WS-SRC)
                          OR APPEND-AT-END
                   PERFORM READ-APPENDED-RECORD
               END-PERFORM
               IF APPEND-AT-END
               OR WS-LAST-CHECK NOT = DWC-ACK-CHECK (WS-SRC)
                   PERFORM CLOSE-APPENDED-SOURCE
                   PERFORM OPEN-APPENDED-SOURCE
                   MOVE "FULL"  TO WS-SRC-MODE (WS-SRC)
                   MOVE ZERO    TO WS-POSITION
                   MOVE SPACES  TO WS-LAST-CHECK
                   MOVE "N"     TO WS-APPEND-EOF
               END-IF
           END-IF
           MOVE WS-POSITION TO WS-SRC-FROM (WS-SRC)
           MOVE WS-SRC TO WS-OUT
           PERFORM WRITE-HEADER
           PERFORM UNTIL 0 = 1
               PERFORM READ-APPENDED-RECORD
               IF APPEND-AT-END
                   EXIT PERFORM
               END-IF
               IF WS-SRC = 1
                   PERFORM PUBLISH-CALL-ROW
               ELSE
                   PERFORM PUBLISH-ADJUSTMENT-ROW
               END-IF
           END-PERFORM
           MOVE WS-POSITION   TO WS-NEW-MARK (WS-SRC)
           MOVE WS-LAST-CHECK TO WS-NEW-CHECK (WS-SRC)
           PERFORM CLOSE-APPENDED-SOURCE
           .

       OPEN-APPENDED-SOURCE.
           MOVE "N" TO WS-SOURCE-OPEN
           IF WS-SRC = 1
               OPEN INPUT STMTDET
               IF STMT-STATUS = "00"
                   SET SOURCE-OPEN TO TRUE
               END-IF
           ELSE
               OPEN INPUT ADJAUDIT
               IF ADJAUDIT-STATUS = "00"
                   SET SOURCE-OPEN TO TRUE
               END-IF
           END-IF
           .

       CLOSE-APPENDED-SOURCE.
           IF WS-SRC = 1
               CLOSE STMTDET
           ELSE
               CLOSE ADJAUDIT
           END-IF
           .

       READ-APPENDED-RECORD.
           IF WS-SRC = 1
               READ STMTDET
                   AT END
                       SET APPEND-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSITION
                       MOVE STMT-DET-REC TO WS-LAST-CHECK
               END-READ
           ELSE
               READ ADJAUDIT
                   AT END
                       SET APPEND-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSITION
                       MOVE ADJAUDIT-REC (1:60) TO WS-LAST-CHECK
               END-READ
           END-IF
           .

      *>  A file updated in place: its live rows in key order
      *>  against the last acknowledged image's rows for the same
      *>  source, every live row going to the new image.
       EXTRACT-COMPARED-SOURCE.
           MOVE DWC-ACK-MARK (WS-SRC) TO WS-SRC-FROM (WS-SRC)
           MOVE ZERO   TO WS-NEW-MARK (WS-SRC)
           MOVE SPACES TO WS-NEW-CHECK (WS-SRC)
           PERFORM UNTIL WS-OLD-IX >= WS-SRC
               PERFORM READ-OLD-IMAGE
           END-PERFORM
           PERFORM OPEN-COMPARED-SOURCE
           IF NOT SOURCE-OPEN
               MOVE "SKIP" TO WS-SRC-MODE (WS-SRC)
               ADD 1 TO WS-SKIPPED
               PERFORM WRITE-SOURCE-HEADERS
               PERFORM CARRY-OLD-IMAGE
               EXIT PARAGRAPH
           END-IF
           IF DWC-ACK-BATCH = ZERO
               MOVE "FULL"  TO WS-SRC-MODE (WS-SRC)
           ELSE
               MOVE "DELTA" TO WS-SRC-MODE (WS-SRC)
           END-IF
           PERFORM WRITE-SOURCE-HEADERS
           MOVE "N" TO WS-LIVE-EOF
           PERFORM READ-LIVE-RECORD
           PERFORM UNTIL LIVE-AT-END AND WS-OLD-IX NOT = WS-SRC
               EVALUATE TRUE
                   WHEN WS-OLD-IX = WS-SRC
                    AND (LIVE-AT-END OR OSN-KEY < WS-LIVE-KEY)
                       MOVE "D" TO WS-OP
                       MOVE OSN-IMAGE TO WS-ROW-IMAGE
                       MOVE SPACES    TO WS-PRIOR-IMAGE
                       PERFORM PUBLISH-COMPARED-ROW
                       PERFORM READ-OLD-IMAGE
                   WHEN WS-OLD-IX NOT = WS-SRC
                     OR WS-LIVE-KEY < OSN-KEY
                       MOVE "I" TO WS-OP
                       MOVE WS-LIVE-IMAGE TO WS-ROW-IMAGE
                       MOVE SPACES        TO WS-PRIOR-IMAGE
                       PERFORM PUBLISH-COMPARED-ROW
                       PERFORM WRITE-NEW-IMAGE
                       PERFORM READ-LIVE-RECORD
                   WHEN OTHER
                       IF OSN-IMAGE NOT = WS-LIVE-IMAGE
                           MOVE "U" TO WS-OP
                           MOVE WS-LIVE-IMAGE TO WS-ROW-IMAGE
                           MOVE OSN-IMAGE     TO WS-PRIOR-IMAGE
                           PERFORM PUBLISH-COMPARED-ROW
                       END-IF
                       PERFORM WRITE-NEW-IMAGE
                       PERFORM READ-OLD-IMAGE
                       PERFORM READ-LIVE-RECORD
               END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-COMPARED-SOURCE
           .

       WRITE-SOURCE-HEADERS.
           PERFORM VARYING WS-OUT FROM 1 BY 1 UNTIL WS-OUT > 11
               IF WS-OUT-SOURCE (WS-OUT) = WS-SRC
                   PERFORM WRITE-HEADER
               END-IF
           END-PERFORM
           .

      *>  A source that could not be read this run keeps the rows
      *>  it had, so the next run compares against them again.
       CARRY-OLD-IMAGE.
           PERFORM UNTIL WS-OLD-IX NOT = WS-SRC
               MOVE DWOLD-REC TO DWNEW-REC
               WRITE DWNEW-REC
               END-WRITE
               ADD 1 TO WS-NEW-MARK (WS-SRC)
               PERFORM READ-OLD-IMAGE
           END-PERFORM
           .

       READ-OLD-IMAGE.
           IF NOT OLD-IMAGE-OPEN
               MOVE 99 TO WS-OLD-IX
               EXIT PARAGRAPH
           END-IF
           READ DWOLD
               AT END
                   MOVE 99 TO WS-OLD-IX
               NOT AT END
                   MOVE OSN-SOURCE-IX TO WS-OLD-IX
           END-READ
           .

       WRITE-NEW-IMAGE.
           MOVE WS-SRC        TO NSN-SOURCE-IX
           MOVE WS-LIVE-KEY   TO NSN-KEY
           MOVE WS-LIVE-IMAGE TO NSN-IMAGE
           WRITE DWNEW-REC
           END-WRITE
           ADD 1 TO WS-NEW-MARK (WS-SRC)
           .

       OPEN-COMPARED-SOURCE.
           MOVE "N" TO WS-SOURCE-OPEN
           EVALUATE WS-SRC
               WHEN 3
                   OPEN INPUT INVREG
                   IF INVREG-STATUS = "00"
                       SET SOURCE-OPEN TO TRUE
                   END-IF
               WHEN 4
                   OPEN INPUT ACCT-MASTER
                   IF ACCT-STATUS = "00"
                       SET SOURCE-OPEN TO TRUE
                   END-IF
               WHEN 5
                   OPEN INPUT PLANTAB
                   IF PLAN-STATUS = "00"
                       SET SOURCE-OPEN TO TRUE
                   END-IF
               WHEN 6
                   OPEN INPUT RATETAB
                   IF RATE-STATUS = "00"
                       SET SOURCE-OPEN TO TRUE
                   END-IF
               WHEN 7
                   OPEN INPUT CARRIERTB
                   IF CARR-STATUS = "00"
                       SET SOURCE-OPEN TO TRUE
                   END-IF
               WHEN 8
                   OPEN INPUT JURISTB
                   IF JURIS-STATUS = "00"
                       SET SOURCE-OPEN TO TRUE
                   END-IF
               WHEN 9
                   OPEN INPUT NUMINV
                   IF NUM-STATUS = "00"
                       SET SOURCE-OPEN TO TRUE
                   END-IF
           END-EVALUATE
           .

       CLOSE-COMPARED-SOURCE.
           EVALUATE WS-SRC
               WHEN 3
                   CLOSE INVREG
               WHEN 4
                   CLOSE ACCT-MASTER
               WHEN 5
                   CLOSE PLANTAB
               WHEN 6
                   CLOSE RATETAB
               WHEN 7
                   CLOSE CARRIERTB
               WHEN 8
                   CLOSE JURISTB
               WHEN 9
                   CLOSE NUMINV
           END-EVALUATE
           .

      *>  Next live row, in key order; past the end the key is
      *>  high so nothing on the old image sorts after it.
       READ-LIVE-RECORD.
           EVALUATE WS-SRC
               WHEN 3
                   READ INVREG NEXT RECORD
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE INV-NO         TO WS-LIVE-KEY
                           MOVE INVREG-REC     TO WS-LIVE-IMAGE
                   END-READ
               WHEN 4
                   READ ACCT-MASTER NEXT RECORD
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE ACCT-NO        TO WS-LIVE-KEY
                           MOVE ACCT-MASTER-REC TO WS-LIVE-IMAGE
                   END-READ
               WHEN 5
                   READ PLANTAB NEXT RECORD
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE PLAN-CODE      TO WS-LIVE-KEY
                           MOVE PLAN-TABLE-REC TO WS-LIVE-IMAGE
                   END-READ
               WHEN 6
                   READ RATETAB NEXT RECORD
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE RATE-KEY       TO WS-LIVE-KEY
                           MOVE RATE-TABLE-REC TO WS-LIVE-IMAGE
                   END-READ
               WHEN 7
                   READ CARRIERTB NEXT RECORD
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE CARRIER-CODE   TO WS-LIVE-KEY
                           MOVE CARRIER-RATE-REC TO WS-LIVE-IMAGE
                   END-READ
               WHEN 8
                   READ JURISTB NEXT RECORD
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE JURIS-CODE     TO WS-LIVE-KEY
                           MOVE JURIS-RATE-REC TO WS-LIVE-IMAGE
                   END-READ
               WHEN 9
                   READ NUMINV NEXT RECORD
                       AT END
                           SET LIVE-AT-END TO TRUE
                       NOT AT END
                           MOVE NUM-TELEPHONE  TO WS-LIVE-KEY
                           MOVE NUMINV-REC     TO WS-LIVE-IMAGE
                   END-READ
           END-EVALUATE
           IF LIVE-AT-END
               MOVE HIGH-VALUES TO WS-LIVE-KEY
           END-IF
           .

      *>  ---------------------------------------------------------
      *>  Rows.  Each starts with its change indicator; the record
      *>  being published is moved back into its file's record
      *>  area and its fields appended "|"-separated.
      *>  ---------------------------------------------------------
       PUBLISH-CALL-ROW.
           MOVE 1 TO WS-OUT
           MOVE "I" TO WS-OP
           PERFORM START-ROW
           MOVE WS-POSITION TO WS-MARK-OUT
           MOVE WS-MARK-OUT TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE STMT-ACCT-NO TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE STMT-CALL-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE STMT-CALL-TIME TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE STMT-CALLED-NUMBER TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE STMT-RATE-CLASS TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE STMT-UNITS TO WS-UNITS-OUT
           MOVE WS-UNITS-OUT TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE STMT-CHARGE TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE STMT-JURIS-CLASS TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           PERFORM PUT-DW-ROW
           .

      *>  Only the adjustments teladj actually queued; its refused
      *>  attempts stay on the trail and out of the warehouse.
       PUBLISH-ADJUSTMENT-ROW.
           IF ADJAUDIT-REC (1:1) = "#"
               MOVE ADJAUDIT-REC (31:160) TO WS-ADJ-LINE
           ELSE
               MOVE ADJAUDIT-REC (1:160)  TO WS-ADJ-LINE
           END-IF
           IF ADL-ACTION-TAG NOT = "  action="
           OR ADL-ACTION NOT = "QUEUED"
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-OUT
           MOVE "I" TO WS-OP
           PERFORM START-ROW
           MOVE WS-POSITION TO WS-MARK-OUT
           MOVE WS-MARK-OUT TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ADL-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ADL-TIME TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ADL-ACCT TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ADL-UNITS TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ADL-CLASS TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ADL-REASON TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ADL-USER TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ADL-APPROVER TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           PERFORM PUT-DW-ROW
           .

       PUBLISH-COMPARED-ROW.
           EVALUATE WS-SRC
               WHEN 3
                   PERFORM PUBLISH-REGISTER-ROW
               WHEN 4
                   MOVE WS-ROW-IMAGE TO ACCT-MASTER-REC
                   PERFORM PUBLISH-ACCOUNT-ROW
               WHEN 5
                   MOVE WS-ROW-IMAGE TO PLAN-TABLE-REC
                   PERFORM PUBLISH-PLAN-ROW
               WHEN 6
                   MOVE WS-ROW-IMAGE TO RATE-TABLE-REC
                   PERFORM PUBLISH-RATE-ROW
               WHEN 7
                   MOVE WS-ROW-IMAGE TO CARRIER-RATE-REC
                   PERFORM PUBLISH-CARRIER-ROW
               WHEN 8
                   MOVE WS-ROW-IMAGE TO JURIS-RATE-REC
                   PERFORM PUBLISH-JURIS-ROW
               WHEN 9
                   MOVE WS-ROW-IMAGE TO NUMINV-REC
                   PERFORM PUBLISH-NUMBER-ROW
           END-EVALUATE
           .

      *>  A register row is an invoice or a credit memo; a paid
      *>  amount that moved since the last image is a payment as
      *>  well.
       PUBLISH-REGISTER-ROW.
           MOVE ZERO TO WS-PRIOR-PAID
           IF WS-OP = "U"
               MOVE WS-PRIOR-IMAGE TO INVREG-REC
               MOVE INV-PAID-AMT   TO WS-PRIOR-PAID
           END-IF
           MOVE WS-ROW-IMAGE TO INVREG-REC
           IF INV-DOC-CREDIT-MEMO
               PERFORM PUBLISH-CMEMO-ROW
           ELSE
               PERFORM PUBLISH-INVOICE-ROW
           END-IF
           IF WS-OP NOT = "D"
           AND INV-PAID-AMT NOT = WS-PRIOR-PAID
               PERFORM PUBLISH-PAYMENT-ROW
           END-IF
           .

       PUBLISH-INVOICE-ROW.
           MOVE 3 TO WS-OUT
           PERFORM START-ROW
           MOVE INV-NO TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-ACCT-NO TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-PERIOD TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-ISSUE-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-DUE-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-PRICE-TOT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-BTAX-TOT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-DTAX-TOT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-AMT-DUE TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-PAID-AMT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-WOFF-AMT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-WOFF-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-LATE-AMT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-OTC-AMT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-DEP-APPL-AMT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-BUDGET-ADJ TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-SETTLE-AMT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-SETTLE-IND TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-SETTLE-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           PERFORM PUT-DW-ROW
           .

       PUBLISH-CMEMO-ROW.
           MOVE 4 TO WS-OUT
           PERFORM START-ROW
           MOVE INV-NO TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-ACCT-NO TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-PERIOD TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-ISSUE-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-REF-INV-NO TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-CM-REASON TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-PRICE-TOT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-BTAX-TOT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-DTAX-TOT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-AMT-DUE TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-PAID-AMT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           PERFORM PUT-DW-ROW
           .

      *>  Always an insert: the movement itself, dated by the run
      *>  that saw it.
       PUBLISH-PAYMENT-ROW.
           COMPUTE WS-PAID-MOVED = INV-PAID-AMT - WS-PRIOR-PAID
           END-COMPUTE
           MOVE 5 TO WS-OUT
           MOVE "I" TO WS-OP
           PERFORM START-ROW
           MOVE INV-NO TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE INV-ACCT-NO TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE WS-TODAY TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE WS-PRIOR-PAID TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE INV-PAID-AMT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           MOVE WS-PAID-MOVED TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           PERFORM PUT-DW-ROW
           .

       PUBLISH-ACCOUNT-ROW.
           MOVE 6 TO WS-OUT
           PERFORM START-ROW
           MOVE ACCT-NO TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-NAME TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-PLAN-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-ADDR-CITY TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-ADDR-STATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-ADDR-ZIP TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-STATUS-IND TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-DISC-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-SIGN-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-PARENT-NO TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-ENTITY-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-AGENT-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-CYCLE-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-DISCOUNT-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-PREPAID-IND TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-WHOLESALE-IND TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-SLA-TIER TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-DELIVERY-PREF TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-LANG-PREF TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE ACCT-CREDIT-LIMIT TO WS-FLD-AMT
           PERFORM APPEND-AMOUNT-FIELD
           PERFORM PUT-DW-ROW
           .

       PUBLISH-PLAN-ROW.
           MOVE 7 TO WS-OUT
           PERFORM START-ROW
           MOVE PLAN-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-STD-RATE-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-PREM-RATE-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-INTL-RATE-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-TF-RATE-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-ONNET-RATE-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-SMS-RATE-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-DATA-RATE-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-INCL-MINUTES TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-INCL-MESSAGES TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-INCL-MB TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-POOL-IND TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE PLAN-ONNET-ALLOW-IND TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           PERFORM PUT-DW-ROW
           .

       PUBLISH-RATE-ROW.
           MOVE 8 TO WS-OUT
           PERFORM START-ROW
           MOVE RATE-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE RATE-EFF-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE RATE-VALUE TO WS-FLD-RATE
           PERFORM APPEND-RATE-FIELD
           MOVE RATE-ROUND-MODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE RATE-INIT-PERIOD TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE RATE-INCR-PERIOD TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE RATE-INCR-ROUND TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           PERFORM PUT-DW-ROW
           .

       PUBLISH-CARRIER-ROW.
           MOVE 9 TO WS-OUT
           PERFORM START-ROW
           MOVE CARRIER-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE CARRIER-RATE TO WS-FLD-RATE
           PERFORM APPEND-RATE-FIELD
           MOVE CARRIER-CURRENCY TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE CARRIER-INBOUND-RATE TO WS-FLD-RATE
           PERFORM APPEND-RATE-FIELD
           MOVE CARRIER-TERM-RATE TO WS-FLD-RATE
           PERFORM APPEND-RATE-FIELD
           MOVE CARRIER-BILL-ACCT TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           PERFORM PUT-DW-ROW
           .

       PUBLISH-JURIS-ROW.
           MOVE 10 TO WS-OUT
           PERFORM START-ROW
           MOVE JURIS-CODE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE JURIS-BTAX-RATE TO WS-FLD-RATE
           PERFORM APPEND-RATE-FIELD
           MOVE JURIS-DTAX-RATE TO WS-FLD-RATE
           PERFORM APPEND-RATE-FIELD
           PERFORM PUT-DW-ROW
           .

       PUBLISH-NUMBER-ROW.
           MOVE 11 TO WS-OUT
           PERFORM START-ROW
           MOVE NUM-TELEPHONE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE NUM-OWNER-ACCT TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE NUM-STATUS-IND TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           MOVE NUM-EFF-DATE TO WS-FLD-TEXT
           PERFORM APPEND-TEXT-FIELD
           PERFORM PUT-DW-ROW
           .

       START-ROW.
           MOVE SPACES TO WS-DW-LINE
           MOVE WS-OP  TO WS-DW-LINE (1:1)
           MOVE 2      TO WS-DW-PTR
           .

      *>  Text travels trimmed, with any "|" of its own turned to
      *>  "/" so it can never split a row.
       APPEND-TEXT-FIELD.
           INSPECT WS-FLD-TEXT REPLACING ALL "|" BY "/"
           IF WS-FLD-TEXT = SPACES
               STRING "|"                   DELIMITED BY SIZE
                   INTO WS-DW-LINE
                   WITH POINTER WS-DW-PTR
               END-STRING
           ELSE
               STRING "|"                   DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FLD-TEXT)
                                            DELIMITED BY SIZE
                   INTO WS-DW-LINE
                   WITH POINTER WS-DW-PTR
               END-STRING
           END-IF
           .

       APPEND-AMOUNT-FIELD.
           MOVE WS-FLD-AMT TO WS-AMT-OUT
           STRING "|"                       DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
               INTO WS-DW-LINE
               WITH POINTER WS-DW-PTR
           END-STRING
           .

       APPEND-RATE-FIELD.
           MOVE WS-FLD-RATE TO WS-RATE-OUT
           STRING "|"                       DELIMITED BY SIZE
                  WS-RATE-OUT               DELIMITED BY SIZE
               INTO WS-DW-LINE
               WITH POINTER WS-DW-PTR
           END-STRING
           .

       PUT-DW-ROW.
           ADD 1 TO WS-OUT-ROWS (WS-OUT)
           EVALUATE WS-OP
               WHEN "I"
                   ADD 1 TO WS-OUT-INS (WS-OUT)
               WHEN "U"
                   ADD 1 TO WS-OUT-UPD (WS-OUT)
               WHEN "D"
                   ADD 1 TO WS-OUT-DEL (WS-OUT)
           END-EVALUATE
           PERFORM PUT-DW-LINE
           .

       PUT-DW-LINE.
           EVALUATE WS-OUT
               WHEN 1
                   WRITE DWCALL-REC  FROM WS-DW-LINE
               WHEN 2
                   WRITE DWADJ-REC   FROM WS-DW-LINE
               WHEN 3
                   WRITE DWINV-REC   FROM WS-DW-LINE
               WHEN 4
                   WRITE DWCMEMO-REC FROM WS-DW-LINE
               WHEN 5
                   WRITE DWPAY-REC   FROM WS-DW-LINE
               WHEN 6
                   WRITE DWACCT-REC  FROM WS-DW-LINE
               WHEN 7
                   WRITE DWPLAN-REC  FROM WS-DW-LINE
               WHEN 8
                   WRITE DWRATE-REC  FROM WS-DW-LINE
               WHEN 9
                   WRITE DWCARR-REC  FROM WS-DW-LINE
               WHEN 10
                   WRITE DWJURIS-REC FROM WS-DW-LINE
               WHEN 11
                   WRITE DWNUM-REC   FROM WS-DW-LINE
           END-EVALUATE
           .

      *>  HDR|TELDWX|subject|batch|run date|mode|starting mark
       WRITE-HEADER.
           MOVE WS-OUT-SOURCE (WS-OUT) TO WS-FILE-SRC
           MOVE WS-SRC-FROM (WS-FILE-SRC) TO WS-MARK-OUT
           MOVE SPACES TO WS-DW-LINE
           STRING "HDR|TELDWX|"             DELIMITED BY SIZE
                  WS-OUT-SUBJECT (WS-OUT)   DELIMITED BY SPACE
                  "|"                       DELIMITED BY SIZE
                  WS-BATCH                  DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-TODAY                  DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-SRC-MODE (WS-FILE-SRC) DELIMITED BY SPACE
                  "|"                       DELIMITED BY SIZE
                  WS-MARK-OUT               DELIMITED BY SIZE
                INTO WS-DW-LINE
           END-STRING
           PERFORM PUT-DW-LINE
           .

      *>  TRL|rows|inserts|updates|deletes|ending mark
       WRITE-TRAILER.
           MOVE WS-OUT-SOURCE (WS-OUT) TO WS-FILE-SRC
           MOVE WS-NEW-MARK (WS-FILE-SRC) TO WS-MARK-OUT
           MOVE WS-OUT-ROWS (WS-OUT)   TO WS-CNT-OUT
           MOVE WS-OUT-INS (WS-OUT)    TO WS-CNT-OUT2
           MOVE WS-OUT-UPD (WS-OUT)    TO WS-CNT-OUT3
           MOVE WS-OUT-DEL (WS-OUT)    TO WS-CNT-OUT4
           MOVE SPACES TO WS-DW-LINE
           STRING "TRL|"                    DELIMITED BY SIZE
                  WS-CNT-OUT                DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-CNT-OUT2               DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-CNT-OUT3               DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-CNT-OUT4               DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-MARK-OUT               DELIMITED BY SIZE
                INTO WS-DW-LINE
           END-STRING
           PERFORM PUT-DW-LINE
           .

       WRITE-EXTRACT-SUMMARY.
           MOVE SPACES TO DWXRPT-REC
           STRING "Data-warehouse extract batch " DELIMITED BY SIZE
                  WS-BATCH                        DELIMITED BY SIZE
                  "  run "                        DELIMITED BY SIZE
                  WS-TODAY                        DELIMITED BY SIZE
                  "  image "                      DELIMITED BY SIZE
                  WS-NEW-SNAP-NAME                DELIMITED BY SPACE
                INTO DWXRPT-REC
           END-STRING
           WRITE DWXRPT-REC
           END-WRITE
           IF BATCH-RECUT
               MOVE "  (batch was pending, not acknowledged -- cut "
                  & "again from the acknowledged marks)"
                 TO DWXRPT-REC
               WRITE DWXRPT-REC
               END-WRITE
           END-IF
           MOVE SPACES TO DWXRPT-REC
           WRITE DWXRPT-REC
           END-WRITE
           MOVE "Subject   Mode   From mark     To mark          Rows"
              & "     Inserts     Updates     Deletes" TO DWXRPT-REC
           WRITE DWXRPT-REC
           END-WRITE
           PERFORM VARYING WS-OUT FROM 1 BY 1 UNTIL WS-OUT > 11
               MOVE WS-OUT-SOURCE (WS-OUT) TO WS-FILE-SRC
               MOVE WS-SRC-FROM (WS-FILE-SRC) TO WS-MARK-OUT
               MOVE WS-NEW-MARK (WS-FILE-SRC) TO WS-MARK-OUT2
               MOVE WS-OUT-ROWS (WS-OUT)   TO WS-COUNT-OUT
               MOVE WS-OUT-INS (WS-OUT)    TO WS-COUNT-OUT2
               MOVE WS-OUT-UPD (WS-OUT)    TO WS-COUNT-OUT3
               MOVE WS-OUT-DEL (WS-OUT)    TO WS-COUNT-OUT4
               MOVE SPACES TO DWXRPT-REC
               STRING WS-OUT-SUBJECT (WS-OUT) DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      WS-SRC-MODE (WS-FILE-SRC)
                                            DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      WS-MARK-OUT           DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-MARK-OUT2          DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-COUNT-OUT          DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-COUNT-OUT2         DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-COUNT-OUT3         DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-COUNT-OUT4         DELIMITED BY SIZE
                    INTO DWXRPT-REC
               END-STRING
               WRITE DWXRPT-REC
               END-WRITE
           END-PERFORM
           IF WS-SKIPPED > ZERO
               MOVE SPACES TO DWXRPT-REC
               WRITE DWXRPT-REC
               END-WRITE
               MOVE "*** SKIP: source not available -- published "
                  & "empty, mark and image carried forward ***"
                 TO DWXRPT-REC
               WRITE DWXRPT-REC
               END-WRITE
           END-IF
           MOVE SPACES TO DWXRPT-REC
           WRITE DWXRPT-REC
           END-WRITE
           MOVE SPACES TO DWXRPT-REC
           STRING "Pending acknowledgment:  teldwx ACK "
                                            DELIMITED BY SIZE
                  WS-BATCH                  DELIMITED BY SIZE
                INTO DWXRPT-REC
           END-STRING
           WRITE DWXRPT-REC
           END-WRITE
           .

      *>  ---------------------------------------------------------
      *>  ACK -- the pending batch's marks and image become the
      *>  acknowledged ones in the one control write; the image
      *>  they replace is then of no further use.
      *>  ---------------------------------------------------------
       ACKNOWLEDGE-BATCH.
           IF WS-BATCH = DWC-ACK-BATCH
           AND WS-BATCH NOT = ZERO
               MOVE SPACES TO DWXRPT-REC
               STRING "Batch "                  DELIMITED BY SIZE
                      WS-BATCH                  DELIMITED BY SIZE
                      " already acknowledged on "
                                                DELIMITED BY SIZE
                      DWC-ACK-DATE              DELIMITED BY SIZE
                    INTO DWXRPT-REC
               END-STRING
               WRITE DWXRPT-REC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           IF DWC-PEND-BATCH = ZERO
           OR WS-BATCH NOT = DWC-PEND-BATCH
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "BATCH "                  DELIMITED BY SIZE
                      WS-BATCH                  DELIMITED BY SIZE
                      " IS NOT AWAITING ACKNOWLEDGMENT"
                                                DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE DWC-ACK-BATCH     TO WS-PRIOR-ACK
           MOVE DWC-PEND-BATCH    TO DWC-ACK-BATCH
           MOVE DWC-PEND-RUN-DATE TO DWC-ACK-RUN-DATE
           MOVE WS-TODAY          TO DWC-ACK-DATE
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 9
               MOVE DWC-PEND-MARK (WS-SRC)  TO DWC-ACK-MARK (WS-SRC)
               MOVE DWC-PEND-CHECK (WS-SRC) TO DWC-ACK-CHECK (WS-SRC)
               MOVE ZERO   TO DWC-PEND-MARK (WS-SRC)
               MOVE SPACES TO DWC-PEND-CHECK (WS-SRC)
           END-PERFORM
           MOVE ZERO TO DWC-PEND-BATCH DWC-PEND-RUN-DATE
           PERFORM WRITE-CONTROL
           IF WS-PRIOR-ACK NOT = ZERO
               MOVE SPACES TO WS-OLD-SNAP-NAME
               STRING "DWSNAP."             DELIMITED BY SIZE
                      WS-PRIOR-ACK          DELIMITED BY SIZE
                    INTO WS-OLD-SNAP-NAME
               END-STRING
               CALL "CBL_DELETE_FILE" USING WS-OLD-SNAP-NAME
                   RETURNING WS-DEL-RC
               END-CALL
           END-IF
           MOVE SPACES TO DWXRPT-REC
           STRING "Batch "                      DELIMITED BY SIZE
                  WS-BATCH                      DELIMITED BY SIZE
                  " acknowledged -- the next extract starts from "
                                                DELIMITED BY SIZE
                  "its marks"                   DELIMITED BY SIZE
                INTO DWXRPT-REC
           END-STRING
           WRITE DWXRPT-REC
           END-WRITE
           PERFORM LIST-MARKS
           .

      *>  ---------------------------------------------------------
      *>  STATUS
      *>  ---------------------------------------------------------
       LIST-MARKS.
           MOVE SPACES TO DWXRPT-REC
           STRING "Acknowledged batch "         DELIMITED BY SIZE
                  DWC-ACK-BATCH                 DELIMITED BY SIZE
                  "  cut "                      DELIMITED BY SIZE
                  DWC-ACK-RUN-DATE              DELIMITED BY SIZE
                  "  acknowledged "             DELIMITED BY SIZE
                  DWC-ACK-DATE                  DELIMITED BY SIZE
                INTO DWXRPT-REC
           END-STRING
           WRITE DWXRPT-REC
           END-WRITE
           MOVE SPACES TO DWXRPT-REC
           IF DWC-PEND-BATCH = ZERO
               MOVE "Pending batch           none" TO DWXRPT-REC
           ELSE
               STRING "Pending batch      "     DELIMITED BY SIZE
                      DWC-PEND-BATCH            DELIMITED BY SIZE
                      "  cut "                  DELIMITED BY SIZE
                      DWC-PEND-RUN-DATE         DELIMITED BY SIZE
                    INTO DWXRPT-REC
               END-STRING
           END-IF
           WRITE DWXRPT-REC
           END-WRITE
           MOVE SPACES TO DWXRPT-REC
           WRITE DWXRPT-REC
           END-WRITE
           MOVE "Source   Acknowledged mark  Pending mark"
             TO DWXRPT-REC
           WRITE DWXRPT-REC
           END-WRITE
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 9
               MOVE DWC-ACK-MARK (WS-SRC)  TO WS-MARK-OUT
               MOVE DWC-PEND-MARK (WS-SRC) TO WS-MARK-OUT2
               MOVE SPACES TO DWXRPT-REC
               STRING WS-SRC-NAME (WS-SRC)  DELIMITED BY SIZE
                      "   "                 DELIMITED BY SIZE
                      WS-MARK-OUT           DELIMITED BY SIZE
                      "       "             DELIMITED BY SIZE
                      WS-MARK-OUT2          DELIMITED BY SIZE
                    INTO DWXRPT-REC
               END-STRING
               WRITE DWXRPT-REC
               END-WRITE
           END-PERFORM
           .
       END PROGRAM teldwx.
