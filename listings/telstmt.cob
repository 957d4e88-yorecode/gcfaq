      *> scales with a sequential pass instead, and the batch window
      *> gets its room back.  The per-account ACCTSUM cross-check is
      *> exactly what it was.
      *>
      *> Within the account the calls are grouped by the line they
      *> were placed from (STMT-CALLING-NUMBER), each line
      *> subtotaled and tied to its LINESUM.DAT row (see
      *> CBLINESUM.cpy), and the account's LINESUM rows proved to
      *> add back to its ACCTSUM row as the statement is tied --
      *> a multi-line business account sees which phone ran the
      *> charges up.  Calls carrying no calling number group under
      *> one "no calling number" line of their own.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telstmt.
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
           SELECT STMTFILE ASSIGN TO
                "STATEMENTS.TXT"
                LINE SEQUENTIAL
       FILE SECTION.
       FD  STMTDET.
           COPY CBSTMT.
      *>  The sort record mirrors CBSTMT field for field; the keys
      *>  are the account, the calling line, then date and time.
       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-ACCT-NO         PIC 9(10).
           05  SRT-UNITS           PIC S9(09).
           05  SRT-CHARGE          PIC S9(09)V99.
           05  SRT-JURIS-CLASS     PIC X(01).
           05  SRT-CALLING-NUMBER  PIC X(15).
       FD  ACCTSUM.
           COPY CBACCTSUM.
       FD  LINESUM.
           COPY CBLINESUM.
       FD  STMTFILE.
       01  STMTREC           PIC X(100).

       01  STMTDET-STATUS    PIC XX      VALUE "00".
       01  SUM-STATUS        PIC XX      VALUE "00".
       01  STMT-STATUS       PIC XX      VALUE "00".
       01  LINESUM-STATUS    PIC XX      VALUE "00".
       01  WS-LINESUM-OPEN   PIC X       VALUE "N".
           88  LINESUM-OPEN              VALUE "Y".

       01  WS-SORT-EOF       PIC X       VALUE "N".
           88  SORT-AT-END               VALUE "Y".
       01  WS-ACCT-CALL-COUNT PIC 9(09)  COMP-5 VALUE ZERO.
       01  WS-STMT-COUNT     PIC 9(07)   VALUE ZERO.

      *>  Per-line control break within the account.
       01  WS-CUR-LINE       PIC X(15)   VALUE SPACES.
       01  WS-LINE-OPEN      PIC X       VALUE "N".
           88  LINE-IN-PROGRESS          VALUE "Y".
       01  WS-LINE-CHARGE-TOT PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-LINE-CALL-COUNT PIC 9(09)  COMP-5 VALUE ZERO.
       01  WS-LINES-CHARGE-TOT PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-LINES-CALL-COUNT PIC 9(09) COMP-5 VALUE ZERO.
       01  WS-LINES-FOUND    PIC X       VALUE "N".
           88  LINE-ROWS-FOUND           VALUE "Y".
       01  WS-LINE-NAME      PIC X(17)   VALUE SPACES.

       01  WS-UNITS-OUT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-CHARGE-OUT     PIC -Z,ZZZ,ZZ9.99.
       01  WS-TOT-OUT        PIC -Z,ZZZ,ZZ9.99.
           ELSE
               CLOSE STMTDET
               OPEN INPUT ACCTSUM
               OPEN INPUT LINESUM
               IF LINESUM-STATUS = "00"
                   SET LINESUM-OPEN TO TRUE
               END-IF
               SORT SORTFILE
                   ON ASCENDING KEY SRT-ACCT-NO
                                    SRT-CALLING-NUMBER
                                    SRT-CALL-DATE
                                    SRT-CALL-TIME
                   USING STMTDET
                   OUTPUT PROCEDURE IS PRINT-ALL-STATEMENTS
               CLOSE ACCTSUM
               IF LINESUM-OPEN
                   CLOSE LINESUM
               END-IF
           END-IF
           CLOSE STMTFILE
           STOP RUN
           .

      *>  The control-break pass the sort hands its output to: each
      *>  account's calls arrive contiguously, line by line and in
      *>  date/time order within the line, one sequential stream
      *>  -- no indexed inserts anywhere.
       PRINT-ALL-STATEMENTS.
           MOVE ZERO TO WS-CUR-ACCT
           MOVE "N"  TO WS-SORT-EOF
               END-IF
               MOVE SRT-ACCT-NO TO WS-CUR-ACCT
               MOVE ZERO TO WS-ACCT-CHARGE-TOT WS-ACCT-CALL-COUNT
               MOVE "N" TO WS-LINE-OPEN
               MOVE SPACES TO STMTREC
               STRING "==== CALL DETAIL STATEMENT -- ACCOUNT "
                                          DELIMITED BY SIZE
               WRITE STMTREC
               END-WRITE
           END-IF
           IF NOT LINE-IN-PROGRESS
           OR SRT-CALLING-NUMBER NOT = WS-CUR-LINE
               IF LINE-IN-PROGRESS
                   PERFORM WRITE-LINE-SUBTOTAL
               END-IF
               MOVE SRT-CALLING-NUMBER TO WS-CUR-LINE
               MOVE "Y" TO WS-LINE-OPEN
               MOVE ZERO TO WS-LINE-CHARGE-TOT WS-LINE-CALL-COUNT
               PERFORM SET-LINE-NAME
               MOVE SPACES TO STMTREC
               STRING " Line "            DELIMITED BY SIZE
                      WS-LINE-NAME        DELIMITED BY SIZE
                    INTO STMTREC
               END-STRING
               WRITE STMTREC
               END-WRITE
           END-IF
           ADD 1 TO WS-ACCT-CALL-COUNT
           ADD SRT-CHARGE TO WS-ACCT-CHARGE-TOT
           ADD 1 TO WS-LINE-CALL-COUNT
           ADD SRT-CHARGE TO WS-LINE-CHARGE-TOT
           MOVE SPACES TO WS-TIME-OUT
           STRING SRT-CALL-TIME (1:2) DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
      *>  not reconcile is flagged on its face rather than left for
      *>  the customer to find.
       WRITE-STATEMENT-FOOTER.
           IF LINE-IN-PROGRESS
               PERFORM WRITE-LINE-SUBTOTAL
               MOVE "N" TO WS-LINE-OPEN
           END-IF
           ADD 1 TO WS-STMT-COUNT
           MOVE WS-ACCT-CALL-COUNT TO WS-COUNT-OUT
           MOVE WS-ACCT-CHARGE-TOT TO WS-TOT-OUT
                       END-IF
                       WRITE STMTREC
                       END-WRITE
                       PERFORM PROVE-ACCOUNT-LINES
               END-READ
           END-IF
           MOVE SPACES TO STMTREC
           WRITE STMTREC
           END-WRITE
           .

      *>  The account's LINESUM rows, every line telco5 posted to
      *>  whether or not it made this statement, must add back to
      *>  the ACCTSUM row just read -- the same proof telbill makes
      *>  before it prints the usage-by-line section.  An account
      *>  with no LINESUM rows has nothing to prove.
       PROVE-ACCOUNT-LINES.
           IF NOT LINESUM-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LINES-CHARGE-TOT WS-LINES-CALL-COUNT
           MOVE "N" TO WS-LINES-FOUND
           MOVE WS-CUR-ACCT TO LNS-ACCT-NO
           MOVE LOW-VALUES  TO LNS-LINE-NO
           START LINESUM KEY IS GREATER THAN OR EQUAL LINESUM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ LINESUM NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF LNS-ACCT-NO NOT = WS-CUR-ACCT
                           EXIT PERFORM
                       END-IF
                       MOVE "Y" TO WS-LINES-FOUND
                       ADD LNS-CALL-COUNT TO WS-LINES-CALL-COUNT
                       ADD LNS-CHARGE-TOT TO WS-LINES-CHARGE-TOT
                   END-PERFORM
           END-START
           IF NOT LINE-ROWS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-LINES-CHARGE-TOT = SUM-OUTPUT-TOT
           AND WS-LINES-CALL-COUNT = SUM-CALL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINES-CHARGE-TOT TO WS-SUM-OUT
           MOVE SPACES TO STMTREC
           STRING "  *** line summaries add to "
                                      DELIMITED BY SIZE
                  WS-SUM-OUT          DELIMITED BY SIZE
                  " -- differ from account summary ***"
                                      DELIMITED BY SIZE
                INTO STMTREC
           END-STRING
           WRITE STMTREC
           END-WRITE
           .

      *>  A line finished: its subtotal, tied to the line's LINESUM
      *>  row the way the footer ties the account to ACCTSUM -- only
      *>  a line that does not tie says so, to keep the statement
      *>  short.
       WRITE-LINE-SUBTOTAL.
           MOVE WS-LINE-CALL-COUNT TO WS-COUNT-OUT
           MOVE WS-LINE-CHARGE-TOT TO WS-TOT-OUT
           MOVE SPACES TO STMTREC
           STRING "  Line subtotal -- calls: "
                                     DELIMITED BY SIZE
                  WS-COUNT-OUT       DELIMITED BY SIZE
                  "   charges: "     DELIMITED BY SIZE
                  WS-TOT-OUT         DELIMITED BY SIZE
                INTO STMTREC
           END-STRING
           WRITE STMTREC
           END-WRITE
           IF LINESUM-OPEN
               MOVE WS-CUR-ACCT TO LNS-ACCT-NO
               MOVE WS-CUR-LINE TO LNS-LINE-NO
               READ LINESUM KEY IS LINESUM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LNS-CHARGE-TOT NOT = WS-LINE-CHARGE-TOT
                           MOVE LNS-CHARGE-TOT TO WS-SUM-OUT
                           MOVE SPACES TO STMTREC
                           STRING "  *** line summary shows "
                                                  DELIMITED BY SIZE
                                  WS-SUM-OUT      DELIMITED BY SIZE
                                  " -- differs from line ***"
                                                  DELIMITED BY SIZE
                                INTO STMTREC
                           END-STRING
                           WRITE STMTREC
                           END-WRITE
                       END-IF
               END-READ
           END-IF
           .

       SET-LINE-NAME.
           IF WS-CUR-LINE = SPACES
               MOVE "(no calling no.)" TO WS-LINE-NAME
           ELSE
               MOVE WS-CUR-LINE TO WS-LINE-NAME
           END-IF
           .
       END PROGRAM telstmt.
