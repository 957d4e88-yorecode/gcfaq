      *>
      *> telaudq.cob -- audit inquiry across every maintenance and
      *> disposition trail.  The question is always the same --
      *> "everything JSMITH did in March", "every change ever made
      *> to account 0000123456" -- and the answer was spread over
      *> some thirty files in as many layouts.  This program reads
      *> all of them (the same list telaudv verifies), puts each
      *> line into one layout (see CBAUDNRM.cpy), keeps the lines
      *> that answer the question and sorts them into time order.
      *>
      *>   telaudq [USER=id] [ACCT=n] [INV=n] [FROM=yyyymmdd]
      *>           [TO=yyyymmdd] [PROG=name] [REFUSED]
      *>
      *> Selectors combine (all must hold); none at all lists the
      *> lot.  USER matches the acting user and any approver or
      *> proposer named on the line.  ACCT matches the account a
      *> line is about -- directly, as the survivor of a merge, or
      *> through an invoice or dispute on it (looked up on the
      *> register) -- so write-offs, credit memos and disputes show
      *> up under the account too.  REFUSED keeps only the refused
      *> attempts, which the report flags in any case.
      *>
      *> Every trail writes "date time  name=value  name=value ...",
      *> so one parser serves all of them: user/actor is who, the
      *> first action/mode/command is the action, acct (else the
      *> first key-like name) is the key, old/new are the values,
      *> and a closing action/result/outcome/authorized word is the
      *> outcome -- REFUSED-..., NOT-..., a failed sign-on or an
      *> unauthorized access counting as refused.  Anything else on
      *> the line is carried through as detail.  Chained lines are
      *> read past their sequence/hash prefix.
      *>
      *> Output: TELAUDQ.TXT, the chronological report, and
      *> TELAUDQ.CSV, the same lines "|"-delimited (amounts carry
      *> commas) in the HDR/TRL envelope telcdrx uses.  Launch is
      *> fail-closed as for telaudv: the launching id (TELCO_
      *> OPERATOR, else the login) must carry AUTH-BILLING-OPS or
      *> AUTH-ADMIN on AUTHTB.  The trails are the CBAUDTRL.cpy
      *> list.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telaudq.
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
           SELECT INVREG    ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT DISPUTES  ASSIGN TO
                "DISPUTE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DSP-NO
                FILE STATUS IS DSP-STATUS
                .
           SELECT AUDTRAIL ASSIGN TO
                WS-TRAIL-NAME
                LINE SEQUENTIAL
                FILE STATUS IS TRAIL-STATUS
                .
           SELECT SORTFILE ASSIGN TO
                "AUDQSORT.TMP"
                .
           SELECT AUDQRPT  ASSIGN TO
                "TELAUDQ.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS AUDQRPT-STATUS
                .
           SELECT AUDQOUT  ASSIGN TO
                "TELAUDQ.CSV"
                LINE SEQUENTIAL
                FILE STATUS IS AUDQOUT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  INVREG.
           COPY CBINVREG.
       FD  DISPUTES.
           COPY CBDISPUTE.
       FD  AUDTRAIL.
       01  AUDTRAIL-REC      PIC X(300).
       SD  SORTFILE.
           COPY CBAUDNRM.
       FD  AUDQRPT.
       01  AUDQRPT-REC       PIC X(132).
       FD  AUDQOUT.
       01  AUDQOUT-REC       PIC X(400).

       WORKING-STORAGE SECTION.
       01  AUTHTB-STATUS     PIC XX      VALUE "00".
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  DSP-STATUS        PIC XX      VALUE "00".
       01  TRAIL-STATUS      PIC XX      VALUE "00".
       01  AUDQRPT-STATUS    PIC XX      VALUE "00".
       01  AUDQOUT-STATUS    PIC XX      VALUE "00".
       01  WS-INVREG-OPEN    PIC X       VALUE "N".
           88  INVREG-OPEN               VALUE "Y".
       01  WS-DSP-OPEN       PIC X       VALUE "N".
           88  DISPUTES-OPEN             VALUE "Y".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TRAIL-NAME     PIC X(20)   VALUE SPACES.

      *>  Command line: up to eight NAME=VALUE selectors.
       01  WS-CMDLINE        PIC X(200)  VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG        PIC X(30)   OCCURS 8 TIMES.
       01  WS-AX             PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-ARG-NAME       PIC X(10)   VALUE SPACES.
       01  WS-ARG-VALUE      PIC X(20)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "Y".
           88  ARGS-VALID                VALUE "Y".
       01  WS-BAD-ARG        PIC X(30)   VALUE SPACES.

      *>  The selection.
       01  WS-SEL-USER       PIC X(08)   VALUE SPACES.
       01  WS-SEL-ACCT       PIC 9(10)   VALUE ZERO.
       01  WS-SEL-INV        PIC 9(08)   VALUE ZERO.
       01  WS-SEL-FROM       PIC 9(08)   VALUE ZERO.
       01  WS-SEL-TO         PIC 9(08)   VALUE 99999999.
       01  WS-SEL-PROG       PIC X(08)   VALUE SPACES.
       01  WS-SEL-REFUSED    PIC X       VALUE "N".
           88  REFUSED-ONLY              VALUE "Y".
       01  WS-LINE-WANTED    PIC X       VALUE "N".
           88  LINE-WANTED               VALUE "Y".

      *>  Every audit trail and the program that writes it.
           COPY CBAUDTRL.
       01  WS-TX             PIC 9(02)   COMP-5 VALUE ZERO.

      *>  One line being taken apart.
       01  WS-LINE-NO        PIC 9(09)   VALUE ZERO.
       01  WS-AUD-TEXT       PIC X(262)  VALUE SPACES.
       01  WS-POS            PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-TOK-START      PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-TOK-LEN        PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-TOKEN          PIC X(200)  VALUE SPACES.
       01  WS-EQ-POS         PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-TALLY          PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-TOK-NAME       PIC X(20)   VALUE SPACES.
       01  WS-TOK-VALUE      PIC X(120)  VALUE SPACES.
       01  WS-LAST-TOKEN     PIC X       VALUE "N".
           88  LAST-TOKEN                VALUE "Y".
       01  WS-KEY-NAME       PIC X(20)   VALUE SPACES.
       01  WS-MODE-VALUE     PIC X(12)   VALUE SPACES.
       01  WS-SCOPE-VALUE    PIC X(12)   VALUE SPACES.
       01  WS-TABLE-VALUE    PIC X(12)   VALUE SPACES.
       01  WS-DETAIL-PTR     PIC 9(03)   COMP-5 VALUE 1.

      *>  Run totals.
       01  WS-TRAILS-READ    PIC 9(05)   VALUE ZERO.
       01  WS-TRAILS-ABSENT  PIC 9(05)   VALUE ZERO.
       01  WS-LINES-READ     PIC 9(09)   VALUE ZERO.
       01  WS-LINES-SKIPPED  PIC 9(09)   VALUE ZERO.
       01  WS-LINES-KEPT     PIC 9(09)   VALUE ZERO.
       01  WS-REFUSED-KEPT   PIC 9(09)   VALUE ZERO.
       01  WS-SORT-EOF       PIC X       VALUE "N".
           88  SORT-AT-END               VALUE "Y".

       01  WS-COUNT-OUT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-LINE-OUT       PIC ZZZZZZZZ9.
       01  WS-ACCT-OUT       PIC X(10)   VALUE SPACES.
       01  WS-INV-OUT        PIC X(08)   VALUE SPACES.
       01  WS-RESULT-OUT     PIC X(07)   VALUE SPACES.
       01  WS-SEL-TEXT       PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM CHECK-RUN-AUTHORIZATION
           IF NOT RUN-OPERATOR-AUTHORIZED
               DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED TO QUERY THE AUDIT"
                       " TRAILS -- RUN REFUSED ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               DISPLAY "*** telaudq: cannot read selector "
                       FUNCTION TRIM (WS-BAD-ARG) UPON CONSOLE
               END-DISPLAY
               DISPLAY "    usage: telaudq [USER=id] [ACCT=n] [INV=n]"
                       " [FROM=yyyymmdd] [TO=yyyymmdd] [PROG=name]"
                       " [REFUSED]" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDQRPT
           OPEN OUTPUT AUDQOUT
           PERFORM WRITE-REPORT-HEADING
           OPEN INPUT INVREG
           IF INVREG-STATUS = "00"
               MOVE "Y" TO WS-INVREG-OPEN
           END-IF
           OPEN INPUT DISPUTES
           IF DSP-STATUS = "00"
               MOVE "Y" TO WS-DSP-OPEN
           END-IF
           SORT SORTFILE
               ON ASCENDING KEY AN-DATE
                                AN-TIME
                                AN-TRAIL
                                AN-LINE-NO
               INPUT PROCEDURE IS GATHER-ALL-TRAILS
               OUTPUT PROCEDURE IS WRITE-SELECTED-LINES
           IF INVREG-OPEN
               CLOSE INVREG
           END-IF
           IF DISPUTES-OPEN
               CLOSE DISPUTES
           END-IF
           PERFORM WRITE-RUN-SUMMARY
           CLOSE AUDQRPT
                 AUDQOUT
           STOP RUN
           .

      *>  Same launch check as telaudv.
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

       PARSE-COMMAND-LINE.
           MOVE "Y" TO WS-ARGS-VALID
           MOVE SPACES TO WS-ARG-TABLE
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-ARG (1) WS-ARG (2) WS-ARG (3) WS-ARG (4)
                    WS-ARG (5) WS-ARG (6) WS-ARG (7) WS-ARG (8)
           END-UNSTRING
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > 8 OR NOT ARGS-VALID
               IF WS-ARG (WS-AX) NOT = SPACES
                   PERFORM TAKE-ONE-SELECTOR
               END-IF
           END-PERFORM
           .

       TAKE-ONE-SELECTOR.
           MOVE SPACES TO WS-ARG-NAME WS-ARG-VALUE
           UNSTRING WS-ARG (WS-AX) DELIMITED BY "="
               INTO WS-ARG-NAME WS-ARG-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-ARG-NAME) TO WS-ARG-NAME
           EVALUATE TRUE
               WHEN WS-ARG-NAME = "REFUSED"
                AND WS-ARG-VALUE = SPACES
                   MOVE "Y" TO WS-SEL-REFUSED
               WHEN WS-ARG-VALUE = SPACES
                   MOVE "N" TO WS-ARGS-VALID
               WHEN WS-ARG-NAME = "USER"
                   MOVE FUNCTION UPPER-CASE (WS-ARG-VALUE)
                     TO WS-SEL-USER
               WHEN WS-ARG-NAME = "PROG"
                   MOVE FUNCTION LOWER-CASE (WS-ARG-VALUE)
                     TO WS-SEL-PROG
               WHEN FUNCTION TEST-NUMVAL (WS-ARG-VALUE) NOT = 0
                   MOVE "N" TO WS-ARGS-VALID
               WHEN WS-ARG-NAME = "ACCT"
                   COMPUTE WS-SEL-ACCT =
                           FUNCTION NUMVAL (WS-ARG-VALUE)
                   END-COMPUTE
               WHEN WS-ARG-NAME = "INV"
                   COMPUTE WS-SEL-INV =
                           FUNCTION NUMVAL (WS-ARG-VALUE)
                   END-COMPUTE
               WHEN WS-ARG-NAME = "FROM"
                   COMPUTE WS-SEL-FROM =
                           FUNCTION NUMVAL (WS-ARG-VALUE)
                   END-COMPUTE
               WHEN WS-ARG-NAME = "TO"
                   COMPUTE WS-SEL-TO =
                           FUNCTION NUMVAL (WS-ARG-VALUE)
                   END-COMPUTE
               WHEN OTHER
                   MOVE "N" TO WS-ARGS-VALID
           END-EVALUATE
           IF NOT ARGS-VALID
               MOVE WS-ARG (WS-AX) TO WS-BAD-ARG
           END-IF
           .

       WRITE-REPORT-HEADING.
           MOVE SPACES TO AUDQRPT-REC
           STRING "==== AUDIT INQUIRY "     DELIMITED BY SIZE
                  WS-NOW (1:8)              DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-NOW (9:6)              DELIMITED BY SIZE
                  " by "                    DELIMITED BY SIZE
                  WS-OPERATOR-ID            DELIMITED BY SIZE
                  " ===="                   DELIMITED BY SIZE
                INTO AUDQRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-SEL-TEXT
           MOVE WS-CMDLINE TO WS-SEL-TEXT
           IF WS-SEL-TEXT = SPACES
               MOVE "(every line on every trail)" TO WS-SEL-TEXT
           END-IF
           MOVE SPACES TO AUDQRPT-REC
           STRING "Selection: "             DELIMITED BY SIZE
                  WS-SEL-TEXT               DELIMITED BY SIZE
                INTO AUDQRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO AUDQRPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO AUDQRPT-REC
           MOVE "Date     Time"   TO AUDQRPT-REC (1:15)
           MOVE "User"            TO AUDQRPT-REC (17:8)
           MOVE "Program"         TO AUDQRPT-REC (26:8)
           MOVE "Action"          TO AUDQRPT-REC (35:12)
           MOVE "Key"             TO AUDQRPT-REC (48:20)
           MOVE "Old value"       TO AUDQRPT-REC (69:20)
           MOVE "New value"       TO AUDQRPT-REC (90:20)
           MOVE "Result"          TO AUDQRPT-REC (111:22)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO AUDQOUT-REC
           STRING "HDR|TELAUDQ|"            DELIMITED BY SIZE
                  WS-NOW (1:8)              DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CMDLINE)
                                            DELIMITED BY SIZE
                INTO AUDQOUT-REC
           END-STRING
           WRITE AUDQOUT-REC
           END-WRITE
           .

      *>  Input side of the sort: every trail, every line, each one
      *>  normalized and tested against the selection.
       GATHER-ALL-TRAILS.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > AT-TRAIL-COUNT
               MOVE AT-NAME (WS-TX) TO WS-TRAIL-NAME
               OPEN INPUT AUDTRAIL
               IF TRAIL-STATUS NOT = "00"
                   ADD 1 TO WS-TRAILS-ABSENT
               ELSE
                   ADD 1 TO WS-TRAILS-READ
                   MOVE ZERO TO WS-LINE-NO
                   PERFORM UNTIL 0 = 1
                       READ AUDTRAIL
                           AT END
                               EXIT PERFORM
                       END-READ
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO WS-LINES-READ
                       PERFORM NORMALIZE-ONE-LINE
                   END-PERFORM
                   CLOSE AUDTRAIL
               END-IF
           END-PERFORM
           .

       NORMALIZE-ONE-LINE.
           MOVE SPACES TO WS-AUD-TEXT
           IF AUDTRAIL-REC (1:1) = "#"
           AND AUDTRAIL-REC (2:9) IS NUMERIC
           AND AUDTRAIL-REC (11:1) = SPACE
               MOVE AUDTRAIL-REC (31:260) TO WS-AUD-TEXT
           ELSE
               MOVE AUDTRAIL-REC (1:260) TO WS-AUD-TEXT
           END-IF
           IF WS-AUD-TEXT (1:8) NOT NUMERIC
           OR WS-AUD-TEXT (10:6) NOT NUMERIC
               ADD 1 TO WS-LINES-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-NORM-REC
           MOVE ZERO TO AN-ACCT-NO AN-ACCT-NO-2 AN-INV-NO
           MOVE WS-AUD-TEXT (1:8)  TO AN-DATE
           MOVE WS-AUD-TEXT (10:6) TO AN-TIME
           MOVE AT-NAME (WS-TX)    TO AN-TRAIL
           MOVE WS-LINE-NO         TO AN-LINE-NO
           MOVE AT-PROGRAM (WS-TX) TO AN-PROGRAM
           MOVE "A"                TO AN-RESULT
           MOVE SPACES TO WS-KEY-NAME WS-MODE-VALUE WS-SCOPE-VALUE
                          WS-TABLE-VALUE
           MOVE 1 TO WS-DETAIL-PTR
           MOVE 16 TO WS-POS
           PERFORM UNTIL WS-POS > 260
               PERFORM UNTIL WS-POS > 260
                       OR WS-AUD-TEXT (WS-POS:1) NOT = SPACE
                   ADD 1 TO WS-POS
               END-PERFORM
               IF WS-POS > 260
                   EXIT PERFORM
               END-IF
               MOVE WS-POS TO WS-TOK-START
               PERFORM UNTIL WS-POS > 260
                       OR WS-AUD-TEXT (WS-POS:2) = "  "
                   IF WS-AUD-TEXT (WS-POS:1) = "="
                       PERFORM SKIP-VALUE-PADDING
                   ELSE
                       ADD 1 TO WS-POS
                   END-IF
               END-PERFORM
               COMPUTE WS-TOK-LEN = WS-POS - WS-TOK-START
               END-COMPUTE
               IF WS-TOK-LEN > 200
                   MOVE 200 TO WS-TOK-LEN
               END-IF
               MOVE SPACES TO WS-TOKEN
               MOVE WS-AUD-TEXT (WS-TOK-START:WS-TOK-LEN)
                 TO WS-TOKEN
               MOVE "N" TO WS-LAST-TOKEN
               IF WS-POS > 260
                   MOVE "Y" TO WS-LAST-TOKEN
               ELSE
                   IF WS-AUD-TEXT (WS-POS:) = SPACES
                       MOVE "Y" TO WS-LAST-TOKEN
                   END-IF
               END-IF
               PERFORM CLASSIFY-ONE-TOKEN
           END-PERFORM
           PERFORM SETTLE-PROGRAM-AND-KEY
           PERFORM TEST-SELECTION
           IF LINE-WANTED
               ADD 1 TO WS-LINES-KEPT
               IF AN-REFUSED
                   ADD 1 TO WS-REFUSED-KEPT
               END-IF
               RELEASE AUDIT-NORM-REC
           END-IF
           .

      *>  An edited amount is written right-justified, so blanks can
      *>  follow the "=": step over them to the value, unless what
      *>  comes next is the following name=value (an empty value).
       SKIP-VALUE-PADDING.
           ADD 1 TO WS-POS
           MOVE WS-POS TO WS-EQ-POS
           PERFORM UNTIL WS-POS > 260
                   OR WS-AUD-TEXT (WS-POS:1) NOT = SPACE
               ADD 1 TO WS-POS
           END-PERFORM
           IF WS-POS > 260 OR WS-POS = WS-EQ-POS
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TALLY
           INSPECT WS-AUD-TEXT (WS-POS:) TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZERO TO WS-TOK-LEN
           INSPECT WS-AUD-TEXT (WS-POS:WS-TALLY) TALLYING WS-TOK-LEN
               FOR ALL "="
           IF WS-TOK-LEN > ZERO
               MOVE WS-EQ-POS TO WS-POS
           END-IF
           .

      *>  name=value, or free text (teldrift writes its event as a
      *>  sentence).
       CLASSIFY-ONE-TOKEN.
           MOVE ZERO TO WS-EQ-POS
           INSPECT WS-TOKEN (1:WS-TOK-LEN) TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="
           MOVE ZERO TO WS-TALLY
           IF WS-EQ-POS > ZERO AND WS-EQ-POS < WS-TOK-LEN
               INSPECT WS-TOKEN (1:WS-EQ-POS) TALLYING WS-TALLY
                   FOR ALL SPACE
           END-IF
           IF WS-EQ-POS = ZERO OR WS-EQ-POS >= WS-TOK-LEN
           OR WS-TALLY > ZERO
               PERFORM TAKE-FREE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOK-NAME WS-TOK-VALUE
           MOVE WS-TOKEN (1:WS-EQ-POS) TO WS-TOK-NAME
           MOVE FUNCTION TRIM
                (WS-TOKEN (WS-EQ-POS + 2:WS-TOK-LEN - WS-EQ-POS - 1))
             TO WS-TOK-VALUE
           EVALUATE WS-TOK-NAME
               WHEN "user"
               WHEN "actor"
                   MOVE WS-TOK-VALUE TO AN-USER
               WHEN "approver"
               WHEN "proposer"
                   IF WS-TOK-VALUE NOT = SPACES
                       MOVE WS-TOK-VALUE TO AN-USER-2
                   END-IF
               WHEN "action"
               WHEN "result"
               WHEN "outcome"
               WHEN "authorized"
                   IF LAST-TOKEN
                       PERFORM TAKE-OUTCOME
                   ELSE
                       PERFORM TAKE-ACTION
                   END-IF
               WHEN "mode"
                   MOVE WS-TOK-VALUE TO WS-MODE-VALUE
                   PERFORM TAKE-ACTION
               WHEN "command"
                   PERFORM TAKE-ACTION
               WHEN "scope"
                   MOVE WS-TOK-VALUE TO WS-SCOPE-VALUE
                   PERFORM ADD-TO-DETAIL
               WHEN "table"
                   MOVE WS-TOK-VALUE TO WS-TABLE-VALUE
                   PERFORM ADD-TO-DETAIL
               WHEN "acct"
                   IF AN-KEY NOT = SPACES
                       PERFORM PUSH-KEY-TO-DETAIL
                   END-IF
                   MOVE WS-TOK-VALUE TO AN-KEY
                   MOVE WS-TOK-NAME  TO WS-KEY-NAME
               WHEN "key"
               WHEN "origin"
               WHEN "number"
               WHEN "serial"
               WHEN "code"
               WHEN "currency"
               WHEN "target"
               WHEN "rec"
               WHEN "msg"
               WHEN "case"
               WHEN "period"
                   IF AN-KEY = SPACES
                       MOVE WS-TOK-VALUE TO AN-KEY
                       MOVE WS-TOK-NAME  TO WS-KEY-NAME
                   ELSE
                       PERFORM ADD-TO-DETAIL
                   END-IF
               WHEN "old"
               WHEN "oldlevel"
               WHEN "oldrate"
                   MOVE WS-TOK-VALUE TO AN-OLD-VALUE
               WHEN "new"
               WHEN "newlevel"
               WHEN "value"
                   MOVE WS-TOK-VALUE TO AN-NEW-VALUE
               WHEN "amount"
                   IF AN-NEW-VALUE = SPACES
                       MOVE WS-TOK-VALUE TO AN-NEW-VALUE
                   ELSE
                       PERFORM ADD-TO-DETAIL
                   END-IF
               WHEN OTHER
                   PERFORM ADD-TO-DETAIL
           END-EVALUATE
           .

       TAKE-ACTION.
           IF AN-ACTION = SPACES
               MOVE WS-TOK-VALUE TO AN-ACTION
           ELSE
               PERFORM ADD-TO-DETAIL
           END-IF
           .

      *>  The trail's closing word: applied, or refused and why.
       TAKE-OUTCOME.
           MOVE WS-TOK-VALUE TO AN-RESULT-TEXT
           EVALUATE TRUE
               WHEN WS-TOK-VALUE (1:8) = "REFUSED-"
                   MOVE "R" TO AN-RESULT
                   MOVE WS-TOK-VALUE (9:40) TO AN-RESULT-TEXT
               WHEN WS-TOK-VALUE (1:7) = "REFUSED"
               WHEN WS-TOK-VALUE (1:4) = "NOT-"
                   MOVE "R" TO AN-RESULT
               WHEN WS-TOK-NAME = "outcome"
                AND WS-TOK-VALUE NOT = "OK"
                   MOVE "R" TO AN-RESULT
               WHEN WS-TOK-NAME = "authorized"
                AND WS-TOK-VALUE = "N"
                   MOVE "R" TO AN-RESULT
                   MOVE "NOT AUTHORIZED" TO AN-RESULT-TEXT
               WHEN WS-TOK-NAME = "authorized"
                   MOVE "AUTHORIZED" TO AN-RESULT-TEXT
           END-EVALUATE
           IF AN-ACTION = SPACES AND AN-APPLIED
               MOVE WS-TOK-VALUE TO AN-ACTION
           END-IF
           .

       TAKE-FREE-TEXT.
           IF AN-ACTION = SPACES
               UNSTRING WS-TOKEN DELIMITED BY SPACE
                   INTO AN-ACTION
               END-UNSTRING
           END-IF
           MOVE ZERO TO WS-TALLY
           INSPECT WS-TOKEN (1:WS-TOK-LEN) TALLYING WS-TALLY
               FOR ALL "REFUSED"
           IF WS-TALLY > ZERO
               MOVE "R" TO AN-RESULT
               MOVE WS-TOKEN TO AN-RESULT-TEXT
           ELSE
               MOVE SPACES TO WS-TOK-NAME
               MOVE WS-TOKEN TO WS-TOK-VALUE
               PERFORM ADD-TO-DETAIL
           END-IF
           .

       ADD-TO-DETAIL.
           IF WS-DETAIL-PTR > 120
               EXIT PARAGRAPH
           END-IF
           IF WS-DETAIL-PTR > 1
               STRING " "                    DELIMITED BY SIZE
                   INTO AN-DETAIL
                   WITH POINTER WS-DETAIL-PTR
               END-STRING
           END-IF
           IF WS-TOK-NAME NOT = SPACES
               STRING FUNCTION TRIM (WS-TOK-NAME) DELIMITED BY SIZE
                      "="                         DELIMITED BY SIZE
                   INTO AN-DETAIL
                   WITH POINTER WS-DETAIL-PTR
               END-STRING
           END-IF
           IF WS-TOK-VALUE NOT = SPACES
               STRING FUNCTION TRIM (WS-TOK-VALUE) DELIMITED BY SIZE
                   INTO AN-DETAIL
                   WITH POINTER WS-DETAIL-PTR
               END-STRING
           END-IF
           .

       PUSH-KEY-TO-DETAIL.
           MOVE WS-TOK-NAME  TO WS-ARG-NAME
           MOVE WS-TOK-VALUE TO WS-TOKEN
           MOVE WS-KEY-NAME  TO WS-TOK-NAME
           MOVE AN-KEY       TO WS-TOK-VALUE
           PERFORM ADD-TO-DETAIL
           MOVE WS-ARG-NAME  TO WS-TOK-NAME
           MOVE WS-TOKEN     TO WS-TOK-VALUE
           .

      *>  What the key is depends on the trail (a write-off's key is
      *>  an invoice or an account by its mode, a dispute action's
      *>  an invoice or a dispute); invoices and disputes are looked
      *>  up to the account they belong to.
       SETTLE-PROGRAM-AND-KEY.
           EVALUATE TRUE
               WHEN AN-TRAIL = "TELCO.RAUD"
                AND (AN-USER-2 NOT = SPACES
                     OR AN-RESULT-TEXT = "NOTICE-OVERRIDDEN")
                   MOVE "telrnote" TO AN-PROGRAM
               WHEN AN-TRAIL = "TELCO.TAUD"
                AND WS-TABLE-VALUE = "ICB"
                   MOVE "telicb" TO AN-PROGRAM
               WHEN AN-TRAIL = "TELCO.UAUD"
                AND AN-ACTION = "RECERT"
                   MOVE "telrecer" TO AN-PROGRAM
           END-EVALUATE
           IF AN-ACTION = SPACES
               EVALUATE AN-TRAIL
                   WHEN "TELAUTHN.AUD"
                       MOVE "SIGN-ON" TO AN-ACTION
                   WHEN "TELLEGAL.AUD"
                       MOVE "ACCESS" TO AN-ACTION
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-KEY-NAME = "acct"
                   MOVE "A" TO AN-KEY-TYPE
               WHEN AN-TRAIL = "TELCO.MAUD"
                   MOVE AN-OLD-VALUE TO AN-KEY
                   MOVE "A" TO AN-KEY-TYPE
                   IF FUNCTION TEST-NUMVAL (AN-NEW-VALUE) = 0
                       COMPUTE AN-ACCT-NO-2 =
                               FUNCTION NUMVAL (AN-NEW-VALUE)
                       END-COMPUTE
                   END-IF
               WHEN AN-TRAIL = "TELWOFF.AUD"
                AND WS-MODE-VALUE = "INV"
                   MOVE "I" TO AN-KEY-TYPE
               WHEN AN-TRAIL = "TELWOFF.AUD"
                AND WS-MODE-VALUE = "ACCT"
                   MOVE "A" TO AN-KEY-TYPE
               WHEN AN-TRAIL = "TELDISP.AUD"
                AND AN-ACTION = "OPEN"
                   MOVE "I" TO AN-KEY-TYPE
               WHEN AN-TRAIL = "TELDISP.AUD"
                   MOVE "D" TO AN-KEY-TYPE
               WHEN AN-TRAIL = "TELCMEMO.AUD"
                   MOVE "I" TO AN-KEY-TYPE
               WHEN AN-TRAIL = "TELLEGAL.AUD"
                AND WS-SCOPE-VALUE = "ACCT"
                   MOVE "A" TO AN-KEY-TYPE
               WHEN AN-TRAIL = "TELLEGAL.AUD"
                AND WS-SCOPE-VALUE = "NUM"
                   MOVE "N" TO AN-KEY-TYPE
               WHEN AN-TRAIL = "TELALI.AUD"
                   MOVE "N" TO AN-KEY-TYPE
           END-EVALUATE
           IF AN-KEY = SPACES
           OR FUNCTION TEST-NUMVAL (AN-KEY) NOT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN AN-KEY-IS-ACCOUNT
                   COMPUTE AN-ACCT-NO = FUNCTION NUMVAL (AN-KEY)
                   END-COMPUTE
               WHEN AN-KEY-IS-INVOICE
                   COMPUTE AN-INV-NO = FUNCTION NUMVAL (AN-KEY)
                   END-COMPUTE
                   PERFORM LOOK-UP-INVOICE
               WHEN AN-KEY-IS-DISPUTE AND DISPUTES-OPEN
                   COMPUTE DSP-NO = FUNCTION NUMVAL (AN-KEY)
                   END-COMPUTE
                   READ DISPUTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DSP-INV-NO  TO AN-INV-NO
                           MOVE DSP-ACCT-NO TO AN-ACCT-NO
                   END-READ
           END-EVALUATE
           .

       LOOK-UP-INVOICE.
           IF NOT INVREG-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE AN-INV-NO TO INV-NO
           READ INVREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-ACCT-NO TO AN-ACCT-NO
           END-READ
           .

       TEST-SELECTION.
           MOVE "Y" TO WS-LINE-WANTED
           IF AN-DATE < WS-SEL-FROM OR AN-DATE > WS-SEL-TO
               MOVE "N" TO WS-LINE-WANTED
           END-IF
           IF WS-SEL-USER NOT = SPACES
           AND FUNCTION UPPER-CASE (AN-USER) NOT = WS-SEL-USER
           AND FUNCTION UPPER-CASE (AN-USER-2) NOT = WS-SEL-USER
               MOVE "N" TO WS-LINE-WANTED
           END-IF
           IF WS-SEL-ACCT NOT = ZERO
           AND AN-ACCT-NO NOT = WS-SEL-ACCT
           AND AN-ACCT-NO-2 NOT = WS-SEL-ACCT
               MOVE "N" TO WS-LINE-WANTED
           END-IF
           IF WS-SEL-INV NOT = ZERO
           AND AN-INV-NO NOT = WS-SEL-INV
               MOVE "N" TO WS-LINE-WANTED
           END-IF
           IF WS-SEL-PROG NOT = SPACES
           AND AN-PROGRAM NOT = WS-SEL-PROG
               MOVE "N" TO WS-LINE-WANTED
           END-IF
           IF REFUSED-ONLY AND NOT AN-REFUSED
               MOVE "N" TO WS-LINE-WANTED
           END-IF
           .

      *>  Output side of the sort: the lines in time order.
       WRITE-SELECTED-LINES.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL SORT-AT-END
               RETURN SORTFILE
                   AT END
                       SET SORT-AT-END TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-LINE
               END-RETURN
           END-PERFORM
           .

       WRITE-ONE-LINE.
           IF AN-REFUSED
               MOVE "REFUSED" TO WS-RESULT-OUT
           ELSE
               MOVE "APPLIED" TO WS-RESULT-OUT
           END-IF
           MOVE SPACES TO AUDQRPT-REC
           MOVE AN-DATE        TO AUDQRPT-REC (1:8)
           MOVE AN-TIME        TO AUDQRPT-REC (10:6)
           MOVE AN-USER        TO AUDQRPT-REC (17:8)
           MOVE AN-PROGRAM     TO AUDQRPT-REC (26:8)
           MOVE AN-ACTION      TO AUDQRPT-REC (35:12)
           MOVE AN-KEY         TO AUDQRPT-REC (48:20)
           MOVE AN-OLD-VALUE   TO AUDQRPT-REC (69:20)
           MOVE AN-NEW-VALUE   TO AUDQRPT-REC (90:20)
           IF AN-REFUSED
               STRING "*** REFUSED "        DELIMITED BY SIZE
                      AN-RESULT-TEXT        DELIMITED BY SIZE
                    INTO AUDQRPT-REC (111:22)
               END-STRING
           ELSE
               MOVE AN-RESULT-TEXT TO AUDQRPT-REC (111:22)
           END-IF
           PERFORM WRITE-REPORT-LINE
      *>  Where the line came from, and whatever else it said.
           MOVE AN-LINE-NO TO WS-LINE-OUT
           MOVE SPACES TO AUDQRPT-REC
           MOVE 17 TO WS-DETAIL-PTR
           STRING FUNCTION TRIM (AN-TRAIL)  DELIMITED BY SIZE
                  " line "                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LINE-OUT)
                                            DELIMITED BY SIZE
                INTO AUDQRPT-REC
                WITH POINTER WS-DETAIL-PTR
           END-STRING
           IF AN-REFUSED
               STRING "  refused: "         DELIMITED BY SIZE
                      FUNCTION TRIM (AN-RESULT-TEXT)
                                            DELIMITED BY SIZE
                    INTO AUDQRPT-REC
                    WITH POINTER WS-DETAIL-PTR
               END-STRING
           END-IF
           IF AN-USER-2 NOT = SPACES
               STRING "  approver: "        DELIMITED BY SIZE
                      FUNCTION TRIM (AN-USER-2)
                                            DELIMITED BY SIZE
                    INTO AUDQRPT-REC
                    WITH POINTER WS-DETAIL-PTR
               END-STRING
           END-IF
           IF AN-DETAIL NOT = SPACES
               STRING "  "                  DELIMITED BY SIZE
                      FUNCTION TRIM (AN-DETAIL)
                                            DELIMITED BY SIZE
                    INTO AUDQRPT-REC
                    WITH POINTER WS-DETAIL-PTR
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-ACCT-OUT WS-INV-OUT
           IF AN-ACCT-NO NOT = ZERO
               MOVE AN-ACCT-NO TO WS-ACCT-OUT
           END-IF
           IF AN-INV-NO NOT = ZERO
               MOVE AN-INV-NO TO WS-INV-OUT
           END-IF
           INSPECT AN-KEY         REPLACING ALL "|" BY "/"
           INSPECT AN-OLD-VALUE   REPLACING ALL "|" BY "/"
           INSPECT AN-NEW-VALUE   REPLACING ALL "|" BY "/"
           INSPECT AN-RESULT-TEXT REPLACING ALL "|" BY "/"
           INSPECT AN-DETAIL      REPLACING ALL "|" BY "/"
           MOVE SPACES TO AUDQOUT-REC
           STRING AN-DATE                   DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  AN-TIME                   DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (AN-USER)   DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (AN-USER-2) DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (AN-PROGRAM)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (AN-ACTION) DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  AN-KEY-TYPE               DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (AN-KEY)    DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-ACCT-OUT               DELIMITED BY SPACE
                  "|"                       DELIMITED BY SIZE
                  WS-INV-OUT                DELIMITED BY SPACE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (AN-OLD-VALUE)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (AN-NEW-VALUE)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-RESULT-OUT             DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (AN-RESULT-TEXT)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (AN-TRAIL)  DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  AN-LINE-NO                DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM (AN-DETAIL) DELIMITED BY SIZE
                INTO AUDQOUT-REC
           END-STRING
           WRITE AUDQOUT-REC
           END-WRITE
           .

       WRITE-RUN-SUMMARY.
           MOVE WS-LINES-KEPT TO WS-COUNT-OUT
           MOVE SPACES TO AUDQOUT-REC
           STRING "TRL|"                    DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COUNT-OUT)
                                            DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  WS-REFUSED-KEPT           DELIMITED BY SIZE
                INTO AUDQOUT-REC
           END-STRING
           WRITE AUDQOUT-REC
           END-WRITE
           MOVE SPACES TO AUDQRPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TRAILS-READ TO WS-COUNT-OUT
           MOVE SPACES TO AUDQRPT-REC
           STRING "Trails read             " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO AUDQRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TRAILS-ABSENT TO WS-COUNT-OUT
           MOVE SPACES TO AUDQRPT-REC
           STRING "Trails not on disk      " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO AUDQRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LINES-READ TO WS-COUNT-OUT
           MOVE SPACES TO AUDQRPT-REC
           STRING "Audit lines read        " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO AUDQRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LINES-SKIPPED TO WS-COUNT-OUT
           MOVE SPACES TO AUDQRPT-REC
           STRING "Lines not readable      " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO AUDQRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-LINES-KEPT TO WS-COUNT-OUT
           MOVE SPACES TO AUDQRPT-REC
           STRING "Lines selected          " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO AUDQRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REFUSED-KEPT TO WS-COUNT-OUT
           MOVE SPACES TO AUDQRPT-REC
           STRING "  of which refused      " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO AUDQRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .

       WRITE-REPORT-LINE.
           WRITE AUDQRPT-REC
           END-WRITE
           .
       END PROGRAM telaudq.
