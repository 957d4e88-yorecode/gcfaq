      *>
      *> telrecert.cob -- quarterly AUTHTB access recertification.
      *> telauth controls how authority is granted; this run asks
      *> whether the people holding it should still have it.  It
      *> lists every AUTH-USERID on AUTHTAB.DAT with its level and
      *> its last activity -- the latest date the id appears as
      *> user, actor, approver or proposer on any audit trail (the
      *> CBAUDTRL.cpy list) or as operator on TELCO.LOG -- and
      *> flags:
      *>
      *>   DORMANT        no activity, and no grant on TELCO.UAUD,
      *>                  within TELCO_RECERT_DORMANT_DAYS (90)
      *>   CONFLICT       one person (same AUTH-NAME) holding, on
      *>                  different ids, a pair of levels listed in
      *>                  SOD-CONFLICT-PAIRS below -- AUTH-LEVEL is
      *>                  one byte, so a second authority always
      *>                  means a second id
      *>   SELF-APPROVAL  a trail line whose approver or proposer is
      *>                  the acting id itself, or another id held
      *>                  by the same person -- approving one's own
      *>                  adjustment, write-off or grant by the back
      *>                  door
      *>
      *> Decisions come back through telauth, never through this
      *> program: the manager's sign-off is "telauth ADMIN PROPOSE
      *> id CRT", a revoke "... PROPOSE id REV", each approved by a
      *> second admin.  The run reads TELCO.UAUD for the approvals
      *> made since the quarter began and shows each id certified,
      *> pending (on AUTHPEND.DAT) or outstanding, with this
      *> quarter's revocations listed after.  The run itself is
      *> logged on TELCO.UAUD (command=RECERT, with its counts), so
      *> the quarter's review sits on the same trail as its
      *> decisions.
      *>
      *> Report on RECERT.TXT; return code 4 while any id is still
      *> outstanding.  Launch is fail-closed: the launching id
      *> (TELCO_OPERATOR, else the login) must carry AUTH-ADMIN on
      *> AUTHTB.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telrecert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHTB    ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT AUTHPEND  ASSIGN TO
                "AUTHPEND.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PEND-TARGET-USERID
                FILE STATUS IS PEND-STATUS
                .
           SELECT AUDTRAIL  ASSIGN TO
                WS-TRAIL-NAME
                LINE SEQUENTIAL
                FILE STATUS IS TRAIL-STATUS
                .
           SELECT AUTHAUDIT ASSIGN TO
                "TELCO.UAUD"
                LINE SEQUENTIAL
                FILE STATUS IS AUTHAUDIT-STATUS
                .
           SELECT RECRPT    ASSIGN TO
                "RECERT.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS RECRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  AUTHPEND.
           COPY CBAUTHPD.
       FD  AUDTRAIL.
       01  AUDTRAIL-REC      PIC X(300).
       FD  AUTHAUDIT.
       01  AUTHAUDIT-REC     PIC X(190).
       FD  RECRPT.
       01  RECRPT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  PEND-STATUS       PIC XX      VALUE "00".
       01  TRAIL-STATUS      PIC XX      VALUE "00".
       01  AUTHAUDIT-STATUS  PIC XX      VALUE "00".
       01  RECRPT-STATUS     PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC 9(07)   VALUE ZERO.
       01  WS-CUTOFF-DATE    PIC 9(08)   VALUE ZERO.
       01  WS-QTR-START      PIC 9(08)   VALUE ZERO.
       01  WS-QTR-NO         PIC 9(01)   VALUE ZERO.
       01  WS-QTR-MONTH      PIC 9(02)   VALUE ZERO.
       01  WS-QUARTER        PIC X(06)   VALUE SPACES.

       01  WS-ENV-DORMANT    PIC X(06)   VALUE SPACES.
       01  WS-DORMANT-DAYS   PIC 9(04)   VALUE 90.

       01  WS-TRAIL-NAME     PIC X(20)   VALUE SPACES.
           COPY CBAUDTRL.
       01  WS-TX             PIC 9(02)   COMP-5 VALUE ZERO.

      *>  Pairs of authority levels one person must not hold
      *>  together, in either order: rate maintenance or account
      *>  maintenance with billing operations (change the figures,
      *>  then run the bill on them), and security administration
      *>  with any working authority (grant it to yourself).
       01  SOD-CONFLICT-PAIRS.
           05  FILLER        PIC X(02)   VALUE "RO".
           05  FILLER        PIC X(02)   VALUE "MO".
           05  FILLER        PIC X(02)   VALUE "AR".
           05  FILLER        PIC X(02)   VALUE "AM".
           05  FILLER        PIC X(02)   VALUE "AO".
           05  FILLER        PIC X(02)   VALUE "AL".
       01  SOD-CONFLICT-TABLE REDEFINES SOD-CONFLICT-PAIRS.
           05  SOD-PAIR OCCURS 6 TIMES INDEXED BY SOD-IDX.
               10  SOD-LEVEL-1   PIC X(01).
               10  SOD-LEVEL-2   PIC X(01).

      *>  Every id on AUTHTB and what the run learns about it.
       01  WS-USER-COUNT     PIC 9(04)   COMP-5 VALUE ZERO.
       01  USER-TABLE.
           05  UT-ENTRY OCCURS 500 TIMES INDEXED BY UT-IDX UT-IDX2.
               10  UT-USERID       PIC X(08).
               10  UT-LEVEL        PIC X(01).
               10  UT-NAME         PIC X(30).
               10  UT-PERSON       PIC X(30).
               10  UT-LAST-ACT     PIC 9(08).
               10  UT-LAST-SRC     PIC X(12).
               10  UT-GRANT-DATE   PIC 9(08).
               10  UT-DORMANT      PIC X(01).
                   88  UT-IS-DORMANT           VALUE "Y".
               10  UT-CONF-COUNT   PIC 9(03).
               10  UT-CONF-OTHER   PIC X(08).
               10  UT-CONF-LEVEL   PIC X(01).
               10  UT-SELF-COUNT   PIC 9(05).
               10  UT-SELF-OTHER   PIC X(08).
               10  UT-SELF-LAST    PIC 9(08).
               10  UT-SELF-SRC     PIC X(12).
               10  UT-CERT-DATE    PIC 9(08).
               10  UT-CERT-BY      PIC X(08).
               10  UT-PEND-ACTION  PIC X(03).
               10  UT-PEND-BY      PIC X(08).

      *>  Revocations approved this quarter (no longer on AUTHTB).
       01  WS-REV-COUNT      PIC 9(03)   COMP-5 VALUE ZERO.
       01  REVOKE-TABLE.
           05  RV-ENTRY OCCURS 100 TIMES.
               10  RV-USERID       PIC X(08).
               10  RV-DATE         PIC 9(08).
               10  RV-APPROVER     PIC X(08).
               10  RV-PROPOSER     PIC X(08).

      *>  One trail line being read.
       01  WS-LINE-TEXT      PIC X(262)  VALUE SPACES.
       01  WS-LINE-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-SOURCE         PIC X(12)   VALUE SPACES.
       01  WS-TAG            PIC X(12)   VALUE SPACES.
       01  WS-TAG-LEN        PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-TAG-VALUE      PIC X(20)   VALUE SPACES.
       01  WS-TALLY          PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-VAL-START      PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-ACTOR          PIC X(08)   VALUE SPACES.
       01  WS-SECOND         PIC X(08)   VALUE SPACES.
       01  WS-COMMAND        PIC X(08)   VALUE SPACES.
       01  WS-TARGET         PIC X(08)   VALUE SPACES.
       01  WS-CHANGE         PIC X(03)   VALUE SPACES.
       01  WS-OUTCOME        PIC X(08)   VALUE SPACES.
       01  WS-FIND-ID        PIC X(08)   VALUE SPACES.
       01  WS-FOUND          PIC X       VALUE "N".
           88  ID-FOUND                  VALUE "Y".
       01  WS-ACTOR-IX       PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-SECOND-IX      PIC 9(04)   COMP-5 VALUE ZERO.

      *>  Run totals.
       01  WS-IDS-CNT        PIC 9(05)   VALUE ZERO.
       01  WS-DORMANT-CNT    PIC 9(05)   VALUE ZERO.
       01  WS-CONFLICT-CNT   PIC 9(05)   VALUE ZERO.
       01  WS-SELFAPPR-CNT   PIC 9(05)   VALUE ZERO.
       01  WS-CERTIFIED-CNT  PIC 9(05)   VALUE ZERO.
       01  WS-PENDING-CNT    PIC 9(05)   VALUE ZERO.
       01  WS-OPEN-CNT       PIC 9(05)   VALUE ZERO.
       01  WS-DAYS-IDLE      PIC 9(05)   VALUE ZERO.

       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-DAYS-OUT       PIC ZZZZ9.
       01  WS-STATE-TEXT     PIC X(40)   VALUE SPACES.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM CHECK-RUN-AUTHORIZATION
           IF NOT RUN-OPERATOR-AUTHORIZED
               DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                       " IS NOT A SECURITY ADMIN -- RECERTIFICATION"
                       " RUN REFUSED ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           ACCEPT WS-ENV-DORMANT FROM ENVIRONMENT
               "TELCO_RECERT_DORMANT_DAYS"
           END-ACCEPT
           IF WS-ENV-DORMANT NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-DORMANT)
                 TO WS-DORMANT-DAYS
           END-IF
           MOVE "TELCO_RECERT_DORMANT_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-DORMANT TO CFQ-ENV-VALUE
           MOVE WS-DORMANT-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - WS-DORMANT-DAYS)
           END-COMPUTE
           MOVE WS-TODAY (5:2) TO WS-QTR-MONTH
           COMPUTE WS-QTR-NO = (WS-QTR-MONTH - 1) / 3 + 1
           END-COMPUTE
           COMPUTE WS-QTR-MONTH = (WS-QTR-NO - 1) * 3 + 1
           END-COMPUTE
           MOVE WS-TODAY (1:4) TO WS-QTR-START (1:4)
           MOVE WS-QTR-MONTH   TO WS-QTR-START (5:2)
           MOVE "01"           TO WS-QTR-START (7:2)
           STRING WS-TODAY (1:4)  DELIMITED BY SIZE
                  "Q"             DELIMITED BY SIZE
                  WS-QTR-NO       DELIMITED BY SIZE
                INTO WS-QUARTER
           END-STRING
           OPEN OUTPUT RECRPT
           PERFORM LOAD-AUTHORIZED-IDS
           IF WS-USER-COUNT = ZERO
               MOVE "*** AUTHTAB.DAT is empty or unreadable -- nothing"
                  & " to recertify ***" TO RECRPT-REC
               PERFORM WRITE-REPORT-LINE
               CLOSE RECRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PENDING-DECISIONS
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > AT-TRAIL-COUNT
               MOVE AT-NAME (WS-TX) TO WS-TRAIL-NAME
               MOVE AT-NAME (WS-TX) TO WS-SOURCE
               PERFORM SCAN-ONE-TRAIL
           END-PERFORM
           MOVE "TELCO.LOG" TO WS-TRAIL-NAME
           MOVE "TELCO.LOG" TO WS-SOURCE
           PERFORM SCAN-ONE-TRAIL
           PERFORM FIND-DORMANT-IDS
           PERFORM FIND-LEVEL-CONFLICTS
           PERFORM WRITE-RECERT-REPORT
           PERFORM WRITE-RUN-AUDIT-LINE
           CLOSE RECRPT
           IF WS-OPEN-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      *>  Recertification is a security administrator's review.
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
           IF AUTH-STATUS = "00"
               MOVE WS-OPERATOR-ID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-ADMIN
                           MOVE "Y" TO WS-OPER-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

       LOAD-AUTHORIZED-IDS.
           OPEN INPUT AUTHTB
           IF AUTH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AUTH-USERID
           START AUTHTB KEY IS NOT LESS THAN AUTH-USERID
               INVALID KEY
                   CLOSE AUTHTB
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ AUTHTB NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-USER-COUNT < 500
                   ADD 1 TO WS-USER-COUNT
                   SET UT-IDX TO WS-USER-COUNT
                   INITIALIZE UT-ENTRY (UT-IDX)
                   MOVE AUTH-USERID TO UT-USERID (UT-IDX)
                   MOVE AUTH-LEVEL  TO UT-LEVEL (UT-IDX)
                   MOVE AUTH-NAME   TO UT-NAME (UT-IDX)
                   MOVE FUNCTION UPPER-CASE
                        (FUNCTION TRIM (AUTH-NAME))
                     TO UT-PERSON (UT-IDX)
                   MOVE "N" TO UT-DORMANT (UT-IDX)
               END-IF
           END-PERFORM
           CLOSE AUTHTB
           .

      *>  Decisions proposed but not yet approved.
       LOAD-PENDING-DECISIONS.
           OPEN INPUT AUTHPEND
           IF PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ AUTHPEND NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE PEND-TARGET-USERID TO WS-FIND-ID
               PERFORM FIND-USER
               IF ID-FOUND
                   MOVE PEND-ACTION   TO UT-PEND-ACTION (UT-IDX)
                   MOVE PEND-PROPOSER TO UT-PEND-BY (UT-IDX)
               END-IF
           END-PERFORM
           CLOSE AUTHPEND
           .

       FIND-USER.
           MOVE "N" TO WS-FOUND
           IF WS-FIND-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > WS-USER-COUNT
               IF UT-USERID (UT-IDX) = WS-FIND-ID
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *>  Each line: who acted, who approved, and -- on telauth's
      *>  own trail -- what was granted, certified or revoked.
       SCAN-ONE-TRAIL.
           OPEN INPUT AUDTRAIL
           IF TRAIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ AUDTRAIL
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO WS-LINE-TEXT
               IF AUDTRAIL-REC (1:1) = "#"
               AND AUDTRAIL-REC (2:9) IS NUMERIC
               AND AUDTRAIL-REC (11:1) = SPACE
                   MOVE AUDTRAIL-REC (31:260) TO WS-LINE-TEXT
               ELSE
                   MOVE AUDTRAIL-REC (1:260) TO WS-LINE-TEXT
               END-IF
               IF WS-LINE-TEXT (1:8) IS NUMERIC
                   MOVE WS-LINE-TEXT (1:8) TO WS-LINE-DATE
                   PERFORM SCAN-ONE-LINE
               END-IF
           END-PERFORM
           CLOSE AUDTRAIL
           .

       SCAN-ONE-LINE.
           MOVE "user=" TO WS-TAG
           MOVE 5 TO WS-TAG-LEN
           PERFORM FIND-TAG-VALUE
           IF WS-TAG-VALUE = SPACES
               MOVE "actor=" TO WS-TAG
               MOVE 6 TO WS-TAG-LEN
               PERFORM FIND-TAG-VALUE
           END-IF
           IF WS-TAG-VALUE = SPACES
               MOVE "oper=" TO WS-TAG
               MOVE 5 TO WS-TAG-LEN
               PERFORM FIND-TAG-VALUE
           END-IF
           MOVE WS-TAG-VALUE TO WS-ACTOR
           MOVE "approver=" TO WS-TAG
           MOVE 9 TO WS-TAG-LEN
           PERFORM FIND-TAG-VALUE
           IF WS-TAG-VALUE = SPACES
               MOVE "proposer=" TO WS-TAG
               MOVE 9 TO WS-TAG-LEN
               PERFORM FIND-TAG-VALUE
           END-IF
           MOVE WS-TAG-VALUE TO WS-SECOND
           MOVE ZERO TO WS-ACTOR-IX WS-SECOND-IX
           MOVE WS-ACTOR TO WS-FIND-ID
           PERFORM NOTE-ACTIVITY
           IF ID-FOUND
               SET WS-ACTOR-IX TO UT-IDX
           END-IF
           MOVE WS-SECOND TO WS-FIND-ID
           PERFORM NOTE-ACTIVITY
           IF ID-FOUND
               SET WS-SECOND-IX TO UT-IDX
           END-IF
           IF WS-ACTOR NOT = SPACES AND WS-SECOND NOT = SPACES
               PERFORM CHECK-SELF-APPROVAL
           END-IF
           IF WS-SOURCE = "TELCO.UAUD"
               PERFORM NOTE-AUTHORITY-DECISION
           END-IF
           .

      *>  The value after WS-TAG on the line, up to the next blank.
       FIND-TAG-VALUE.
           MOVE SPACES TO WS-TAG-VALUE
           MOVE ZERO TO WS-TALLY
           INSPECT WS-LINE-TEXT (1:260) TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL WS-TAG (1:WS-TAG-LEN)
           COMPUTE WS-VAL-START = WS-TALLY + WS-TAG-LEN + 1
           END-COMPUTE
           IF WS-TALLY >= 260 OR WS-VAL-START > 260
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-LINE-TEXT (WS-VAL-START:) DELIMITED BY SPACE
               INTO WS-TAG-VALUE
           END-UNSTRING
           .

       NOTE-ACTIVITY.
           PERFORM FIND-USER
           IF ID-FOUND
               IF WS-LINE-DATE > UT-LAST-ACT (UT-IDX)
                   MOVE WS-LINE-DATE TO UT-LAST-ACT (UT-IDX)
                   MOVE WS-SOURCE    TO UT-LAST-SRC (UT-IDX)
               END-IF
           END-IF
           .

      *>  The approver is the actor, or another id of the same
      *>  person.  Counted against both ids when both are current.
       CHECK-SELF-APPROVAL.
           IF WS-ACTOR = WS-SECOND
               IF WS-ACTOR-IX > ZERO
                   SET UT-IDX TO WS-ACTOR-IX
                   MOVE WS-ACTOR TO WS-FIND-ID
                   PERFORM MARK-SELF-APPROVAL
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTOR-IX = ZERO OR WS-SECOND-IX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF UT-PERSON (WS-ACTOR-IX) = SPACES
           OR UT-PERSON (WS-ACTOR-IX) NOT = UT-PERSON (WS-SECOND-IX)
               EXIT PARAGRAPH
           END-IF
           SET UT-IDX TO WS-ACTOR-IX
           MOVE WS-SECOND TO WS-FIND-ID
           PERFORM MARK-SELF-APPROVAL
           SET UT-IDX TO WS-SECOND-IX
           MOVE WS-ACTOR TO WS-FIND-ID
           PERFORM MARK-SELF-APPROVAL
           .

       MARK-SELF-APPROVAL.
           ADD 1 TO UT-SELF-COUNT (UT-IDX)
           MOVE WS-FIND-ID TO UT-SELF-OTHER (UT-IDX)
           IF WS-LINE-DATE >= UT-SELF-LAST (UT-IDX)
               MOVE WS-LINE-DATE TO UT-SELF-LAST (UT-IDX)
               MOVE WS-SOURCE    TO UT-SELF-SRC (UT-IDX)
           END-IF
           .

      *>  An applied APPROVE on TELCO.UAUD: a grant dates the id's
      *>  authority (a new id is not dormant), a CRT since the
      *>  quarter began certifies it, a REV removes it.  Lines from
      *>  before telauth named the change count as grants.
       NOTE-AUTHORITY-DECISION.
           MOVE "command=" TO WS-TAG
           MOVE 8 TO WS-TAG-LEN
           PERFORM FIND-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-COMMAND
           MOVE "action=" TO WS-TAG
           MOVE 7 TO WS-TAG-LEN
           PERFORM FIND-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-OUTCOME
           IF WS-COMMAND NOT = "APPROVE" OR WS-OUTCOME NOT = "APPLIED"
               EXIT PARAGRAPH
           END-IF
           MOVE "target=" TO WS-TAG
           MOVE 7 TO WS-TAG-LEN
           PERFORM FIND-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-TARGET
           MOVE "change=" TO WS-TAG
           MOVE 7 TO WS-TAG-LEN
           PERFORM FIND-TAG-VALUE
           MOVE WS-TAG-VALUE TO WS-CHANGE
           MOVE WS-TARGET TO WS-FIND-ID
           EVALUATE WS-CHANGE
               WHEN "CRT"
                   PERFORM FIND-USER
                   IF ID-FOUND AND WS-LINE-DATE >= WS-QTR-START
                       MOVE WS-LINE-DATE TO UT-CERT-DATE (UT-IDX)
                       MOVE WS-ACTOR     TO UT-CERT-BY (UT-IDX)
                   END-IF
               WHEN "REV"
                   IF WS-LINE-DATE >= WS-QTR-START
                   AND WS-REV-COUNT < 100
                       ADD 1 TO WS-REV-COUNT
                       MOVE WS-TARGET    TO RV-USERID (WS-REV-COUNT)
                       MOVE WS-LINE-DATE TO RV-DATE (WS-REV-COUNT)
                       MOVE WS-ACTOR     TO RV-APPROVER (WS-REV-COUNT)
                       MOVE WS-SECOND    TO RV-PROPOSER (WS-REV-COUNT)
                   END-IF
               WHEN "PWD"
                   CONTINUE
               WHEN OTHER
                   PERFORM FIND-USER
                   IF ID-FOUND
                   AND WS-LINE-DATE > UT-GRANT-DATE (UT-IDX)
                       MOVE WS-LINE-DATE TO UT-GRANT-DATE (UT-IDX)
                   END-IF
           END-EVALUATE
           .

       FIND-DORMANT-IDS.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > WS-USER-COUNT
               IF UT-LAST-ACT (UT-IDX) < WS-CUTOFF-DATE
               AND UT-GRANT-DATE (UT-IDX) < WS-CUTOFF-DATE
                   MOVE "Y" TO UT-DORMANT (UT-IDX)
               END-IF
           END-PERFORM
           .

      *>  Every pair of ids held by one person, against the
      *>  conflict pairs.
       FIND-LEVEL-CONFLICTS.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > WS-USER-COUNT
               IF UT-PERSON (UT-IDX) NOT = SPACES
                   PERFORM VARYING UT-IDX2 FROM 1 BY 1
                           UNTIL UT-IDX2 > WS-USER-COUNT
                       IF UT-IDX2 NOT = UT-IDX
                       AND UT-PERSON (UT-IDX2) = UT-PERSON (UT-IDX)
                           PERFORM TEST-CONFLICT-PAIR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       TEST-CONFLICT-PAIR.
           PERFORM VARYING SOD-IDX FROM 1 BY 1 UNTIL SOD-IDX > 6
               IF (UT-LEVEL (UT-IDX)  = SOD-LEVEL-1 (SOD-IDX)
                   AND UT-LEVEL (UT-IDX2) = SOD-LEVEL-2 (SOD-IDX))
               OR (UT-LEVEL (UT-IDX)  = SOD-LEVEL-2 (SOD-IDX)
                   AND UT-LEVEL (UT-IDX2) = SOD-LEVEL-1 (SOD-IDX))
                   ADD 1 TO UT-CONF-COUNT (UT-IDX)
                   MOVE UT-USERID (UT-IDX2) TO UT-CONF-OTHER (UT-IDX)
                   MOVE UT-LEVEL (UT-IDX2)  TO UT-CONF-LEVEL (UT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       WRITE-RECERT-REPORT.
           MOVE SPACES TO RECRPT-REC
           STRING "==== AUTHTB ACCESS RECERTIFICATION "
                                          DELIMITED BY SIZE
                  WS-QUARTER              DELIMITED BY SIZE
                  " -- as of "            DELIMITED BY SIZE
                  WS-TODAY                DELIMITED BY SIZE
                  " by "                  DELIMITED BY SIZE
                  WS-OPERATOR-ID          DELIMITED BY SPACE
                  " ===="                 DELIMITED BY SIZE
                INTO RECRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DORMANT-DAYS TO WS-DAYS-OUT
           MOVE SPACES TO RECRPT-REC
           STRING "Dormant: no activity or grant since "
                                          DELIMITED BY SIZE
                  WS-CUTOFF-DATE          DELIMITED BY SIZE
                  " ("                    DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DAYS-OUT)
                                          DELIMITED BY SIZE
                  " days).  Decisions since "
                                          DELIMITED BY SIZE
                  WS-QTR-START            DELIMITED BY SIZE
                  " count for this quarter."
                                          DELIMITED BY SIZE
                INTO RECRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RECRPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RECRPT-REC
           MOVE "User id"           TO RECRPT-REC (1:8)
           MOVE "Lvl"               TO RECRPT-REC (10:3)
           MOVE "Name"              TO RECRPT-REC (14:30)
           MOVE "Last act"          TO RECRPT-REC (45:8)
           MOVE "Seen on"           TO RECRPT-REC (55:12)
           MOVE "This quarter"      TO RECRPT-REC (69:40)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > WS-USER-COUNT
               PERFORM WRITE-ONE-ID
           END-PERFORM
           MOVE SPACES TO RECRPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE "Revoked this quarter" TO RECRPT-REC
           PERFORM WRITE-REPORT-LINE
           IF WS-REV-COUNT = ZERO
               MOVE "  (none)" TO RECRPT-REC
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-REV-COUNT
               MOVE SPACES TO RECRPT-REC
               STRING "  "                     DELIMITED BY SIZE
                      RV-USERID (WS-TX)        DELIMITED BY SPACE
                      " revoked "              DELIMITED BY SIZE
                      RV-DATE (WS-TX)          DELIMITED BY SIZE
                      " -- proposed by "       DELIMITED BY SIZE
                      RV-PROPOSER (WS-TX)      DELIMITED BY SPACE
                      " approved by "          DELIMITED BY SIZE
                      RV-APPROVER (WS-TX)      DELIMITED BY SIZE
                    INTO RECRPT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-SUMMARY
           .

       WRITE-ONE-ID.
           EVALUATE TRUE
               WHEN UT-CERT-DATE (UT-IDX) NOT = ZERO
                   ADD 1 TO WS-CERTIFIED-CNT
                   MOVE SPACES TO WS-STATE-TEXT
                   STRING "certified "          DELIMITED BY SIZE
                          UT-CERT-DATE (UT-IDX) DELIMITED BY SIZE
                          " by "                DELIMITED BY SIZE
                          UT-CERT-BY (UT-IDX)   DELIMITED BY SIZE
                        INTO WS-STATE-TEXT
                   END-STRING
               WHEN UT-PEND-ACTION (UT-IDX) NOT = SPACES
                   ADD 1 TO WS-PENDING-CNT
                   MOVE SPACES TO WS-STATE-TEXT
                   STRING "pending "            DELIMITED BY SIZE
                          UT-PEND-ACTION (UT-IDX)
                                                DELIMITED BY SIZE
                          " proposed by "       DELIMITED BY SIZE
                          UT-PEND-BY (UT-IDX)   DELIMITED BY SIZE
                        INTO WS-STATE-TEXT
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-OPEN-CNT
                   MOVE "*** OUTSTANDING" TO WS-STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO RECRPT-REC
           MOVE UT-USERID (UT-IDX)   TO RECRPT-REC (1:8)
           MOVE UT-LEVEL (UT-IDX)    TO RECRPT-REC (11:1)
           MOVE UT-NAME (UT-IDX)     TO RECRPT-REC (14:30)
           IF UT-LAST-ACT (UT-IDX) = ZERO
               MOVE "never"          TO RECRPT-REC (45:8)
           ELSE
               MOVE UT-LAST-ACT (UT-IDX) TO RECRPT-REC (45:8)
           END-IF
           MOVE UT-LAST-SRC (UT-IDX) TO RECRPT-REC (55:12)
           MOVE WS-STATE-TEXT        TO RECRPT-REC (69:40)
           PERFORM WRITE-REPORT-LINE
           IF UT-IS-DORMANT (UT-IDX)
               ADD 1 TO WS-DORMANT-CNT
               MOVE SPACES TO RECRPT-REC
               IF UT-LAST-ACT (UT-IDX) = ZERO
                   MOVE "          ** DORMANT -- never seen on any "
                      & "trail" TO RECRPT-REC
               ELSE
                   COMPUTE WS-DAYS-IDLE = WS-TODAY-INT
                         - FUNCTION INTEGER-OF-DATE
                               (UT-LAST-ACT (UT-IDX))
                   END-COMPUTE
                   MOVE WS-DAYS-IDLE TO WS-DAYS-OUT
                   STRING "          ** DORMANT -- idle "
                                                DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DAYS-OUT)
                                                DELIMITED BY SIZE
                          " days"               DELIMITED BY SIZE
                        INTO RECRPT-REC
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF UT-CONF-COUNT (UT-IDX) > ZERO
               ADD 1 TO WS-CONFLICT-CNT
               MOVE SPACES TO RECRPT-REC
               STRING "          ** CONFLICT "  DELIMITED BY SIZE
                      UT-LEVEL (UT-IDX)         DELIMITED BY SIZE
                      "+"                       DELIMITED BY SIZE
                      UT-CONF-LEVEL (UT-IDX)    DELIMITED BY SIZE
                      " -- the same person also holds "
                                                DELIMITED BY SIZE
                      UT-CONF-OTHER (UT-IDX)    DELIMITED BY SIZE
                    INTO RECRPT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF UT-SELF-COUNT (UT-IDX) > ZERO
               ADD 1 TO WS-SELFAPPR-CNT
               MOVE UT-SELF-COUNT (UT-IDX) TO WS-COUNT-OUT
               MOVE SPACES TO RECRPT-REC
               STRING "          ** SELF-APPROVAL -- "
                                                DELIMITED BY SIZE
                      FUNCTION TRIM (WS-COUNT-OUT)
                                                DELIMITED BY SIZE
                      " line(s) paired with "   DELIMITED BY SIZE
                      UT-SELF-OTHER (UT-IDX)    DELIMITED BY SPACE
                      ", last "                 DELIMITED BY SIZE
                      UT-SELF-LAST (UT-IDX)     DELIMITED BY SIZE
                      " on "                    DELIMITED BY SIZE
                      UT-SELF-SRC (UT-IDX)      DELIMITED BY SPACE
                    INTO RECRPT-REC
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           .

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RECRPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE WS-USER-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RECRPT-REC
           STRING "Ids on AUTHTB          " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DORMANT-CNT TO WS-COUNT-OUT
           MOVE SPACES TO RECRPT-REC
           STRING "  dormant              " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CONFLICT-CNT TO WS-COUNT-OUT
           MOVE SPACES TO RECRPT-REC
           STRING "  in a level conflict  " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SELFAPPR-CNT TO WS-COUNT-OUT
           MOVE SPACES TO RECRPT-REC
           STRING "  with self-approvals  " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CERTIFIED-CNT TO WS-COUNT-OUT
           MOVE SPACES TO RECRPT-REC
           STRING "  certified            " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PENDING-CNT TO WS-COUNT-OUT
           MOVE SPACES TO RECRPT-REC
           STRING "  decision pending     " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPEN-CNT TO WS-COUNT-OUT
           MOVE SPACES TO RECRPT-REC
           STRING "  outstanding          " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REV-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RECRPT-REC
           STRING "Revoked this quarter   " WS-COUNT-OUT
                  DELIMITED BY SIZE INTO RECRPT-REC
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RECRPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE "Record each manager's decision through telauth: "
              & "PROPOSE id CRT to keep, PROPOSE id REV to revoke,"
             TO RECRPT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE "then a second admin APPROVEs it.  Rerun to see the "
              & "quarter's position."
             TO RECRPT-REC
           PERFORM WRITE-REPORT-LINE
           .

      *>  The review itself goes on telauth's trail, next to the
      *>  decisions it asks for.
       WRITE-RUN-AUDIT-LINE.
           OPEN EXTEND AUTHAUDIT
           IF AUTHAUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUTHAUDIT
           END-IF
           MOVE WS-USER-COUNT TO WS-IDS-CNT
           MOVE SPACES TO AUTHAUDIT-REC
           STRING WS-NOW (1:8)          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOW (9:6)           DELIMITED BY SIZE
                  "  actor="             DELIMITED BY SIZE
                  WS-OPERATOR-ID         DELIMITED BY SIZE
                  "  command=RECERT"     DELIMITED BY SIZE
                  "  quarter="           DELIMITED BY SIZE
                  WS-QUARTER             DELIMITED BY SIZE
                  "  ids="               DELIMITED BY SIZE
                  WS-IDS-CNT             DELIMITED BY SIZE
                  "  dormant="           DELIMITED BY SIZE
                  WS-DORMANT-CNT         DELIMITED BY SIZE
                  "  conflict="          DELIMITED BY SIZE
                  WS-CONFLICT-CNT        DELIMITED BY SIZE
                  "  selfappr="          DELIMITED BY SIZE
                  WS-SELFAPPR-CNT        DELIMITED BY SIZE
                  "  certified="         DELIMITED BY SIZE
                  WS-CERTIFIED-CNT       DELIMITED BY SIZE
                  "  outstanding="       DELIMITED BY SIZE
                  WS-OPEN-CNT            DELIMITED BY SIZE
                INTO AUTHAUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE AUTHAUDIT-REC
           END-WRITE
           CLOSE AUTHAUDIT
           .

       WRITE-REPORT-LINE.
           WRITE RECRPT-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELRECER" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELCO.UAUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCO.UAUD" TO SRQ-TRAIL
           MOVE AUTHAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO AUTHAUDIT-REC
           .
       END PROGRAM telrecert.
