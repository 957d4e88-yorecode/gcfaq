      *>
      *> telmsg.cob -- bill-message maintenance.  Marketing and
      *> regulatory messages ("rates change March 1", a state-
      *> mandated disclosure, holiday office hours) go on the bill
      *> through BILLMSG.DAT (see CBBILMSG.cpy) instead of a code
      *> change to telbill.  Each message carries an effective
      *> window, a priority and its targeting -- bill cycle, plan,
      *> state, issuing entity and delivery preference -- and
      *> telbill prints every matching message on the invoice and
      *> the e-bill record set.
      *>
      *> Invoked with one command-line string:
      *>   telmsg USERID SET MSGID R|M PRIORITY FROM TO
      *>          CYCLE PLAN STATE ENTITY P|E|B|* TEXT...
      *>   telmsg USERID CANCEL MSGID
      *> TO of 0 leaves the window open-ended.  A target of "*"
      *> matches every account, "-" the blank default value.
      *> Everything after the delivery target is the message text.
      *> Re-SETting a message id replaces it.  AUTHTB-checked
      *> (account/data maintenance, fail closed) with an append-
      *> only audit line per action, same as telplan.
      *>
      *> The same utility keeps the customer-language text table,
      *> LANGTEXT.DAT (see CBLANGTX.cpy), that the invoice, the
      *> dunning letters and the disconnect notice print from:
      *>   telmsg USERID TEXT LANG TEXTID TEXT...
      *>   telmsg USERID UNTEXT LANG TEXTID
      *> LANG is the two-letter ACCT-LANG-PREF code ("EN", "ES"),
      *> TEXTID the line's id (INVDUE, DUNHDR3 ...), and the text
      *> runs to the end of the line with "&1"-"&4" where the
      *> line's values go.  TEXTID LOCALE sets the language's
      *> editing instead (",.DMY").  Re-TEXTing replaces the
      *> wording; UNTEXT deletes it, and the line falls back to
      *> English.  Same authorization and audit as SET/CANCEL.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telmsg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLMSG   ASSIGN TO
                "BILLMSG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS BMS-MSG-ID
                FILE STATUS IS BMS-STATUS
                .
           SELECT LANGTEXT  ASSIGN TO
                "LANGTEXT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LTX-KEY
                FILE STATUS IS LTX-STATUS
                .
           SELECT AUTHTB    ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT MSGAUDIT  ASSIGN TO
                "TELMSG.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS MSGAUDIT-STATUS
                .
           SELECT MSGRPT    ASSIGN TO
                "TELMSG.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS MSGRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  BILLMSG.
           COPY CBBILMSG.
       FD  LANGTEXT.
           COPY CBLANGTX.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  MSGAUDIT.
       01  MSGAUDIT-REC      PIC X(230).
       FD  MSGRPT.
       01  MSGRPT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       01  BMS-STATUS        PIC XX      VALUE "00".
       01  LTX-STATUS        PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  MSGAUDIT-STATUS   PIC XX      VALUE "00".
       01  MSGRPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-CMDLINE        PIC X(200)  VALUE SPACES.
       01  WS-PTR            PIC 9(03)   COMP-5 VALUE 1.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-ACTION         PIC X(08)   VALUE SPACES.
       01  WS-MSGID-ARG      PIC X(08)   VALUE SPACES.
       01  WS-CAT-ARG        PIC X(01)   VALUE SPACES.
       01  WS-PRIO-ARG       PIC X(02)   VALUE SPACES.
       01  WS-FROM-ARG       PIC X(08)   VALUE SPACES.
       01  WS-TO-ARG         PIC X(08)   VALUE SPACES.
       01  WS-CYCLE-ARG      PIC X(02)   VALUE SPACES.
       01  WS-PLAN-ARG       PIC X(04)   VALUE SPACES.
       01  WS-STATE-ARG      PIC X(02)   VALUE SPACES.
       01  WS-ENTITY-ARG     PIC X(02)   VALUE SPACES.
       01  WS-DELIV-ARG      PIC X(01)   VALUE SPACES.
       01  WS-TEXT-ARG       PIC X(70)   VALUE SPACES.
       01  WS-LANG-ARG       PIC X(02)   VALUE SPACES.
       01  WS-TEXTID-ARG     PIC X(08)   VALUE SPACES.
       01  WS-LTEXT-ARG      PIC X(100)  VALUE SPACES.
       01  WS-FROM-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-TO-DATE        PIC 9(08)   VALUE ZERO.
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".

       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.
       01  WS-MSG-ON-FILE    PIC X       VALUE "N".
           88  MSG-ON-FILE              VALUE "Y".

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN OUTPUT MSGRPT
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               MOVE "*** usage: telmsg USERID SET MSGID R|M PRIORITY "
                  & "FROM TO CYCLE PLAN STATE ENTITY P|E|B|* TEXT "
                  & "| CANCEL MSGID ***"
                 TO MSGRPT-REC
               WRITE MSGRPT-REC
               END-WRITE
               MOVE "***        telmsg USERID TEXT LANG TEXTID TEXT "
                  & "| UNTEXT LANG TEXTID ***"
                 TO MSGRPT-REC
               WRITE MSGRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CHECK-AUTHORIZATION
               IF NOT USER-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED" TO WS-REFUSE-REASON
                   PERFORM WRITE-REFUSAL
                   MOVE 16 TO RETURN-CODE
               ELSE
                   EVALUATE WS-ACTION
                       WHEN "SET"
                           PERFORM OPEN-MESSAGE-FILE
                           PERFORM SET-BILL-MESSAGE
                           CLOSE BILLMSG
                       WHEN "CANCEL"
                           PERFORM OPEN-MESSAGE-FILE
                           PERFORM CANCEL-BILL-MESSAGE
                           CLOSE BILLMSG
                       WHEN "TEXT"
                           PERFORM OPEN-TEXT-FILE
                           PERFORM SET-LANGUAGE-TEXT
                           CLOSE LANGTEXT
                       WHEN "UNTEXT"
                           PERFORM OPEN-TEXT-FILE
                           PERFORM DROP-LANGUAGE-TEXT
                           CLOSE LANGTEXT
                   END-EVALUATE
                   IF WS-REFUSE-REASON NOT = SPACES
                       PERFORM WRITE-REFUSAL
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           CLOSE MSGRPT
           STOP RUN
           .

      *>  The text is whatever follows the twelfth token, spaces
      *>  and all.
       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           MOVE 1 TO WS-PTR
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-ACTION
                    WS-MSGID-ARG
                    WS-CAT-ARG
                    WS-PRIO-ARG
                    WS-FROM-ARG
                    WS-TO-ARG
                    WS-CYCLE-ARG
                    WS-PLAN-ARG
                    WS-STATE-ARG
                    WS-ENTITY-ARG
                    WS-DELIV-ARG
               WITH POINTER WS-PTR
           END-UNSTRING
           IF WS-PTR <= LENGTH OF WS-CMDLINE
               MOVE WS-CMDLINE (WS-PTR:) TO WS-TEXT-ARG
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN "SET"
                   IF WS-USERID NOT = SPACES
                   AND WS-MSGID-ARG NOT = SPACES
                   AND (WS-CAT-ARG = "R" OR WS-CAT-ARG = "M")
                   AND FUNCTION TRIM (WS-PRIO-ARG) IS NUMERIC
                   AND WS-FROM-ARG IS NUMERIC
                   AND FUNCTION TRIM (WS-TO-ARG) IS NUMERIC
                   AND WS-CYCLE-ARG NOT = SPACES
                   AND WS-PLAN-ARG NOT = SPACES
                   AND WS-STATE-ARG NOT = SPACES
                   AND WS-ENTITY-ARG NOT = SPACES
                   AND (WS-DELIV-ARG = "P" OR "E" OR "B" OR "*")
                   AND WS-TEXT-ARG NOT = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
               WHEN "CANCEL"
                   IF WS-USERID NOT = SPACES
                   AND WS-MSGID-ARG NOT = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
               WHEN "TEXT"
               WHEN "UNTEXT"
                   PERFORM PARSE-TEXT-COMMAND
           END-EVALUATE
           .

      *>  TEXT and UNTEXT carry language and text id, then (TEXT
      *>  only) the wording to the end of the line.
       PARSE-TEXT-COMMAND.
           MOVE 1 TO WS-PTR
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-ACTION
                    WS-LANG-ARG
                    WS-TEXTID-ARG
               WITH POINTER WS-PTR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-ACTION)     TO WS-ACTION
           MOVE FUNCTION UPPER-CASE (WS-LANG-ARG)   TO WS-LANG-ARG
           MOVE FUNCTION UPPER-CASE (WS-TEXTID-ARG) TO WS-TEXTID-ARG
           MOVE SPACES TO WS-LTEXT-ARG
           IF WS-PTR <= LENGTH OF WS-CMDLINE
               MOVE WS-CMDLINE (WS-PTR:) TO WS-LTEXT-ARG
           END-IF
           MOVE WS-TEXTID-ARG TO WS-MSGID-ARG
           MOVE WS-LTEXT-ARG  TO WS-TEXT-ARG
           IF WS-USERID NOT = SPACES
           AND WS-LANG-ARG IS ALPHABETIC
           AND WS-LANG-ARG (2:1) NOT = SPACE
           AND WS-TEXTID-ARG NOT = SPACES
           AND (WS-ACTION = "UNTEXT" OR WS-LTEXT-ARG NOT = SPACES)
               MOVE "Y" TO WS-ARGS-VALID
           END-IF
           .

      *>  Same fail-closed AUTHTB check as telplan.
       CHECK-AUTHORIZATION.
           MOVE "N" TO WS-AUTHORIZED
           OPEN INPUT AUTHTB
           IF AUTH-STATUS = "00"
               MOVE WS-USERID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-ACCT-MAINT
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>  BILLMSG.DAT is created on first use, same pattern as
      *>  PAYPLAN in telplan.
       OPEN-MESSAGE-FILE.
           OPEN I-O BILLMSG
           IF BMS-STATUS NOT = "00"
               OPEN OUTPUT BILLMSG
               CLOSE BILLMSG
               OPEN I-O BILLMSG
           END-IF
           .

       SET-BILL-MESSAGE.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE WS-FROM-ARG TO WS-FROM-DATE
           COMPUTE WS-TO-DATE = FUNCTION NUMVAL (WS-TO-ARG)
           END-COMPUTE
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = ZERO
               MOVE "FROM DATE INVALID" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TO-DATE NOT = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = ZERO
               OR WS-TO-DATE < WS-FROM-DATE
                   MOVE "TO DATE INVALID" TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO WS-MSG-ON-FILE
           MOVE WS-MSGID-ARG TO BMS-MSG-ID
           READ BILLMSG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MSG-ON-FILE TO TRUE
           END-READ
           MOVE WS-MSGID-ARG  TO BMS-MSG-ID
           MOVE WS-CAT-ARG    TO BMS-CATEGORY
           COMPUTE BMS-PRIORITY = FUNCTION NUMVAL (WS-PRIO-ARG)
           END-COMPUTE
           MOVE WS-FROM-DATE  TO BMS-EFF-FROM
           MOVE WS-TO-DATE    TO BMS-EFF-TO
           MOVE WS-CYCLE-ARG  TO BMS-TGT-CYCLE
           MOVE WS-PLAN-ARG   TO BMS-TGT-PLAN
           MOVE WS-STATE-ARG  TO BMS-TGT-STATE
           MOVE WS-ENTITY-ARG TO BMS-TGT-ENTITY
           IF BMS-TGT-CYCLE = "-"
               MOVE SPACES TO BMS-TGT-CYCLE
           END-IF
           IF BMS-TGT-PLAN = "-"
               MOVE SPACES TO BMS-TGT-PLAN
           END-IF
           IF BMS-TGT-STATE = "-"
               MOVE SPACES TO BMS-TGT-STATE
           END-IF
           IF BMS-TGT-ENTITY = "-"
               MOVE SPACES TO BMS-TGT-ENTITY
           END-IF
           MOVE WS-DELIV-ARG  TO BMS-TGT-DELIVERY
           MOVE WS-TEXT-ARG   TO BMS-TEXT
           MOVE "A"           TO BMS-STATUS-IND
           MOVE WS-USERID     TO BMS-SET-BY
           MOVE WS-NOW (1:8)  TO BMS-SET-DATE
           IF MSG-ON-FILE
               REWRITE BILL-MESSAGE-REC
           ELSE
               WRITE BILL-MESSAGE-REC
               END-WRITE
           END-IF
           MOVE SPACES TO MSGRPT-REC
           STRING "Bill message set: "      DELIMITED BY SIZE
                  WS-MSGID-ARG              DELIMITED BY SIZE
                  " ("                      DELIMITED BY SIZE
                  WS-CAT-ARG                DELIMITED BY SIZE
                  ") "                      DELIMITED BY SIZE
                  WS-FROM-ARG               DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-TO-ARG                 DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TEXT-ARG)
                                            DELIMITED BY SIZE
                INTO MSGRPT-REC
           END-STRING
           WRITE MSGRPT-REC
           END-WRITE
           .

       CANCEL-BILL-MESSAGE.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE WS-MSGID-ARG TO BMS-MSG-ID
           READ BILLMSG
               INVALID KEY
                   MOVE "NO MESSAGE ON FILE" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE "X" TO BMS-STATUS-IND
                   REWRITE BILL-MESSAGE-REC
                   MOVE SPACES TO MSGRPT-REC
                   STRING "Bill message cancelled: "
                                              DELIMITED BY SIZE
                          WS-MSGID-ARG        DELIMITED BY SIZE
                        INTO MSGRPT-REC
                   END-STRING
                   WRITE MSGRPT-REC
                   END-WRITE
           END-READ
           .

      *>  LANGTEXT.DAT is created on first use, like BILLMSG.
       OPEN-TEXT-FILE.
           OPEN I-O LANGTEXT
           IF LTX-STATUS NOT = "00"
               OPEN OUTPUT LANGTEXT
               CLOSE LANGTEXT
               OPEN I-O LANGTEXT
           END-IF
           .

       SET-LANGUAGE-TEXT.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE WS-LANG-ARG   TO LTX-LANG
           MOVE WS-TEXTID-ARG TO LTX-TEXT-ID
           MOVE "N" TO WS-MSG-ON-FILE
           READ LANGTEXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MSG-ON-FILE TO TRUE
           END-READ
           MOVE WS-LANG-ARG   TO LTX-LANG
           MOVE WS-TEXTID-ARG TO LTX-TEXT-ID
           MOVE WS-LTEXT-ARG  TO LTX-TEXT
           MOVE WS-USERID     TO LTX-SET-BY
           MOVE WS-NOW (1:8)  TO LTX-SET-DATE
           IF MSG-ON-FILE
               REWRITE LANG-TEXT-REC
           ELSE
               WRITE LANG-TEXT-REC
               END-WRITE
           END-IF
           MOVE SPACES TO MSGRPT-REC
           STRING "Language text set: "     DELIMITED BY SIZE
                  WS-LANG-ARG               DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-TEXTID-ARG             DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LTEXT-ARG)
                                            DELIMITED BY SIZE
                INTO MSGRPT-REC
           END-STRING
           WRITE MSGRPT-REC
           END-WRITE
           .

       DROP-LANGUAGE-TEXT.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE WS-LANG-ARG   TO LTX-LANG
           MOVE WS-TEXTID-ARG TO LTX-TEXT-ID
           READ LANGTEXT
               INVALID KEY
                   MOVE "NO TEXT ON FILE" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   DELETE LANGTEXT
                   END-DELETE
                   MOVE SPACES TO MSGRPT-REC
                   STRING "Language text removed: "
                                              DELIMITED BY SIZE
                          WS-LANG-ARG         DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          WS-TEXTID-ARG       DELIMITED BY SIZE
                        INTO MSGRPT-REC
                   END-STRING
                   WRITE MSGRPT-REC
                   END-WRITE
           END-READ
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as telplan's TELPLAN.AUD.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND MSGAUDIT
           IF MSGAUDIT-STATUS NOT = "00"
               OPEN OUTPUT MSGAUDIT
           END-IF
           MOVE SPACES TO MSGAUDIT-REC
           IF WS-REFUSE-REASON = SPACES
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  action="            DELIMITED BY SIZE
                      WS-ACTION              DELIMITED BY SIZE
                      "  msg="               DELIMITED BY SIZE
                      WS-MSGID-ARG           DELIMITED BY SIZE
                      "  lang="              DELIMITED BY SIZE
                      WS-LANG-ARG            DELIMITED BY SIZE
                      "  cat="               DELIMITED BY SIZE
                      WS-CAT-ARG             DELIMITED BY SIZE
                      "  window="            DELIMITED BY SIZE
                      WS-FROM-ARG            DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      WS-TO-ARG              DELIMITED BY SIZE
                      "  text="              DELIMITED BY SIZE
                      FUNCTION TRIM (WS-TEXT-ARG)
                                              DELIMITED BY SIZE
                      "  action=DONE"        DELIMITED BY SIZE
                    INTO MSGAUDIT-REC
               END-STRING
           ELSE
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  action="            DELIMITED BY SIZE
                      WS-ACTION              DELIMITED BY SIZE
                      "  msg="               DELIMITED BY SIZE
                      WS-MSGID-ARG           DELIMITED BY SIZE
                      "  lang="              DELIMITED BY SIZE
                      WS-LANG-ARG            DELIMITED BY SIZE
                      "  action=REFUSED-"    DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REFUSE-REASON)
                                              DELIMITED BY SIZE
                    INTO MSGAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE MSGAUDIT-REC
           END-WRITE
           CLOSE MSGAUDIT
           .

       WRITE-REFUSAL.
           MOVE SPACES TO MSGRPT-REC
           STRING "*** "                       DELIMITED BY SIZE
                  WS-ACTION                    DELIMITED BY SIZE
                  " refused: "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                  " ***"                       DELIMITED BY SIZE
                INTO MSGRPT-REC
           END-STRING
           WRITE MSGRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELMSG.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELMSG.AUD" TO SRQ-TRAIL
           MOVE MSGAUDIT-REC (1:200) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO MSGAUDIT-REC
           .
       END PROGRAM telmsg.
