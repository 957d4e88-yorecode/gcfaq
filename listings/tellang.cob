      *>
      *> tellang.cob -- customer-language text lookup behind the
      *> invoice, the dunning letters and the disconnect notice.
      *> Every line those programs print for a customer now comes
      *> from LANGTEXT.DAT (see CBLANGTX.cpy) in the account's
      *> ACCT-LANG-PREF language, through this CALLed module:
      *>
      *>   CALL "TELLANG" USING LANG-REQUEST   (see CBLANGRQ.cpy)
      *>
      *> The caller passes the text id, the English wording it has
      *> always printed and up to four values; the line comes back
      *> with the values put where the language's "&n" markers
      *> say, amounts re-punctuated and dates re-ordered by the
      *> language's LOCALE row -- the same "~"-placeholder
      *> re-punctuation telco5's APPLY-LOCALE-EDITING does, with the
      *> run's LC_MONETARY separators when the language has none of
      *> its own.
      *>
      *> A language not on the table, or a text it is missing,
      *> falls back to English: the EN row if there is one, the
      *> caller's own wording if not.  Each fallback is appended to
      *> LANGFALL.LOG -- date, program, account, language, text --
      *> so the run reports it and the translators know what to
      *> load.  No LANGTEXT.DAT at all prints English everywhere,
      *> the behavior before languages existed, and only a non-
      *> English account is logged.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLANG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANGTEXT ASSIGN TO
                "LANGTEXT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LTX-KEY
                FILE STATUS IS LTX-STATUS
                .
           SELECT LANGFALL ASSIGN TO
                "LANGFALL.LOG"
                LINE SEQUENTIAL
                FILE STATUS IS LANGFALL-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  LANGTEXT.
           COPY CBLANGTX.
       FD  LANGFALL.
       01  LANGFALL-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01  LTX-STATUS        PIC XX      VALUE "00".
       01  LANGFALL-STATUS   PIC XX      VALUE "00".
       01  WS-FIRST-CALL     PIC X       VALUE "Y".
           88  FIRST-CALL                VALUE "Y".
       01  WS-LTX-OPEN       PIC X       VALUE "N".
           88  LTX-FILE-OPEN             VALUE "Y".
       01  WS-FALL-OPEN      PIC X       VALUE "N".
           88  FALL-FILE-OPEN            VALUE "Y".
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.

       01  WS-LANG           PIC X(02)   VALUE SPACES.
       01  WS-TEMPLATE       PIC X(100)  VALUE SPACES.
       01  WS-TEXT-FOUND     PIC X       VALUE "N".
           88  TEXT-FOUND                VALUE "Y".

      *>  The run's own punctuation, read once; then the editing
      *>  of the language last asked for, kept so a whole invoice
      *>  pays for one LOCALE read.
       01  WS-RUN-DECPT      PIC X       VALUE ".".
       01  WS-RUN-THOUSEP    PIC X       VALUE ",".
       01  WS-LOC-LANG       PIC X(02)   VALUE HIGH-VALUES.
       01  WS-LOC-DECPT      PIC X       VALUE ".".
       01  WS-LOC-THOUSEP    PIC X       VALUE ",".
       01  WS-LOC-DATE-ORDER PIC X(03)   VALUE "YMD".

       01  WS-IN-POS         PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-OUT-PTR        PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-ARG-NO         PIC 9(01)   VALUE ZERO.
       01  WS-EDIT           PIC X(30)   VALUE SPACES.
       01  WS-EDIT-DATE      PIC 9(08)   VALUE ZERO.

       LINKAGE SECTION.
           COPY CBLANGRQ.

       PROCEDURE DIVISION USING LANG-REQUEST.
       MAINLINE.
           IF LRQ-CLOSE
               PERFORM CLOSE-LANG-FILES
               GOBACK
           END-IF
           IF FIRST-CALL
               PERFORM OPEN-LANG-TABLE
           END-IF
           MOVE "N" TO LRQ-FALLBACK-IND
           MOVE FUNCTION UPPER-CASE (LRQ-LANG) TO WS-LANG
           IF WS-LANG = SPACES
               MOVE "EN" TO WS-LANG
           END-IF
           PERFORM FIND-TEMPLATE
           IF NOT TEXT-FOUND
           AND WS-LANG NOT = "EN"
               SET LRQ-FELL-BACK TO TRUE
               MOVE "EN" TO WS-LANG
               PERFORM FIND-TEMPLATE
           END-IF
           IF NOT TEXT-FOUND
               MOVE LRQ-DEFAULT TO WS-TEMPLATE
           END-IF
           PERFORM LOAD-LANG-LOCALE
           PERFORM BUILD-RESULT-LINE
           IF LRQ-FELL-BACK
               PERFORM LOG-FALLBACK
           END-IF
           GOBACK
           .

       OPEN-LANG-TABLE.
           MOVE "N" TO WS-FIRST-CALL
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE FUNCTION MONETARY-DECIMAL-POINT      TO WS-RUN-DECPT
           MOVE FUNCTION MONETARY-THOUSANDS-SEPARATOR
             TO WS-RUN-THOUSEP
           IF WS-RUN-DECPT = SPACE
               MOVE "." TO WS-RUN-DECPT
           END-IF
           IF WS-RUN-THOUSEP = SPACE
               MOVE "," TO WS-RUN-THOUSEP
           END-IF
           OPEN INPUT LANGTEXT
           IF LTX-STATUS = "00"
               SET LTX-FILE-OPEN TO TRUE
           END-IF
           .

       FIND-TEMPLATE.
           MOVE "N" TO WS-TEXT-FOUND
           IF LTX-FILE-OPEN
               MOVE WS-LANG     TO LTX-LANG
               MOVE LRQ-TEXT-ID TO LTX-TEXT-ID
               READ LANGTEXT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TEXT-FOUND TO TRUE
                       MOVE LTX-TEXT TO WS-TEMPLATE
               END-READ
           END-IF
           .

      *>  The editing of the language the line is actually printed
      *>  in -- English editing for a line that fell back.
       LOAD-LANG-LOCALE.
           IF WS-LANG = WS-LOC-LANG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LANG        TO WS-LOC-LANG
           MOVE WS-RUN-DECPT   TO WS-LOC-DECPT
           MOVE WS-RUN-THOUSEP TO WS-LOC-THOUSEP
           MOVE "YMD"          TO WS-LOC-DATE-ORDER
           IF LTX-FILE-OPEN
               MOVE WS-LANG  TO LTX-LANG
               MOVE "LOCALE" TO LTX-TEXT-ID
               READ LANGTEXT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LTX-TEXT (1:1) NOT = SPACE
                           MOVE LTX-TEXT (1:1) TO WS-LOC-DECPT
                       END-IF
                       IF LTX-TEXT (2:1) NOT = SPACE
                           MOVE LTX-TEXT (2:1) TO WS-LOC-THOUSEP
                       END-IF
                       IF LTX-TEXT (3:3) = "DMY" OR "MDY" OR "YMD"
                           MOVE LTX-TEXT (3:3) TO WS-LOC-DATE-ORDER
                       END-IF
               END-READ
           END-IF
           .

      *>  Copies the template across, dropping each "&n" marker's
      *>  edited value in its place.  Values keep their leading
      *>  spaces, so an edited amount lines up exactly as the
      *>  English invoice always printed it.
       BUILD-RESULT-LINE.
           MOVE SPACES TO LRQ-RESULT
           MOVE 1 TO WS-OUT-PTR
           MOVE 1 TO WS-IN-POS
           PERFORM UNTIL WS-IN-POS > 100
                   OR WS-OUT-PTR > 100
               IF WS-TEMPLATE (WS-IN-POS:1) = "&"
               AND WS-IN-POS < 100
               AND WS-TEMPLATE (WS-IN-POS + 1:1) >= "1"
               AND WS-TEMPLATE (WS-IN-POS + 1:1) <= "4"
                   MOVE WS-TEMPLATE (WS-IN-POS + 1:1) TO WS-ARG-NO
                   PERFORM EDIT-ONE-VALUE
                   IF WS-EDIT NOT = SPACES
                       STRING FUNCTION TRIM (WS-EDIT TRAILING)
                                          DELIMITED BY SIZE
                            INTO LRQ-RESULT
                            WITH POINTER WS-OUT-PTR
                       END-STRING
                   END-IF
                   ADD 2 TO WS-IN-POS
               ELSE
                   MOVE WS-TEMPLATE (WS-IN-POS:1)
                     TO LRQ-RESULT (WS-OUT-PTR:1)
                   ADD 1 TO WS-OUT-PTR
                   ADD 1 TO WS-IN-POS
               END-IF
           END-PERFORM
           .

       EDIT-ONE-VALUE.
           MOVE LRQ-ARG (WS-ARG-NO) TO WS-EDIT
           EVALUATE LRQ-ARG-TYPE (WS-ARG-NO)
               WHEN "A"
                   IF WS-LOC-DECPT NOT = "."
                   OR WS-LOC-THOUSEP NOT = ","
                       INSPECT WS-EDIT REPLACING ALL "." BY "~"
                                                 ALL "," BY
                                                     WS-LOC-THOUSEP
                       INSPECT WS-EDIT REPLACING ALL "~" BY
                                                     WS-LOC-DECPT
                   END-IF
               WHEN "D"
                   IF LRQ-ARG (WS-ARG-NO) (1:8) IS NUMERIC
                       MOVE LRQ-ARG (WS-ARG-NO) (1:8) TO WS-EDIT-DATE
                       PERFORM EDIT-ONE-DATE
                   END-IF
           END-EVALUATE
           .

       EDIT-ONE-DATE.
           MOVE SPACES TO WS-EDIT
           EVALUATE WS-LOC-DATE-ORDER
               WHEN "DMY"
                   STRING WS-EDIT-DATE (7:2) DELIMITED BY SIZE
                          "/"                DELIMITED BY SIZE
                          WS-EDIT-DATE (5:2) DELIMITED BY SIZE
                          "/"                DELIMITED BY SIZE
                          WS-EDIT-DATE (1:4) DELIMITED BY SIZE
                        INTO WS-EDIT
                   END-STRING
               WHEN "MDY"
                   STRING WS-EDIT-DATE (5:2) DELIMITED BY SIZE
                          "/"                DELIMITED BY SIZE
                          WS-EDIT-DATE (7:2) DELIMITED BY SIZE
                          "/"                DELIMITED BY SIZE
                          WS-EDIT-DATE (1:4) DELIMITED BY SIZE
                        INTO WS-EDIT
                   END-STRING
               WHEN OTHER
                   STRING WS-EDIT-DATE (1:4) DELIMITED BY SIZE
                          "-"                DELIMITED BY SIZE
                          WS-EDIT-DATE (5:2) DELIMITED BY SIZE
                          "-"                DELIMITED BY SIZE
                          WS-EDIT-DATE (7:2) DELIMITED BY SIZE
                        INTO WS-EDIT
                   END-STRING
           END-EVALUATE
           .

      *>  Appends across runs like the audit trails.
       LOG-FALLBACK.
           IF NOT FALL-FILE-OPEN
               OPEN EXTEND LANGFALL
               IF LANGFALL-STATUS NOT = "00"
                   OPEN OUTPUT LANGFALL
               END-IF
               SET FALL-FILE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO LANGFALL-REC
           STRING WS-TODAY               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  LRQ-PROGRAM            DELIMITED BY SIZE
                  " acct "               DELIMITED BY SIZE
                  LRQ-ACCT-NO            DELIMITED BY SIZE
                  " lang "               DELIMITED BY SIZE
                  LRQ-LANG               DELIMITED BY SIZE
                  " text "               DELIMITED BY SIZE
                  LRQ-TEXT-ID            DELIMITED BY SIZE
                  " -- English used"     DELIMITED BY SIZE
                INTO LANGFALL-REC
           END-STRING
           WRITE LANGFALL-REC
           END-WRITE
           .

       CLOSE-LANG-FILES.
           IF LTX-FILE-OPEN
               CLOSE LANGTEXT
               MOVE "N" TO WS-LTX-OPEN
           END-IF
           IF FALL-FILE-OPEN
               CLOSE LANGFALL
               MOVE "N" TO WS-FALL-OPEN
           END-IF
           MOVE "Y" TO WS-FIRST-CALL
           .
       END PROGRAM TELLANG.
