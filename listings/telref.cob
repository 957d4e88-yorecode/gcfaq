      *>
      *> telref.cob -- reference-table maintenance suite, covering
      *> the lookup tables telco5 consults that had no sanctioned
      *> write path: JURISTB.DAT, CARRIERTB.DAT, DISCTB.DAT,
      *> DIALPLAN.DAT, NUMINV.DAT, and the international rate deck
      *> INTLDECK.DAT with its PLANBAND.DAT band mapping.  Modeled
      *> on telrate: the
      *> requesting user is checked against AUTHTB (rate-maintenance
      *> authority covers the rating reference tables) before
      *> anything is applied, each record layout is validated before
      *> Invoked with one command-line string:
      *>   telref USERID JURIS ADD|CHG|DEL CODE [BTAX DTAX]
      *>   telref USERID CARR  ADD|CHG|DEL CODE [RATE [CURRENCY]]
      *>   telref USERID CTERM CHG CODE TERM-RATE
      *>   telref USERID DISC  ADD|CHG|DEL CODE [PCT FLAT]
      *>   telref USERID DIAL  ADD|CHG|DEL PREFIX [ZONE DESC...]
      *>   telref USERID NUM   ADD|CHG|DEL NUMBER [OWNER-ACCT]
      *>   telref USERID IDECK ADD|CHG|DEL PREFIX EFF-DATE
      *>                                   [BAND DESTINATION...]
      *>   telref USERID BAND  ADD|CHG|DEL PLAN|* BAND [RATE-CODE]
      *>   telref USERID HRD   ADD|CHG|DEL PREFIX [LEVEL DEST...]
      *>
      *> IDECK keeps its history: a deck row is keyed by prefix and
      *> effective date, a new band or name for a destination is a
      *> new dated row, and a row already in effect can be neither
      *> changed nor deleted -- only a future-dated row can be
      *> corrected or withdrawn before it takes effect, and no row
      *> may be back-dated.  Band 00 withdraws a prefix from its
      *> date on.  BAND maps one plan's band to a RATETAB code; a
      *> plan of "*" is the house mapping every plan falls back to.
      *>
      *> CTERM sets the terminating-access rate on a carrier row
      *> CARR has already added -- it is a column of CARRIERTB, not
      *> a table of its own, so it only ever changes (a rate of 0
      *> ends the agreement).
      *>
      *> HRD keeps the high-risk destination list (HRDEST.DAT) that
      *> telco5 checks every voice call against for revenue-share
      *> fraud: a prefix of at most eight digits in deck form, a
      *> risk level 1 (watch), 2 (bar over the run thresholds) or
      *> 3 (bar on the first call), and the destination's name.
      *> Each row carries who set it and when, on top of the
      *> TELCO.TAUD line every table change leaves.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telref.
                RECORD KEY IS NUM-TELEPHONE
                FILE STATUS IS NUMINV-STATUS
                .
           SELECT INTLDECK ASSIGN TO
                "INTLDECK.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS IDK-KEY
                FILE STATUS IS IDECK-STATUS
                .
           SELECT PLANBAND ASSIGN TO
                "PLANBAND.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PBD-KEY
                FILE STATUS IS PLANBAND-STATUS
                .
           SELECT HRDEST   ASSIGN TO
                "HRDEST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS HRD-PREFIX
                FILE STATUS IS HRDEST-STATUS
                .
      *>  Append-only per-number assignment history -- who held the
      *>  number, when it changed, who changed it -- so a recycled
      *>  number's past is always on file.
           COPY CBDIALPL.
       FD  NUMINV.
           COPY CBNUMINV.
       FD  INTLDECK.
           COPY CBIDECK.
       FD  PLANBAND.
           COPY CBPLANBD.
       FD  HRDEST.
           COPY CBHRDEST.
       FD  NUMHIST.
       01  NUMHIST-REC       PIC X(80).
       FD  AUTHTB.
           COPY CBAUTH.
       FD  REFAUDIT.
       01  REFAUDIT-REC      PIC X(190).
       FD  REFRPT.
       01  REFRPT-REC        PIC X(90).

       01  WS-ACTION         PIC X(03)   VALUE SPACES.
       01  NUMINV-STATUS     PIC XX      VALUE "00".
       01  NUMHIST-STATUS    PIC XX      VALUE "00".
       01  IDECK-STATUS      PIC XX      VALUE "00".
       01  PLANBAND-STATUS   PIC XX      VALUE "00".
       01  HRDEST-STATUS     PIC XX      VALUE "00".
       01  WS-DECK-EFF-DATE  PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-DATE     PIC 9(08)   VALUE ZERO.
       01  WS-BAND-PLAN      PIC X(04)   VALUE SPACES.
       01  WS-HIST-ACTION    PIC X(06)   VALUE SPACES.
       01  WS-KEY-ARG        PIC X(15)   VALUE SPACES.
       01  WS-VAL1-ARG       PIC X(12)   VALUE SPACES.
       01  WS-RATE-OUT2      PIC -9(03).99999.
       01  WS-FLAT-OUT       PIC -9(05).99.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               MOVE SPACES TO REFRPT-REC
               MOVE "*** usage: telref USERID "
                  & "JURIS|CARR|CTERM|DISC|DIAL|NUM|IDECK|BAND|HRD"
                 TO REFRPT-REC
               WRITE REFRPT-REC
               END-WRITE
               MOVE "***        ADD|CHG|DEL KEY [VALUES] ***"
                 TO REFRPT-REC
               WRITE REFRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
      *>  USERID/TABLE/ACTION/KEY and two value tokens; whatever
      *>  follows them is the DIALPLAN description, which may
      *>  contain spaces -- same pointer-slice shape as telacct.
      *>  IDECK takes both value tokens (date, band) before its
      *>  destination name; HRD takes only its risk level before
      *>  the destination name, the way DIAL takes its zone.
       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           MOVE 1   TO WS-PARSE-PTR
                    WS-VAL1-ARG
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING
           IF WS-TABLE = "DIAL" OR "HRD"
               IF WS-PARSE-PTR <= 160
                   MOVE WS-CMDLINE (WS-PARSE-PTR:) TO WS-DESC-ARG
               END-IF
                   INTO WS-VAL2-ARG
                   WITH POINTER WS-PARSE-PTR
               END-UNSTRING
               IF WS-TABLE = "IDECK" AND WS-PARSE-PTR <= 160
                   MOVE WS-CMDLINE (WS-PARSE-PTR:) TO WS-DESC-ARG
               END-IF
           END-IF
           IF WS-TABLE = "CTERM" AND WS-ACTION NOT = "CHG"
               MOVE "N" TO WS-ARGS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-USERID NOT = SPACES
           AND WS-KEY-ARG NOT = SPACES
           AND (WS-ACTION = "ADD" OR "CHG" OR "DEL")
           AND (WS-TABLE = "JURIS" OR "CARR" OR "DISC" OR "DIAL"
                OR "NUM" OR "CTERM" OR "IDECK" OR "BAND"
                OR "HRD")
               MOVE "Y" TO WS-ARGS-VALID
               IF WS-ACTION NOT = "DEL"
                   PERFORM VALIDATE-VALUE-ARGS
               END-IF
               PERFORM VALIDATE-KEY-ARGS
           END-IF
           .

      *>  The two-part keys are whole on DEL too: a deck row is a
      *>  prefix of at most eight digits and a real effective
      *>  date, a band mapping a plan (or "*") and a band.
       VALIDATE-KEY-ARGS.
           EVALUATE WS-TABLE
               WHEN "IDECK"
                   IF WS-KEY-ARG (9:) NOT = SPACES
                   OR FUNCTION TRIM (WS-KEY-ARG) IS NOT NUMERIC
                   OR WS-VAL1-ARG (1:8) IS NOT NUMERIC
                   OR WS-VAL1-ARG (9:) NOT = SPACES
                       MOVE "N" TO WS-ARGS-VALID
                   ELSE
                       MOVE WS-VAL1-ARG (1:8) TO WS-DECK-EFF-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD
                              (WS-DECK-EFF-DATE) NOT = ZERO
                           MOVE "N" TO WS-ARGS-VALID
                       END-IF
                   END-IF
               WHEN "BAND"
                   IF WS-KEY-ARG (5:) NOT = SPACES
                   OR WS-VAL1-ARG = SPACES
                   OR WS-VAL1-ARG (3:) NOT = SPACES
                       MOVE "N" TO WS-ARGS-VALID
                   END-IF
                   IF WS-KEY-ARG = "*"
                       MOVE SPACES TO WS-BAND-PLAN
                   ELSE
                       MOVE WS-KEY-ARG (1:4) TO WS-BAND-PLAN
                   END-IF
               WHEN "HRD"
                   IF WS-KEY-ARG (9:) NOT = SPACES
                   OR FUNCTION TRIM (WS-KEY-ARG) IS NOT NUMERIC
                       MOVE "N" TO WS-ARGS-VALID
                   END-IF
           END-EVALUATE
           .

      *>  Layout validation before anything touches a table: rates
      *>  and discounts must parse as numbers, a dial-plan zone must
      *>  be one of the four CDR rate zones.  An invalid value is
                   IF WS-VAL1-ARG = SPACES
                       MOVE "N" TO WS-ARGS-VALID
                   END-IF
               WHEN "CTERM"
                   IF WS-VAL1-ARG = SPACES
                       MOVE "N" TO WS-ARGS-VALID
                   END-IF
               WHEN "DISC"
                   IF WS-VAL1-ARG = SPACES OR WS-VAL2-ARG = SPACES
                       MOVE "N" TO WS-ARGS-VALID
                   IF WS-VAL1-ARG = SPACES
                       MOVE "N" TO WS-ARGS-VALID
                   END-IF
               WHEN "IDECK"
                   IF WS-VAL2-ARG = SPACES
                   OR WS-VAL2-ARG (3:) NOT = SPACES
                   OR WS-DESC-ARG = SPACES
                       MOVE "N" TO WS-ARGS-VALID
                   END-IF
               WHEN "BAND"
                   IF WS-VAL2-ARG = SPACES
                   OR WS-VAL2-ARG (5:) NOT = SPACES
                       MOVE "N" TO WS-ARGS-VALID
                   END-IF
               WHEN "HRD"
                   IF WS-VAL1-ARG NOT = "1" AND NOT = "2"
                   AND WS-VAL1-ARG NOT = "3"
                   OR WS-DESC-ARG = SPACES
                       MOVE "N" TO WS-ARGS-VALID
                   END-IF
           END-EVALUATE
           .

                   PERFORM APPLY-JURIS-CHANGE
               WHEN "CARR"
                   PERFORM APPLY-CARRIER-CHANGE
               WHEN "CTERM"
                   PERFORM APPLY-CARRIER-TERM-CHANGE
               WHEN "DISC"
                   PERFORM APPLY-DISC-CHANGE
               WHEN "DIAL"
                   PERFORM APPLY-DIALPLAN-CHANGE
               WHEN "NUM"
                   PERFORM APPLY-NUMINV-CHANGE
               WHEN "IDECK"
                   PERFORM APPLY-DECK-CHANGE
               WHEN "BAND"
                   PERFORM APPLY-BAND-CHANGE
               WHEN "HRD"
                   PERFORM APPLY-HRDEST-CHANGE
           END-EVALUATE
           .

                       END-COMPUTE
                       IF NOT REC-ALREADY-ON-FILE
                           MOVE SPACES TO CARRIER-CURRENCY
                           MOVE ZERO   TO CARRIER-INBOUND-RATE
                                          CARRIER-BILL-ACCT
                                          CARRIER-TERM-RATE
                       END-IF
                       IF WS-VAL2-ARG NOT = SPACES
                           MOVE WS-VAL2-ARG (1:3) TO CARRIER-CURRENCY
           CLOSE CARRIERTB
           .

      *>  The terminating-access column of an existing carrier
      *>  row; every other column is left as CARR set it.
       APPLY-CARRIER-TERM-CHANGE.
           OPEN I-O CARRIERTB
           IF CARRIER-STATUS NOT = "00"
               OPEN OUTPUT CARRIERTB
               CLOSE CARRIERTB
               OPEN I-O CARRIERTB
           END-IF
           MOVE "N" TO WS-REC-EXISTS
           MOVE WS-KEY-ARG (1:3) TO CARRIER-CODE
           READ CARRIERTB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REC-EXISTS
                   MOVE CARRIER-TERM-RATE TO WS-RATE-OUT
                   MOVE WS-RATE-OUT       TO WS-OLD-VALUE
           END-READ
           PERFORM CHECK-ACTION-VS-EXISTING
           IF CHANGE-APPLIED
               COMPUTE CARRIER-TERM-RATE =
                       FUNCTION NUMVAL (WS-VAL1-ARG)
               END-COMPUTE
               MOVE CARRIER-TERM-RATE TO WS-RATE-OUT
               MOVE WS-RATE-OUT       TO WS-NEW-VALUE
               REWRITE CARRIER-RATE-REC
               END-REWRITE
           END-IF
           CLOSE CARRIERTB
           .

       APPLY-DISC-CHANGE.
           OPEN I-O DISCTB
           IF DISC-STATUS NOT = "00"
           CLOSE NUMINV
           .

      *>  A deck row in effect today or earlier is rating history:
      *>  ADD refuses to back-date one, CHG and DEL refuse to touch
      *>  one.  The change to a live destination is a new row.
       APPLY-DECK-CHANGE.
           OPEN I-O INTLDECK
           IF IDECK-STATUS NOT = "00"
               OPEN OUTPUT INTLDECK
               CLOSE INTLDECK
               OPEN I-O INTLDECK
           END-IF
           MOVE "N" TO WS-REC-EXISTS
           MOVE WS-KEY-ARG (1:8) TO IDK-PREFIX
           MOVE WS-DECK-EFF-DATE TO IDK-EFF-DATE
           READ INTLDECK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REC-EXISTS
                   STRING IDK-BAND " " IDK-DEST-NAME
                       DELIMITED BY SIZE INTO WS-OLD-VALUE
                   END-STRING
           END-READ
           PERFORM CHECK-ACTION-VS-EXISTING
           MOVE WS-NOW (1:8) TO WS-TODAY-DATE
           IF CHANGE-APPLIED
               EVALUATE TRUE
                   WHEN WS-ACTION = "ADD"
                   AND WS-DECK-EFF-DATE < WS-TODAY-DATE
                       MOVE "N" TO WS-APPLIED
                       MOVE "EFFECTIVE DATE IN THE PAST"
                         TO WS-REFUSE-REASON
                   WHEN WS-ACTION NOT = "ADD"
                   AND WS-DECK-EFF-DATE NOT > WS-TODAY-DATE
                       MOVE "N" TO WS-APPLIED
                       MOVE "ROW IN EFFECT - ADD A NEW DATED ROW"
                         TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF CHANGE-APPLIED
               EVALUATE WS-ACTION
                   WHEN "DEL"
                       DELETE INTLDECK RECORD
                       END-DELETE
                   WHEN OTHER
                       MOVE WS-KEY-ARG (1:8) TO IDK-PREFIX
                       MOVE WS-DECK-EFF-DATE TO IDK-EFF-DATE
                       MOVE WS-VAL2-ARG (1:2) TO IDK-BAND
                       MOVE WS-DESC-ARG      TO IDK-DEST-NAME
                       MOVE WS-USERID        TO IDK-SET-BY
                       MOVE WS-NOW (1:8)     TO IDK-SET-DATE
                       STRING IDK-BAND " " IDK-DEST-NAME
                           DELIMITED BY SIZE INTO WS-NEW-VALUE
                       END-STRING
                       IF REC-ALREADY-ON-FILE
                           REWRITE INTL-DECK-REC
                       ELSE
                           WRITE INTL-DECK-REC
                       END-WRITE
                       END-IF
               END-EVALUATE
           END-IF
           CLOSE INTLDECK
           .

       APPLY-BAND-CHANGE.
           OPEN I-O PLANBAND
           IF PLANBAND-STATUS NOT = "00"
               OPEN OUTPUT PLANBAND
               CLOSE PLANBAND
               OPEN I-O PLANBAND
           END-IF
           MOVE "N" TO WS-REC-EXISTS
           MOVE WS-BAND-PLAN      TO PBD-PLAN-CODE
           MOVE WS-VAL1-ARG (1:2) TO PBD-BAND
           READ PLANBAND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REC-EXISTS
                   MOVE PBD-RATE-CODE TO WS-OLD-VALUE
           END-READ
           PERFORM CHECK-ACTION-VS-EXISTING
           IF CHANGE-APPLIED
               EVALUATE WS-ACTION
                   WHEN "DEL"
                       DELETE PLANBAND RECORD
                       END-DELETE
                   WHEN OTHER
                       MOVE WS-BAND-PLAN      TO PBD-PLAN-CODE
                       MOVE WS-VAL1-ARG (1:2) TO PBD-BAND
                       MOVE WS-VAL2-ARG (1:4) TO PBD-RATE-CODE
                       MOVE PBD-RATE-CODE     TO WS-NEW-VALUE
                       IF REC-ALREADY-ON-FILE
                           REWRITE PLAN-BAND-REC
                       ELSE
                           WRITE PLAN-BAND-REC
                       END-WRITE
                       END-IF
               END-EVALUATE
           END-IF
           CLOSE PLANBAND
           .

      *>  One assignment-history line per transition -- same
      *>  OPEN-EXTEND-or-create idiom as the audit trails.
       WRITE-NUMBER-HISTORY.
           CLOSE NUMHIST
           .

      *>  The high-risk list.  The row is stamped with who set it
      *>  and the day, so the list itself says where an entry came
      *>  from without a trip through the audit trail.
       APPLY-HRDEST-CHANGE.
           OPEN I-O HRDEST
           IF HRDEST-STATUS NOT = "00"
               OPEN OUTPUT HRDEST
               CLOSE HRDEST
               OPEN I-O HRDEST
           END-IF
           MOVE "N" TO WS-REC-EXISTS
           MOVE WS-KEY-ARG (1:8) TO HRD-PREFIX
           READ HRDEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REC-EXISTS
                   STRING HRD-RISK-LEVEL " " HRD-DEST-NAME
                       DELIMITED BY SIZE INTO WS-OLD-VALUE
                   END-STRING
           END-READ
           PERFORM CHECK-ACTION-VS-EXISTING
           IF CHANGE-APPLIED
               EVALUATE WS-ACTION
                   WHEN "DEL"
                       DELETE HRDEST RECORD
                       END-DELETE
                   WHEN OTHER
                       MOVE WS-KEY-ARG (1:8) TO HRD-PREFIX
                       MOVE WS-VAL1-ARG (1:1) TO HRD-RISK-LEVEL
                       MOVE WS-DESC-ARG  TO HRD-DEST-NAME
                       MOVE WS-USERID    TO HRD-SET-BY
                       MOVE WS-NOW (1:8) TO HRD-SET-DATE
                       STRING HRD-RISK-LEVEL " " HRD-DEST-NAME
                           DELIMITED BY SIZE INTO WS-NEW-VALUE
                       END-STRING
                       IF REC-ALREADY-ON-FILE
                           REWRITE HRDEST-REC
                           END-REWRITE
                       ELSE
                           WRITE HRDEST-REC
                           END-WRITE
                       END-IF
               END-EVALUATE
           END-IF
           CLOSE HRDEST
           .

       CHECK-ACTION-VS-EXISTING.
           MOVE "Y" TO WS-APPLIED
           IF WS-ACTION = "ADD" AND REC-ALREADY-ON-FILE
                    INTO REFAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE REFAUDIT-REC
           END-WRITE
           CLOSE REFAUDIT
           WRITE REFRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELCO.TAUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCO.TAUD" TO SRQ-TRAIL
           MOVE REFAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO REFAUDIT-REC
           .
       END PROGRAM telref.
