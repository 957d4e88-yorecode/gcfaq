      *> night and why" has an answer on file.  The reconnect half
      *> lives in telpay: the payment that clears the account's open
      *> balance writes the matching reconnect order automatically.
      *>
      *> Every order also puts a disconnection notice to the
      *> customer on DISCNTC.TXT for the print stream, in the
      *> account's preferred language (ACCT-LANG-PREF) -- two state
      *> commissions require it.  The wording comes off the
      *> LANGTEXT.DAT text table through TELLANG (see
      *> CBLANGRQ.cpy); a language or line not on the table goes
      *> out in English, is logged on LANGFALL.LOG, and is counted
      *> at the foot of the notice file.
      *>
      *> A protected account -- a medical-necessity certificate, a
      *> government or emergency-service account (PROTECT.DAT), or
      *> an address in a state inside its disconnection moratorium
      *> (MORATOR.DAT), both kept through telprot and asked through
      *> TELPRTQ -- is never ordered.  It goes instead on the
      *> DISCPROT.TXT withheld list with the protection it holds,
      *> and comes up again every night until it pays or the
      *> protection ends.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. teldisc.
                RECORD KEY IS DST-ACCT-NO
                FILE STATUS IS DST-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT DISCNTC  ASSIGN TO
                "DISCNTC.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS DISCNTC-STATUS
                .
           SELECT DISCORD  ASSIGN TO
                "DISCORD.DAT"
                LINE SEQUENTIAL
                LINE SEQUENTIAL
                FILE STATUS IS DISCLOG-STATUS
                .
           SELECT DISCPROT ASSIGN TO
                "DISCPROT.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS DISCPROT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  DUNHIST.
           COPY CBPAYPLAN.
       FD  DISCSTAT.
           COPY CBDISCST.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  DISCNTC.
       01  DISCNTC-REC       PIC X(90).
       FD  DISCORD.
       01  DISCORD-REC       PIC X(70).
       FD  DISCLOG.
       01  DISCLOG-REC       PIC X(90).
       FD  DISCPROT.
       01  DISCPROT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  DUNHIST-STATUS    PIC XX      VALUE "00".
       01  DST-STATUS        PIC XX      VALUE "00".
       01  DISCORD-STATUS    PIC XX      VALUE "00".
       01  DISCLOG-STATUS    PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  DISCNTC-STATUS    PIC XX      VALUE "00".
       01  DISCPROT-STATUS   PIC XX      VALUE "00".

       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-ORDER-BAL-TOT  PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-SKIP-PLAN      PIC 9(07)   VALUE ZERO.
       01  WS-SKIP-ISSUED    PIC 9(07)   VALUE ZERO.
       01  WS-SKIP-PROTECTED PIC 9(07)   VALUE ZERO.
       01  WS-PROTECT-WHY    PIC X(40)   VALUE SPACES.
       01  WS-BAL-OUT        PIC -9(09).99.
       01  WS-HASH-OUT       PIC -9(11).99.
       01  WS-COUNT-OUT      PIC 9(07).
       01  WS-NTC-BAL-OUT    PIC Z,ZZZ,ZZ9.99.
       01  WS-FALLBACK-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-NOTICE-FELL-BACK PIC X     VALUE "N".
           88  NOTICE-FELL-BACK           VALUE "Y".

      *>  Customer-language text lookup (see CBLANGRQ.cpy).
           COPY CBLANGRQ.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Protected-account lookup (see CBPROTRQ.cpy).
           COPY CBPROTRQ.

       PROCEDURE DIVISION.
       MAINLINE.
               MOVE FUNCTION NUMVAL (WS-ENV-GRACE)
                 TO WS-GRACE-DAYS
           END-IF
           MOVE "TELCO_DISC_GRACE_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-GRACE TO CFQ-ENV-VALUE
           MOVE WS-GRACE-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           PERFORM COLLECT-CANDIDATES
           PERFORM FILL-OPEN-BALANCES
           OPEN I-O PAYPLAN
           PERFORM OPEN-DISC-STATE
           OPEN OUTPUT DISCORD
           OPEN OUTPUT DISCNTC
           OPEN INPUT ACCT-MASTER
           PERFORM OPEN-ISSUED-LOG
           OPEN OUTPUT DISCPROT
           MOVE SPACES TO DISCPROT-REC
           STRING "==== DISCONNECTS WITHHELD -- PROTECTED ACCOUNTS "
                                           DELIMITED BY SIZE
                  WS-TODAY                 DELIMITED BY SIZE
                  " ===="                  DELIMITED BY SIZE
                INTO DISCPROT-REC
           END-STRING
           WRITE DISCPROT-REC
           END-WRITE
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > 500
                   OR CAND-ACCT-NO (CAND-IDX) = ZERO
               PERFORM CONSIDER-ONE-CANDIDATE
           END-PERFORM
           PERFORM WRITE-ORDER-TRAILER
           PERFORM WRITE-NOTICE-FOOTING
           PERFORM WRITE-WITHHELD-FOOTING
           SET LRQ-CLOSE TO TRUE
           CALL "TELLANG" USING LANG-REQUEST
           END-CALL
           SET PRQ-CLOSE TO TRUE
           CALL "TELPRTQ" USING PROT-REQUEST
           END-CALL
           CLOSE PAYPLAN
                 DISCSTAT
                 DISCORD
                 DISCNTC
                 ACCT-MASTER
                 DISCLOG
                 DISCPROT
           STOP RUN
           .

           .

      *>  One candidate: still owing, not on a current arrangement,
      *>  not already ordered out, not protected -- or no order
      *>  tonight.
       CONSIDER-ONE-CANDIDATE.
           IF CAND-OPEN-BAL (CAND-IDX) <= ZERO
               EXIT PARAGRAPH
               ADD 1 TO WS-SKIP-ISSUED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CANDIDATE-PROTECTION
           IF PRQ-PROTECTED OR PRQ-IN-MORATORIUM
               ADD 1 TO WS-SKIP-PROTECTED
               PERFORM WRITE-WITHHELD-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-DISCONNECT-ORDER
           PERFORM WRITE-DISCONNECT-NOTICE
           PERFORM RECORD-DISC-STATE
           PERFORM WRITE-ISSUED-LOG-LINE
           .
           END-READ
           .

      *>  The account's own protections, and the moratorium of the
      *>  state on its address, as of tonight.
       CHECK-CANDIDATE-PROTECTION.
           MOVE SPACES TO ACCT-ADDR-STATE
           IF ACCT-STATUS = "00"
               MOVE CAND-ACCT-NO (CAND-IDX) TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       MOVE SPACES TO ACCT-ADDR-STATE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           SET PRQ-QUERY TO TRUE
           MOVE CAND-ACCT-NO (CAND-IDX) TO PRQ-ACCT-NO
           MOVE ACCT-ADDR-STATE         TO PRQ-STATE
           MOVE WS-TODAY                TO PRQ-DATE
           CALL "TELPRTQ" USING PROT-REQUEST
           END-CALL
           .

      *>  One withheld account: balance, the notice it followed and
      *>  what protects it.
       WRITE-WITHHELD-LINE.
           MOVE SPACES TO WS-PROTECT-WHY
           EVALUATE TRUE
               WHEN PRQ-PROTECTED
                   EVALUATE PRQ-TYPE
                       WHEN "M"
                           MOVE "MEDICAL" TO WS-PROTECT-WHY
                       WHEN "G"
                           MOVE "GOVERNMENT" TO WS-PROTECT-WHY
                       WHEN OTHER
                           MOVE "EMERGENCY SVC" TO WS-PROTECT-WHY
                   END-EVALUATE
                   MOVE PRQ-CERT-REF TO WS-PROTECT-WHY (15:20)
               WHEN OTHER
                   MOVE "MORATORIUM" TO WS-PROTECT-WHY
                   MOVE PRQ-MOR-DESC TO WS-PROTECT-WHY (15:20)
           END-EVALUATE
           MOVE CAND-OPEN-BAL (CAND-IDX) TO WS-BAL-OUT
           MOVE SPACES TO DISCPROT-REC
           STRING "W "                     DELIMITED BY SIZE
                  CAND-ACCT-NO (CAND-IDX)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-BAL-OUT               DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  CAND-NOTICE-DATE (CAND-IDX) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ACCT-ADDR-STATE          DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-PROTECT-WHY           DELIMITED BY SIZE
                INTO DISCPROT-REC
           END-STRING
           WRITE DISCPROT-REC
           END-WRITE
           .

       WRITE-WITHHELD-FOOTING.
           MOVE WS-SKIP-PROTECTED TO WS-COUNT-OUT
           MOVE SPACES TO DISCPROT-REC
           STRING "Disconnects withheld (protected account): "
                                             DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO DISCPROT-REC
           END-STRING
           WRITE DISCPROT-REC
           END-WRITE
           .

      *>  One fixed-field order row -- account, open balance, the
      *>  notice date it follows, tonight's date -- the OVERLIMIT.DAT
      *>  shape provisioning already consumes.
           END-WRITE
           .

      *>  The customer's copy: name and address off the master, the
      *>  wording in the customer's language.  An account missing
      *>  from the master still gets its notice, in English,
      *>  addressed to the account number alone.
       WRITE-DISCONNECT-NOTICE.
           MOVE SPACES TO ACCT-NAME ACCT-ADDR-LINE1 ACCT-ADDR-LINE2
                          ACCT-ADDR-CITY ACCT-ADDR-STATE ACCT-ADDR-ZIP
                          ACCT-LANG-PREF
           IF ACCT-STATUS = "00"
               MOVE CAND-ACCT-NO (CAND-IDX) TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       MOVE "*** UNKNOWN ACCOUNT ***" TO ACCT-NAME
                       MOVE SPACES TO ACCT-LANG-PREF
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           MOVE "N"                     TO WS-NOTICE-FELL-BACK
           MOVE "TELDISC"               TO LRQ-PROGRAM
           MOVE CAND-ACCT-NO (CAND-IDX) TO LRQ-ACCT-NO
           MOVE ACCT-LANG-PREF          TO LRQ-LANG
           MOVE SPACES TO LRQ-ARGS
           MOVE "DSCHDR" TO LRQ-TEXT-ID
           MOVE "==== NOTICE OF DISCONNECTION ====" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-LINE
           MOVE SPACES TO LRQ-ARGS
           MOVE CAND-ACCT-NO (CAND-IDX) TO LRQ-ARG (1)
           MOVE ACCT-NAME               TO LRQ-ARG (2)
           MOVE "DSCACCT" TO LRQ-TEXT-ID
           MOVE "Account: &1  &2" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-LINE
           MOVE SPACES TO DISCNTC-REC
           STRING ACCT-ADDR-LINE1     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ACCT-ADDR-LINE2     DELIMITED BY SIZE
                INTO DISCNTC-REC
           END-STRING
           WRITE DISCNTC-REC
           END-WRITE
           MOVE SPACES TO DISCNTC-REC
           STRING ACCT-ADDR-CITY      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ACCT-ADDR-STATE     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ACCT-ADDR-ZIP       DELIMITED BY SIZE
                INTO DISCNTC-REC
           END-STRING
           WRITE DISCNTC-REC
           END-WRITE
           MOVE SPACES TO LRQ-ARGS
           MOVE "D"                         TO LRQ-ARG-TYPE (1)
           MOVE CAND-NOTICE-DATE (CAND-IDX) TO LRQ-ARG (1)
           MOVE "D"                         TO LRQ-ARG-TYPE (2)
           MOVE WS-TODAY                    TO LRQ-ARG (2)
           MOVE "DSCTXT1" TO LRQ-TEXT-ID
           MOVE "Following our notice of &1, your service is being "
              & "disconnected on &2" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-LINE
           MOVE CAND-OPEN-BAL (CAND-IDX) TO WS-NTC-BAL-OUT
           MOVE SPACES TO LRQ-ARGS
           MOVE "A"            TO LRQ-ARG-TYPE (1)
           MOVE WS-NTC-BAL-OUT TO LRQ-ARG (1)
           MOVE "DSCTXT2" TO LRQ-TEXT-ID
           MOVE "for an unpaid balance of &1." TO LRQ-DEFAULT
           PERFORM WRITE-LANG-LINE
           MOVE SPACES TO LRQ-ARGS
           MOVE "DSCTXT3" TO LRQ-TEXT-ID
           MOVE "Service is restored once the balance is paid in "
              & "full." TO LRQ-DEFAULT
           PERFORM WRITE-LANG-LINE
           MOVE SPACES TO DISCNTC-REC
           WRITE DISCNTC-REC
           END-WRITE
           IF NOTICE-FELL-BACK
               ADD 1 TO WS-FALLBACK-COUNT
           END-IF
           .

       WRITE-LANG-LINE.
           SET LRQ-GET-TEXT TO TRUE
           CALL "TELLANG" USING LANG-REQUEST
           END-CALL
           IF LRQ-FELL-BACK
               SET NOTICE-FELL-BACK TO TRUE
           END-IF
           MOVE LRQ-RESULT TO DISCNTC-REC
           WRITE DISCNTC-REC
           END-WRITE
           .

       WRITE-NOTICE-FOOTING.
           MOVE WS-ORDER-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO DISCNTC-REC
           STRING "Disconnection notices: "  DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO DISCNTC-REC
           END-STRING
           WRITE DISCNTC-REC
           END-WRITE
           MOVE WS-FALLBACK-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO DISCNTC-REC
           STRING "Sent in English for want of the customer's "
                                             DELIMITED BY SIZE
                  "language (see LANGFALL.LOG): "
                                             DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO DISCNTC-REC
           END-STRING
           WRITE DISCNTC-REC
           END-WRITE
           .

       RECORD-DISC-STATE.
           MOVE CAND-ACCT-NO (CAND-IDX)     TO DST-ACCT-NO
           MOVE "D"                         TO DST-STATUS-IND
           WRITE DISCORD-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELDISC" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM teldisc.
