      *>
      *> telseal.cob -- audit-trail chaining.  The audit trails
      *> (TELCO.AAUD, TELCO.RAUD, TELWOFF.AUD and the rest) are
      *> plain appended files, and anyone with access to the files
      *> could edit or drop a line without trace.  Every writer now
      *> hands each line to this CALLed module just before the
      *> WRITE:
      *>
      *>   CALL "TELSEAL" USING SEAL-REQUEST   (see CBSEALRQ.cpy)
      *>
      *> which prefixes the line with the trail's next sequence
      *> number and a running hash over the previous line's hash,
      *> the sequence number and the line's own text.  Editing,
      *> dropping, inserting or reordering a line breaks the chain
      *> from that line on; telaudv walks the trails and says
      *> where, and its sealed checkpoint catches a trail cut back.
      *>
      *> The hash is a pair of rolling residues (the TELAUTHN
      *> digest arithmetic, two primes) printed as 18 digits --
      *> enough to make a line edit show; the chain, not the hash,
      *> is what makes the trail tamper-evident.
      *>
      *> The trail's last sequence and hash come from its last
      *> sealed line the first time a process seals to it, and are
      *> carried in storage after that: a writer that holds the
      *> trail open across several lines has not flushed them to
      *> disk yet.  Lines written before chaining began carry no
      *> prefix and are simply not part of any chain.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELSEAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEALTRAIL ASSIGN TO
                WS-TRAIL-NAME
                LINE SEQUENTIAL
                FILE STATUS IS TRAIL-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  SEALTRAIL.
       01  SEALTRAIL-REC     PIC X(300).

       WORKING-STORAGE SECTION.
       01  TRAIL-STATUS      PIC XX      VALUE "00".
       01  WS-TRAIL-NAME     PIC X(20)   VALUE SPACES.

      *>  Trails sealed to by this process so far.
       01  WS-TRAIL-COUNT    PIC 9(02)   COMP-5 VALUE ZERO.
       01  TRAIL-CACHE.
           05  TC-ENTRY OCCURS 40 TIMES INDEXED BY TC-IDX.
               10  TC-TRAIL        PIC X(20).
               10  TC-SEQ          PIC 9(09).
               10  TC-HASH         PIC X(18).
       01  WS-TRAIL-FOUND    PIC X       VALUE "N".
           88  TRAIL-CACHED              VALUE "Y".

      *>  Hash work.
       01  WS-HASH-INPUT     PIC X(300)  VALUE SPACES.
       01  WS-HASH-LEN       PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-TEXT-LEN       PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-CHAR-POS       PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-CHAR-ORD       PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-H1             PIC 9(18)   COMP-5 VALUE ZERO.
       01  WS-H2             PIC 9(18)   COMP-5 VALUE ZERO.
       01  WS-H1-DSP         PIC 9(09)   VALUE ZERO.
       01  WS-H2-DSP         PIC 9(09)   VALUE ZERO.
       01  WS-SEQ-DSP        PIC 9(09)   VALUE ZERO.
       01  WS-TEXT           PIC X(260)  VALUE SPACES.

       LINKAGE SECTION.
           COPY CBSEALRQ.

       PROCEDURE DIVISION USING SEAL-REQUEST.
       MAINLINE.
           IF SRQ-HASH-ONLY
               MOVE SRQ-LINE TO WS-TEXT
               PERFORM COMPUTE-CHAIN-HASH
               GOBACK
           END-IF
           PERFORM FIND-TRAIL-STATE
           MOVE TC-HASH (TC-IDX) TO SRQ-PREV-HASH
           COMPUTE SRQ-SEQ = TC-SEQ (TC-IDX) + 1
           END-COMPUTE
           MOVE SRQ-LINE TO WS-TEXT
           PERFORM COMPUTE-CHAIN-HASH
           MOVE SRQ-SEQ  TO TC-SEQ (TC-IDX)
           MOVE SRQ-HASH TO TC-HASH (TC-IDX)
           MOVE SRQ-SEQ  TO WS-SEQ-DSP
           MOVE SPACES TO SRQ-LINE
           STRING "#"            DELIMITED BY SIZE
                  WS-SEQ-DSP     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  SRQ-HASH       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                INTO SRQ-LINE
           END-STRING
           MOVE WS-TEXT TO SRQ-LINE (31:230)
           GOBACK
           .

      *>  The cache row for SRQ-TRAIL, loaded from the trail's last
      *>  sealed line on first use.  A trail that is missing or has
      *>  never been sealed starts the chain at sequence 1.
       FIND-TRAIL-STATE.
           MOVE "N" TO WS-TRAIL-FOUND
           PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > WS-TRAIL-COUNT
               IF TC-TRAIL (TC-IDX) = SRQ-TRAIL
                   MOVE "Y" TO WS-TRAIL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TRAIL-CACHED
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAIL-COUNT < 40
               ADD 1 TO WS-TRAIL-COUNT
           END-IF
           SET TC-IDX TO WS-TRAIL-COUNT
           MOVE SRQ-TRAIL TO TC-TRAIL (TC-IDX)
           MOVE ZERO      TO TC-SEQ (TC-IDX)
           MOVE ALL "0"   TO TC-HASH (TC-IDX)
           MOVE SRQ-TRAIL TO WS-TRAIL-NAME
           OPEN INPUT SEALTRAIL
           IF TRAIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ SEALTRAIL
                   AT END
                       EXIT PERFORM
               END-READ
               IF SEALTRAIL-REC (1:1) = "#"
               AND SEALTRAIL-REC (2:9) IS NUMERIC
               AND SEALTRAIL-REC (11:1) = SPACE
                   MOVE SEALTRAIL-REC (2:9)  TO TC-SEQ (TC-IDX)
                   MOVE SEALTRAIL-REC (12:18) TO TC-HASH (TC-IDX)
               END-IF
           END-PERFORM
           CLOSE SEALTRAIL
           .

      *>  Hash of previous hash + sequence + the text up to its last
      *>  non-blank (a line-sequential trail drops trailing blanks,
      *>  so the verifier could not hash them back).
       COMPUTE-CHAIN-HASH.
           MOVE ZERO TO WS-TEXT-LEN
           IF WS-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-TEXT TRAILING))
                 TO WS-TEXT-LEN
           END-IF
           MOVE SRQ-SEQ TO WS-SEQ-DSP
           MOVE SPACES TO WS-HASH-INPUT
           MOVE SRQ-PREV-HASH TO WS-HASH-INPUT (1:18)
           MOVE WS-SEQ-DSP    TO WS-HASH-INPUT (19:9)
           IF WS-TEXT-LEN > ZERO
               MOVE WS-TEXT (1:WS-TEXT-LEN)
                 TO WS-HASH-INPUT (28:WS-TEXT-LEN)
           END-IF
           COMPUTE WS-HASH-LEN = 27 + WS-TEXT-LEN
           END-COMPUTE
           MOVE ZERO TO WS-H1 WS-H2
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-HASH-LEN
               COMPUTE WS-CHAR-ORD =
                       FUNCTION ORD (WS-HASH-INPUT (WS-CHAR-POS:1))
               END-COMPUTE
               COMPUTE WS-H1 = FUNCTION MOD
                       (WS-H1 * 31 + WS-CHAR-ORD, 999999937)
               END-COMPUTE
               COMPUTE WS-H2 = FUNCTION MOD
                       (WS-H2 * 131 + WS-CHAR-ORD, 999999929)
               END-COMPUTE
           END-PERFORM
           MOVE WS-H1 TO WS-H1-DSP
           MOVE WS-H2 TO WS-H2-DSP
           STRING WS-H1-DSP      DELIMITED BY SIZE
                  WS-H2-DSP      DELIMITED BY SIZE
                INTO SRQ-HASH
           END-STRING
           .
       END PROGRAM TELSEAL.
