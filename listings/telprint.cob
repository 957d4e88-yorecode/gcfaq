      *>     from ACCT-ADDR-ZIP, the page content as "P" rows, and
      *>     a *HDR*/*TRL* envelope with document and page counts.
      *>     Each document also gets an "S" (sent) row on
      *>     PRINTSTAT.DAT (see CBPRTST.cpy).  A document whose
      *>     account is on address hold (ACCT-ADDR-ON-HOLD, set by
      *>     telrmail when the post office returns a bill) is held
      *>     back and listed instead -- no more paper to an address
      *>     known to be bad until it is corrected through telacct.
      *>     A document telbill is holding -- below the minimum
      *>     bill, or for bill-shock review -- is listed and left
      *>     out the same way.  One released from review by
      *>     telshock goes out on the next extract whatever its
      *>     period (once: its sent row marks it done), its
      *>     amount-due line re-dated to the due date the release
      *>     gave and closing with any note the reviewer left.
      *>     A re-billed invoice is in the archive once per time
      *>     it was rendered, under the same number; only the last
      *>     rendering goes out, the earlier ones being stale.
      *>   telprint CONFIRM
      *>     reads the vendor's mailed-confirmation return
      *>     (PRINTCNF.DAT: invoice number, mailed date) and flips
                RECORD KEY IS PRT-INV-NO
                FILE STATUS IS PRT-STATUS
                .
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT BILLREVQ ASSIGN TO
                "BILLREVQ.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RVQ-INV-NO
                FILE STATUS IS RVQ-FILE-STATUS
                .
           SELECT PRTRPT   ASSIGN TO
                "TELPRINT.TXT"
                LINE SEQUENTIAL
           05  CNF-MAIL-DATE     PIC 9(08).
       FD  PRINTSTAT.
           COPY CBPRTST.
       FD  INVREG.
           COPY CBINVREG.
       FD  BILLREVQ.
           COPY CBBILREV.
       FD  PRTRPT.
       01  PRTRPT-REC        PIC X(110).

       01  CNF-STATUS        PIC XX      VALUE "00".
       01  PRT-STATUS        PIC XX      VALUE "00".
       01  PRTRPT-STATUS     PIC XX      VALUE "00".
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  RVQ-FILE-STATUS   PIC XX      VALUE "00".
       01  WS-REG-OPEN       PIC X       VALUE "N".
       01  WS-RVQ-OPEN       PIC X       VALUE "N".

       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-MARK-PERIOD    PIC X(07)   VALUE SPACES.
       01  WS-DOC-INV-NO     PIC 9(08)   VALUE ZERO.
       01  WS-DOC-ACCT-NO    PIC 9(10)   VALUE ZERO.
      *>  The document's register row, as the marker opened it.
       01  WS-DOC-REVIEW-IND PIC X(01)   VALUE SPACE.
           88  DOC-REVIEW-HELD          VALUES "R" "C".
           88  DOC-REVIEW-RELEASED      VALUES "A" "N".
       01  WS-DOC-FWD-IND    PIC X(01)   VALUE SPACE.
           88  DOC-HELD-BELOW-MIN       VALUE "H".
       01  WS-DOC-DUE-DATE   PIC 9(08)   VALUE ZERO.
       01  WS-DOC-RELEASE    PIC X       VALUE "N".
           88  DOC-RELEASE              VALUE "Y".

      *>  A released document's amount-due line as telbill put it
      *>  on the page -- rebuilt through TELLANG off the review
      *>  queue row, remit and autopay wording both -- and the
      *>  same line dated to the release.  The page's line is
      *>  swapped for the new one as it is copied out.
       01  WS-DUE-KNOWN      PIC X       VALUE "N".
           88  ORIG-DUE-KNOWN           VALUE "Y".
       01  WS-DUE-SWAPPED    PIC X       VALUE "N".
           88  DUE-LINE-REPLACED        VALUE "Y".
       01  WS-ORIG-DUE-NUM   PIC 9(08)   VALUE ZERO.
       01  WS-RENDER-DATE    PIC 9(08)   VALUE ZERO.
       01  WS-AMT-DUE-OUT    PIC Z,ZZZ,ZZ9.99.
       01  WS-OLD-DUE-LINE   PIC X(80)   VALUE SPACES.
       01  WS-NEW-DUE-LINE   PIC X(80)   VALUE SPACES.
       01  WS-OLD-DUEAP-LINE PIC X(80)   VALUE SPACES.
       01  WS-NEW-DUEAP-LINE PIC X(80)   VALUE SPACES.
       01  WS-LANG-USED      PIC X       VALUE "N".
           COPY CBLANGRQ.

      *>  Where in the archive each document this extract could
      *>  take was last rendered, found by a pass ahead of the
      *>  extract: archive line of its last marker, in invoice
      *>  order so the extract finds it by SEARCH ALL.  Unused
      *>  slots keep the high key.  A document past the table's
      *>  end is taken wherever it is met, as before.
       01  LAST-BLOCK-TABLE.
           05  LB-ENTRY OCCURS 50000 TIMES
                        ASCENDING KEY IS LB-INV-NO
                        INDEXED BY LB-IDX.
               10  LB-INV-NO       PIC 9(08)     VALUE 99999999.
               10  LB-LINE         PIC 9(09)     COMP-5 VALUE ZERO.
       01  WS-LB-COUNT       PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-LB-OVERFLOW    PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-LB-X           PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-ARCH-LINE      PIC 9(09)   COMP-5 VALUE ZERO.
       01  WS-BLOCK-STALE    PIC X       VALUE "N".
           88  BLOCK-SUPERSEDED         VALUE "Y".
       01  WS-STALE-COUNT    PIC 9(07)   VALUE ZERO.

       01  WS-DOC-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-PAGE-COUNT     PIC 9(09)   VALUE ZERO.
       01  WS-CONF-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-CONF-UNKNOWN   PIC 9(07)   VALUE ZERO.
       01  WS-EXC-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-HELD-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-BILL-HOLD-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-RELEASED-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-ON-FILE        PIC X       VALUE "N".

               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-MASTER
           MOVE "N" TO WS-REG-OPEN
           OPEN INPUT INVREG
           IF INVREG-STATUS = "00"
               MOVE "Y" TO WS-REG-OPEN
           END-IF
           MOVE "N" TO WS-RVQ-OPEN
           OPEN INPUT BILLREVQ
           IF RVQ-FILE-STATUS = "00"
               MOVE "Y" TO WS-RVQ-OPEN
           END-IF
           OPEN OUTPUT PRINTVND
           MOVE SPACES TO PRINTVND-REC
           STRING "*HDR* TELPRINT "     DELIMITED BY SIZE
           END-STRING
           WRITE PRINTVND-REC
           END-WRITE
           PERFORM FIND-LAST-BLOCKS
           MOVE ZERO TO WS-ARCH-LINE
           PERFORM UNTIL 0 = 1
               READ ARCHFILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ARCH-LINE
               PERFORM HANDLE-ARCHIVE-LINE
           END-PERFORM
           MOVE SPACES TO PRINTVND-REC
           CLOSE ARCHFILE
                 ACCT-MASTER
                 PRINTVND
           IF WS-REG-OPEN = "Y"
               CLOSE INVREG
           END-IF
           IF WS-RVQ-OPEN = "Y"
               CLOSE BILLREVQ
           END-IF
           IF WS-LANG-USED = "Y"
               SET LRQ-CLOSE TO TRUE
               CALL "TELLANG" USING LANG-REQUEST
               END-CALL
           END-IF
           MOVE WS-DOC-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO PRTRPT-REC
           STRING "Documents extracted for the mail house: "
           END-STRING
           WRITE PRTRPT-REC
           END-WRITE
           IF WS-HELD-COUNT > ZERO
               MOVE WS-HELD-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO PRTRPT-REC
               STRING "Documents held back (address on hold): "
                                        DELIMITED BY SIZE
                      WS-COUNT-OUT      DELIMITED BY SIZE
                    INTO PRTRPT-REC
               END-STRING
               WRITE PRTRPT-REC
               END-WRITE
           END-IF
           IF WS-BILL-HOLD-COUNT > ZERO
               MOVE WS-BILL-HOLD-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO PRTRPT-REC
               STRING "Documents held back (held by billing): "
                                        DELIMITED BY SIZE
                      WS-COUNT-OUT      DELIMITED BY SIZE
                    INTO PRTRPT-REC
               END-STRING
               WRITE PRTRPT-REC
               END-WRITE
           END-IF
           IF WS-RELEASED-COUNT > ZERO
               MOVE WS-RELEASED-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO PRTRPT-REC
               STRING "  of those extracted, released from review: "
                                        DELIMITED BY SIZE
                      WS-COUNT-OUT      DELIMITED BY SIZE
                    INTO PRTRPT-REC
               END-STRING
               WRITE PRTRPT-REC
               END-WRITE
           END-IF
           IF WS-STALE-COUNT > ZERO
               MOVE WS-STALE-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO PRTRPT-REC
               STRING "Earlier renderings passed over (re-billed): "
                                        DELIMITED BY SIZE
                      WS-COUNT-OUT      DELIMITED BY SIZE
                    INTO PRTRPT-REC
               END-STRING
               WRITE PRTRPT-REC
               END-WRITE
           END-IF
           IF WS-LB-OVERFLOW > ZERO
               MOVE WS-LB-OVERFLOW TO WS-COUNT-OUT
               MOVE SPACES TO PRTRPT-REC
               STRING "*** Documents past the re-bill table, taken "
                                        DELIMITED BY SIZE
                      "as met: "        DELIMITED BY SIZE
                      WS-COUNT-OUT      DELIMITED BY SIZE
                      " ***"            DELIMITED BY SIZE
                    INTO PRTRPT-REC
               END-STRING
               WRITE PRTRPT-REC
               END-WRITE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

      *>  The pass ahead of the extract: every marker for a
      *>  document the extract could take -- the period's, or one
      *>  released from review -- records its archive line, a
      *>  later rendering of the same invoice overwriting an
      *>  earlier.  The archive is then reopened for the extract.
       FIND-LAST-BLOCKS.
           MOVE ZERO TO WS-ARCH-LINE
           PERFORM UNTIL 0 = 1
               READ ARCHFILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ARCH-LINE
               IF ARCHREC (1:5) = "=INV "
                   UNSTRING ARCHREC (6:60) DELIMITED BY ALL SPACE
                       INTO WS-MARK-INV
                            WS-MARK-ACCT
                            WS-MARK-PERIOD
                   END-UNSTRING
                   COMPUTE WS-DOC-INV-NO =
                           FUNCTION NUMVAL (WS-MARK-INV)
                   END-COMPUTE
                   PERFORM READ-DOCUMENT-REGISTER-ROW
                   IF WS-MARK-PERIOD (1:6) = WS-SEL-PERIOD
                   OR DOC-REVIEW-RELEASED
                       PERFORM RECORD-LAST-BLOCK
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCHFILE
           OPEN INPUT ARCHFILE
           .

       RECORD-LAST-BLOCK.
           SEARCH ALL LB-ENTRY
               AT END
                   PERFORM ADD-LAST-BLOCK
               WHEN LB-INV-NO (LB-IDX) = WS-DOC-INV-NO
                   MOVE WS-ARCH-LINE TO LB-LINE (LB-IDX)
           END-SEARCH
           .

      *>  Invoice numbers first appear in the archive in the order
      *>  they were issued, so a new one nearly always goes on the
      *>  end; one out of order is slotted in, keeping the table
      *>  in key order.
       ADD-LAST-BLOCK.
           IF WS-LB-COUNT NOT < 50000
               ADD 1 TO WS-LB-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LB-COUNT TO WS-LB-X
           PERFORM UNTIL WS-LB-X = ZERO
               IF LB-INV-NO (WS-LB-X) < WS-DOC-INV-NO
                   EXIT PERFORM
               END-IF
               MOVE LB-ENTRY (WS-LB-X) TO LB-ENTRY (WS-LB-X + 1)
               SUBTRACT 1 FROM WS-LB-X
           END-PERFORM
           ADD 1 TO WS-LB-COUNT
           MOVE WS-DOC-INV-NO TO LB-INV-NO (WS-LB-X + 1)
           MOVE WS-ARCH-LINE  TO LB-LINE (WS-LB-X + 1)
           .

      *>  A marker with a later rendering of the same invoice
      *>  further down the archive opens a stale block.
       CHECK-LAST-BLOCK.
           MOVE "N" TO WS-BLOCK-STALE
           SEARCH ALL LB-ENTRY
               AT END
                   CONTINUE
               WHEN LB-INV-NO (LB-IDX) = WS-DOC-INV-NO
                   IF LB-LINE (LB-IDX) NOT = WS-ARCH-LINE
                       SET BLOCK-SUPERSEDED TO TRUE
                       ADD 1 TO WS-STALE-COUNT
                   END-IF
           END-SEARCH
           .

       HANDLE-ARCHIVE-LINE.
               WHEN ARCHREC (1:5) = "=INV "
                   PERFORM OPEN-ONE-DOCUMENT
               WHEN ARCHREC (1:5) = "=END="
                   IF DOC-WANTED AND DOC-RELEASE
                       PERFORM WRITE-RELEASE-LINES
                   END-IF
                   MOVE "N" TO WS-IN-DOC
                   MOVE "N" TO WS-DOC-WANTED
               WHEN IN-DOCUMENT AND DOC-WANTED
                   IF DOC-RELEASE AND ORIG-DUE-KNOWN
                   AND NOT DUE-LINE-REPLACED
                       PERFORM REDATE-DUE-LINE
                   END-IF
                   MOVE SPACES TO PRINTVND-REC
                   STRING "P "          DELIMITED BY SIZE
                          ARCHREC       DELIMITED BY SIZE
       OPEN-ONE-DOCUMENT.
           SET IN-DOCUMENT TO TRUE
           MOVE "N" TO WS-DOC-WANTED
           MOVE "N" TO WS-DOC-RELEASE
           UNSTRING ARCHREC (6:60) DELIMITED BY ALL SPACE
               INTO WS-MARK-INV
                    WS-MARK-ACCT
                    WS-MARK-PERIOD
           END-UNSTRING
           COMPUTE WS-DOC-INV-NO = FUNCTION NUMVAL (WS-MARK-INV)
           END-COMPUTE
           PERFORM READ-DOCUMENT-REGISTER-ROW
           IF WS-MARK-PERIOD (1:6) NOT = WS-SEL-PERIOD
           AND DOC-REVIEW-RELEASED
               PERFORM CHECK-RELEASED-UNSENT
           END-IF
           IF WS-MARK-PERIOD (1:6) = WS-SEL-PERIOD
           OR DOC-RELEASE
               PERFORM CHECK-LAST-BLOCK
               IF BLOCK-SUPERSEDED
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DOC-ACCT-NO =
                       FUNCTION NUMVAL (WS-MARK-ACCT)
               END-COMPUTE
               IF DOC-REVIEW-HELD OR DOC-HELD-BELOW-MIN
                   PERFORM WRITE-BILLING-HOLD-LINE
                   EXIT PARAGRAPH
               END-IF
               IF DOC-REVIEW-RELEASED
                   MOVE "Y" TO WS-DOC-RELEASE
               END-IF
               MOVE WS-DOC-ACCT-NO TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       MOVE SPACES TO ACCT-ADDR-ZIP
                       MOVE SPACE  TO ACCT-ADDR-HOLD-IND
                       MOVE SPACES TO ACCT-LANG-PREF
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF ACCT-ADDR-ON-HOLD
                   PERFORM WRITE-HELD-DOCUMENT-LINE
                   EXIT PARAGRAPH
               END-IF
               SET DOC-WANTED TO TRUE
               MOVE "N" TO WS-DUE-KNOWN WS-DUE-SWAPPED
               IF DOC-RELEASE
                   PERFORM PREPARE-RELEASE-DUE-LINES
               END-IF
               PERFORM WRITE-DOCUMENT-HEADER
               PERFORM RECORD-SENT-STATUS
               ADD 1 TO WS-DOC-COUNT
               IF DOC-RELEASE
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
           END-IF
           .

      *>  Whether telbill is holding the document, or telshock has
      *>  released it, off its register row.  No register, or no
      *>  row, leaves it an ordinary document.
       READ-DOCUMENT-REGISTER-ROW.
           MOVE SPACE TO WS-DOC-REVIEW-IND
           MOVE SPACE TO WS-DOC-FWD-IND
           MOVE ZERO  TO WS-DOC-DUE-DATE
           IF WS-REG-OPEN = "Y"
               MOVE WS-DOC-INV-NO TO INV-NO
               READ INVREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INV-REVIEW-IND TO WS-DOC-REVIEW-IND
                       MOVE INV-FWD-IND    TO WS-DOC-FWD-IND
                       MOVE INV-DUE-DATE   TO WS-DOC-DUE-DATE
               END-READ
           END-IF
           .

      *>  A released document from an earlier period goes out only
      *>  if it has never been sent -- its sent row is the mark.
       CHECK-RELEASED-UNSENT.
           MOVE WS-DOC-INV-NO TO PRT-INV-NO
           READ PRINTSTAT
               INVALID KEY
                   MOVE "Y" TO WS-DOC-RELEASE
               NOT INVALID KEY
                   CONTINUE
           END-READ
           .

      *>  Held by billing: no sent row, so EXCEPT does not chase it,
      *>  and a document released from review later is picked up
      *>  by the extract that follows.
       WRITE-BILLING-HOLD-LINE.
           ADD 1 TO WS-BILL-HOLD-COUNT
           MOVE SPACES TO PRTRPT-REC
           IF DOC-REVIEW-HELD
               STRING "  invoice "          DELIMITED BY SIZE
                      WS-DOC-INV-NO         DELIMITED BY SIZE
                      " acct "              DELIMITED BY SIZE
                      WS-DOC-ACCT-NO        DELIMITED BY SIZE
                      " -- held for bill-shock review (telshock)"
                                            DELIMITED BY SIZE
                    INTO PRTRPT-REC
               END-STRING
           ELSE
               STRING "  invoice "          DELIMITED BY SIZE
                      WS-DOC-INV-NO         DELIMITED BY SIZE
                      " acct "              DELIMITED BY SIZE
                      WS-DOC-ACCT-NO        DELIMITED BY SIZE
                      " -- held below the minimum bill"
                                            DELIMITED BY SIZE
                    INTO PRTRPT-REC
               END-STRING
           END-IF
           WRITE PRTRPT-REC
           END-WRITE
           .

      *>  The amount-due line telbill rendered for a document it
      *>  held: the amount due as rendered and the due date the
      *>  account's terms gave, counted from the day it was held
      *>  (see CBBILREV.cpy), in the account's language.  No queue
      *>  row leaves the page as it is, the release date added at
      *>  the end instead.
       PREPARE-RELEASE-DUE-LINES.
           IF WS-RVQ-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-INV-NO TO RVQ-INV-NO
           READ BILLREVQ
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-ORIG-DUE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RVQ-HELD-DATE)
                    + RVQ-TERM-DAYS)
           END-COMPUTE
           MOVE RVQ-AMT-DUE TO WS-AMT-DUE-OUT
           MOVE "TELPRINT"     TO LRQ-PROGRAM
           MOVE WS-DOC-ACCT-NO TO LRQ-ACCT-NO
           MOVE ACCT-LANG-PREF TO LRQ-LANG
           MOVE "INVDUE" TO LRQ-TEXT-ID
           MOVE "Amount due: &1   Due date: &2" TO LRQ-DEFAULT
           MOVE WS-ORIG-DUE-NUM TO WS-RENDER-DATE
           PERFORM RENDER-DUE-LINE
           MOVE LRQ-RESULT TO WS-OLD-DUE-LINE
           MOVE WS-DOC-DUE-DATE TO WS-RENDER-DATE
           PERFORM RENDER-DUE-LINE
           MOVE LRQ-RESULT TO WS-NEW-DUE-LINE
           MOVE "INVDUEAP" TO LRQ-TEXT-ID
           MOVE "Amount due: &1   will be debited on &2, do not "
              & "pay" TO LRQ-DEFAULT
           MOVE WS-ORIG-DUE-NUM TO WS-RENDER-DATE
           PERFORM RENDER-DUE-LINE
           MOVE LRQ-RESULT TO WS-OLD-DUEAP-LINE
           MOVE WS-DOC-DUE-DATE TO WS-RENDER-DATE
           PERFORM RENDER-DUE-LINE
           MOVE LRQ-RESULT TO WS-NEW-DUEAP-LINE
           SET ORIG-DUE-KNOWN TO TRUE
           .

       RENDER-DUE-LINE.
           MOVE SPACES         TO LRQ-ARGS
           MOVE "A"            TO LRQ-ARG-TYPE (1)
           MOVE WS-AMT-DUE-OUT TO LRQ-ARG (1)
           MOVE "D"            TO LRQ-ARG-TYPE (2)
           MOVE WS-RENDER-DATE TO LRQ-ARG (2)
           SET LRQ-GET-TEXT TO TRUE
           CALL "TELLANG" USING LANG-REQUEST
           END-CALL
           MOVE "Y" TO WS-LANG-USED
           .

      *>  The page's amount-due line, found by its exact wording,
      *>  goes out dated to the release.
       REDATE-DUE-LINE.
           EVALUATE ARCHREC
               WHEN WS-OLD-DUE-LINE
                   MOVE WS-NEW-DUE-LINE TO ARCHREC
                   SET DUE-LINE-REPLACED TO TRUE
               WHEN WS-OLD-DUEAP-LINE
                   MOVE WS-NEW-DUEAP-LINE TO ARCHREC
                   SET DUE-LINE-REPLACED TO TRUE
           END-EVALUATE
           .

      *>  A document released from review closes with the
      *>  reviewer's note, if any.  One whose amount-due line could
      *>  not be found on the page closes with the due date it was
      *>  released to as well -- the one on the page was never
      *>  meant for the customer.
       WRITE-RELEASE-LINES.
           IF NOT DUE-LINE-REPLACED
               MOVE SPACES TO PRINTVND-REC
               STRING "P "                  DELIMITED BY SIZE
                      "Payment now due: "   DELIMITED BY SIZE
                      WS-DOC-DUE-DATE (1:4) DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                      WS-DOC-DUE-DATE (5:2) DELIMITED BY SIZE
                      "-"                   DELIMITED BY SIZE
                      WS-DOC-DUE-DATE (7:2) DELIMITED BY SIZE
                    INTO PRINTVND-REC
               END-STRING
               WRITE PRINTVND-REC
               END-WRITE
               ADD 1 TO WS-PAGE-COUNT
           END-IF
           IF WS-DOC-REVIEW-IND = "N" AND WS-RVQ-OPEN = "Y"
               MOVE WS-DOC-INV-NO TO RVQ-INV-NO
               READ BILLREVQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RVQ-NOTE NOT = SPACES
                           MOVE SPACES TO PRINTVND-REC
                           STRING "P "         DELIMITED BY SIZE
                                  RVQ-NOTE     DELIMITED BY SIZE
                                INTO PRINTVND-REC
                           END-STRING
                           WRITE PRINTVND-REC
                           END-WRITE
                           ADD 1 TO WS-PAGE-COUNT
                       END-IF
               END-READ
           END-IF
           .

      *>  A held document never reaches the vendor and gets no
      *>  sent row, so EXCEPT does not chase it either.
       WRITE-HELD-DOCUMENT-LINE.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO PRTRPT-REC
           STRING "  invoice "          DELIMITED BY SIZE
                  WS-DOC-INV-NO         DELIMITED BY SIZE
                  " acct "              DELIMITED BY SIZE
                  WS-DOC-ACCT-NO        DELIMITED BY SIZE
                  " -- held, address on hold since "
                                        DELIMITED BY SIZE
                  ACCT-ADDR-HOLD-DATE   DELIMITED BY SIZE
                  " ("                  DELIMITED BY SIZE
                  ACCT-ADDR-HOLD-RSN    DELIMITED BY SIZE
                  ")"                   DELIMITED BY SIZE
                INTO PRTRPT-REC
           END-STRING
           WRITE PRTRPT-REC
           END-WRITE
           .

      *>  The vendor's sort/tray fields off the owning account's
      *>  ZIP (read as the document opened): full ZIP for the
      *>  presort, the leading three digits as the tray.
       WRITE-DOCUMENT-HEADER.
           MOVE SPACES TO PRINTVND-REC
           STRING "D "                  DELIMITED BY SIZE
                  WS-DOC-INV-NO         DELIMITED BY SIZE
