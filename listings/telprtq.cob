      *>
      *> telprtq.cob -- protected-account lookup behind the
      *> collections programs.  Medical-necessity certificates,
      *> government and emergency-service accounts (PROTECT.DAT,
      *> see CBPROT.cpy) and the states' disconnection moratoria
      *> (MORATOR.DAT, see CBMORAT.cpy) are kept through telprot;
      *> teldisc, teldun and telagcy ask about each account through
      *> this CALLed module:
      *>
      *>   CALL "TELPRTQ" USING PROT-REQUEST   (see CBPROTRQ.cpy)
      *>
      *> A protection is in force from its effective date through
      *> its expiry date (no expiry, no end) until telprot removes
      *> it.  A moratorium window is a month-and-day range applied
      *> to every year, wrapping the year end when it ends before
      *> it starts.  The files are opened on the first call and
      *> held for the run; a missing file means no protection of
      *> that kind, the behavior before protections existed.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELPRTQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTECT  ASSIGN TO
                "PROTECT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PRT-KEY
                FILE STATUS IS PRT-STATUS
                .
           SELECT MORATOR  ASSIGN TO
                "MORATOR.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS MOR-KEY
                FILE STATUS IS MOR-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  PROTECT.
           COPY CBPROT.
       FD  MORATOR.
           COPY CBMORAT.

       WORKING-STORAGE SECTION.
       01  PRT-STATUS        PIC XX      VALUE "00".
       01  MOR-STATUS        PIC XX      VALUE "00".
       01  WS-FIRST-CALL     PIC X       VALUE "Y".
           88  FIRST-CALL                VALUE "Y".
       01  WS-PRT-OPEN       PIC X       VALUE "N".
           88  PRT-FILE-OPEN             VALUE "Y".
       01  WS-MOR-OPEN       PIC X       VALUE "N".
           88  MOR-FILE-OPEN             VALUE "Y".
       01  WS-TEST-MMDD      PIC 9(04)   VALUE ZERO.

       LINKAGE SECTION.
           COPY CBPROTRQ.

       PROCEDURE DIVISION USING PROT-REQUEST.
       MAINLINE.
           IF PRQ-CLOSE
               PERFORM CLOSE-PROTECT-FILES
               GOBACK
           END-IF
           IF FIRST-CALL
               PERFORM OPEN-PROTECT-FILES
           END-IF
           MOVE "N"    TO PRQ-PROTECT-IND PRQ-MORATORIUM-IND
           MOVE SPACE  TO PRQ-TYPE
           MOVE SPACES TO PRQ-CERT-REF PRQ-MOR-DESC
           MOVE ZERO   TO PRQ-EXPIRY-DATE PRQ-MOR-TO-MMDD
           PERFORM FIND-ACCOUNT-PROTECTION
           PERFORM FIND-STATE-MORATORIUM
           GOBACK
           .

       OPEN-PROTECT-FILES.
           MOVE "N" TO WS-FIRST-CALL
           OPEN INPUT PROTECT
           IF PRT-STATUS = "00"
               SET PRT-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT MORATOR
           IF MOR-STATUS = "00"
               SET MOR-FILE-OPEN TO TRUE
           END-IF
           .

      *>  The account's rows sit together under its number; the
      *>  first one in force answers.
       FIND-ACCOUNT-PROTECTION.
           IF NOT PRT-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE PRQ-ACCT-NO TO PRT-ACCT-NO
           MOVE LOW-VALUES  TO PRT-TYPE
           START PROTECT KEY IS NOT LESS THAN PRT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ PROTECT NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PRT-ACCT-NO NOT = PRQ-ACCT-NO
                   EXIT PERFORM
               END-IF
               IF PRT-ACTIVE
               AND PRT-EFF-DATE <= PRQ-DATE
               AND (PRT-EXPIRY-DATE = ZERO
                    OR PRT-EXPIRY-DATE >= PRQ-DATE)
                   SET PRQ-PROTECTED TO TRUE
                   MOVE PRT-TYPE        TO PRQ-TYPE
                   MOVE PRT-CERT-REF    TO PRQ-CERT-REF
                   MOVE PRT-EXPIRY-DATE TO PRQ-EXPIRY-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *>  Any of the state's windows covering the date's month and
      *>  day, a wrapping window covering both ends of the year.
       FIND-STATE-MORATORIUM.
           IF NOT MOR-FILE-OPEN
           OR PRQ-STATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PRQ-DATE (5:4) TO WS-TEST-MMDD
           MOVE PRQ-STATE TO MOR-STATE
           MOVE ZERO      TO MOR-FROM-MMDD
           START MORATOR KEY IS NOT LESS THAN MOR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ MORATOR NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF MOR-STATE NOT = PRQ-STATE
                   EXIT PERFORM
               END-IF
               IF (MOR-TO-MMDD >= MOR-FROM-MMDD
                   AND WS-TEST-MMDD >= MOR-FROM-MMDD
                   AND WS-TEST-MMDD <= MOR-TO-MMDD)
               OR (MOR-TO-MMDD < MOR-FROM-MMDD
                   AND (WS-TEST-MMDD >= MOR-FROM-MMDD
                        OR WS-TEST-MMDD <= MOR-TO-MMDD))
                   SET PRQ-IN-MORATORIUM TO TRUE
                   MOVE MOR-DESC    TO PRQ-MOR-DESC
                   MOVE MOR-TO-MMDD TO PRQ-MOR-TO-MMDD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       CLOSE-PROTECT-FILES.
           IF PRT-FILE-OPEN
               CLOSE PROTECT
               MOVE "N" TO WS-PRT-OPEN
           END-IF
           IF MOR-FILE-OPEN
               CLOSE MORATOR
               MOVE "N" TO WS-MOR-OPEN
           END-IF
           MOVE "Y" TO WS-FIRST-CALL
           .
       END PROGRAM TELPRTQ.
