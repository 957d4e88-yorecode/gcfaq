      *>
      *> teldefr.cob -- period-end deferred-revenue recognition.
      *> telbill bills recurring charges and equipment rental ahead
      *> of the service, writing each line to the deferral schedule
      *> (DEFERSCH.DAT, see CBDEFER.cpy) with the service period it
      *> pays for, and books the billed total to the deferred-
      *> revenue liability.  This pass, run at period end:
      *>
      *>   teldefr PERIOD
      *>
      *>   - works out, for every open schedule row, how much of it
      *>     is earned by the last day of PERIOD -- the amount
      *>     spread evenly over the days of its service period --
      *>     and releases whatever of that is not yet recognized;
      *>   - closes each row once its whole amount is recognized;
      *>   - queues the period's release as one "F"/REC GLWORK.DAT
      *>     row under a DEFR batch id (DR deferred revenue / CR
      *>     service revenue when telgl books it);
      *>   - writes TELDEFR.TXT, rolling the deferred balance from
      *>     what was held before the run, through the release, to
      *>     what is still held after it.
      *>
      *> A row is only ever released up to what it has earned, so
      *> re-running a period releases nothing twice.  Same fail-
      *> closed billing-operations authorization as telaccrue.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. teldefr.
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
           SELECT DEFERSCH ASSIGN TO
                "DEFERSCH.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DEFERSCH-KEY
                FILE STATUS IS DFS-STATUS
                .
           SELECT GLWORK   ASSIGN TO
                "GLWORK.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS GLWORK-STATUS
                .
           SELECT DEFRPT   ASSIGN TO
                "TELDEFR.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS DEFRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  DEFERSCH.
           COPY CBDEFER.
       FD  GLWORK.
           COPY CBGLW.
       FD  DEFRPT.
       01  DEFRPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  AUTHTB-STATUS     PIC XX      VALUE "00".
       01  DFS-STATUS        PIC XX      VALUE "00".
       01  GLWORK-STATUS     PIC XX      VALUE "00".
       01  DEFRPT-STATUS     PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-ARG            PIC X(06)   VALUE SPACES.
       01  WS-SEL-PERIOD     PIC 9(06)   VALUE ZERO.
       01  WS-DEFR-BATCH     PIC X(20)   VALUE SPACES.

      *>  The as-of date is the last day of the period: the first
      *>  of the next month, less a day.
       01  WS-MSTART         PIC 9(08)   VALUE ZERO.
       01  WS-MNEXT          PIC 9(08)   VALUE ZERO.
       01  WS-ASOF-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-ASOF-INT       PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-FROM-INT       PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-TO-INT         PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-SVC-DAYS       PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-EARNED-DAYS    PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-EARNED         PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-RELEASE        PIC S9(09)V99 COMP-5 VALUE ZERO.

       01  WS-OPEN-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-RELEASE-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-CLOSED-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-HELD-BEFORE    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-RELEASE-TOT    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-HELD-AFTER     PIC S9(11)V99 COMP-5 VALUE ZERO.

       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM CHECK-RUN-AUTHORIZATION
           IF NOT RUN-OPERATOR-AUTHORIZED
               DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR BILLING OPERATIONS"
                       " -- RUN REFUSED ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN OUTPUT DEFRPT
           ACCEPT WS-ARG FROM COMMAND-LINE
           END-ACCEPT
           IF WS-ARG = SPACES OR WS-ARG NOT NUMERIC
               MOVE "*** usage: teldefr PERIOD ***" TO DEFRPT-REC
               WRITE DEFRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE DEFRPT
               STOP RUN
           END-IF
           MOVE WS-ARG TO WS-SEL-PERIOD
           COMPUTE WS-MSTART = WS-SEL-PERIOD * 100 + 1
           END-COMPUTE
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-MSTART) NOT = ZERO
               MOVE "*** usage: teldefr PERIOD ***" TO DEFRPT-REC
               WRITE DEFRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE DEFRPT
               STOP RUN
           END-IF
           MOVE WS-MSTART TO WS-MNEXT
           IF WS-MNEXT (5:2) = 12
               COMPUTE WS-MNEXT = WS-MNEXT + 8900
               END-COMPUTE
           ELSE
               COMPUTE WS-MNEXT = WS-MNEXT + 100
               END-COMPUTE
           END-IF
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE (WS-MNEXT) - 1
           END-COMPUTE
           COMPUTE WS-ASOF-DATE = FUNCTION DATE-OF-INTEGER (WS-ASOF-INT)
           END-COMPUTE
           STRING "DEFR."             DELIMITED BY SIZE
                  WS-NOW (1:14)       DELIMITED BY SIZE
                INTO WS-DEFR-BATCH
           END-STRING
           OPEN I-O DEFERSCH
           IF DFS-STATUS NOT = "00"
               MOVE "*** DEFERSCH.DAT not available -- nothing has "
                  & "been deferred ***" TO DEFRPT-REC
               WRITE DEFRPT-REC
               END-WRITE
               CLOSE DEFRPT
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO DEFERSCH-KEY
           START DEFERSCH KEY IS GREATER THAN OR EQUAL DEFERSCH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ DEFERSCH NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF DFS-OPEN
                           PERFORM RECOGNIZE-ONE-ROW
                       END-IF
                   END-PERFORM
           END-START
           CLOSE DEFERSCH
           IF WS-RELEASE-TOT NOT = ZERO
               PERFORM WRITE-RECOGNITION-ROW
           END-IF
           PERFORM WRITE-ROLL-FORWARD
           CLOSE DEFRPT
           STOP RUN
           .

      *>  Earned by the as-of date: nothing before the service
      *>  period starts, all of it once the period has ended, and
      *>  in between the elapsed days' share.  Only the part not
      *>  already recognized is released.
       RECOGNIZE-ONE-ROW.
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-HELD-BEFORE = WS-HELD-BEFORE
                 + DFS-AMOUNT - DFS-RECOG-AMT
           END-COMPUTE
           IF FUNCTION TEST-DATE-YYYYMMDD (DFS-SVC-FROM) NOT = ZERO
           OR FUNCTION TEST-DATE-YYYYMMDD (DFS-SVC-TO) NOT = ZERO
           OR DFS-SVC-TO < DFS-SVC-FROM
               MOVE DFS-AMOUNT TO WS-EARNED
           ELSE
               COMPUTE WS-FROM-INT =
                       FUNCTION INTEGER-OF-DATE (DFS-SVC-FROM)
               END-COMPUTE
               COMPUTE WS-TO-INT =
                       FUNCTION INTEGER-OF-DATE (DFS-SVC-TO)
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-ASOF-INT < WS-FROM-INT
                       MOVE ZERO TO WS-EARNED
                   WHEN WS-ASOF-INT >= WS-TO-INT
                       MOVE DFS-AMOUNT TO WS-EARNED
                   WHEN OTHER
                       COMPUTE WS-SVC-DAYS = WS-TO-INT - WS-FROM-INT + 1
                       END-COMPUTE
                       COMPUTE WS-EARNED-DAYS =
                               WS-ASOF-INT - WS-FROM-INT + 1
                       END-COMPUTE
                       COMPUTE WS-EARNED ROUNDED MODE NEAREST-EVEN =
                               DFS-AMOUNT * WS-EARNED-DAYS
                                          / WS-SVC-DAYS
                       END-COMPUTE
               END-EVALUATE
           END-IF
           COMPUTE WS-RELEASE = WS-EARNED - DFS-RECOG-AMT
           END-COMPUTE
           IF WS-RELEASE = ZERO
               ADD DFS-AMOUNT TO WS-HELD-AFTER
               SUBTRACT DFS-RECOG-AMT FROM WS-HELD-AFTER
               EXIT PARAGRAPH
           END-IF
           ADD 1          TO WS-RELEASE-COUNT
           ADD WS-RELEASE TO WS-RELEASE-TOT
           MOVE WS-EARNED    TO DFS-RECOG-AMT
           MOVE WS-ASOF-DATE TO DFS-RECOG-THRU
           IF DFS-RECOG-AMT = DFS-AMOUNT
               MOVE "C" TO DFS-STATUS-IND
               ADD 1 TO WS-CLOSED-COUNT
           END-IF
           REWRITE DEFERSCH-REC
           END-REWRITE
           COMPUTE WS-HELD-AFTER = WS-HELD-AFTER
                 + DFS-AMOUNT - DFS-RECOG-AMT
           END-COMPUTE
           .

       WRITE-RECOGNITION-ROW.
           OPEN EXTEND GLWORK
           IF GLWORK-STATUS NOT = "00"
               OPEN OUTPUT GLWORK
           END-IF
           IF GLWORK-STATUS = "00"
               MOVE WS-DEFR-BATCH  TO GLW-BATCH-ID
               MOVE "F"            TO GLW-TYPE
               MOVE "REC"          TO GLW-CODE
               MOVE SPACES         TO GLW-ENTITY
               MOVE WS-RELEASE-TOT TO GLW-AMT1
               MOVE ZERO           TO GLW-AMT2 GLW-AMT3
               WRITE GLWORK-REC
               END-WRITE
               CLOSE GLWORK
           END-IF
           .

      *>  The roll-forward: held before, released, held after --
      *>  the last figure is what the deferred-revenue account
      *>  should carry once telgl books the batch.
       WRITE-ROLL-FORWARD.
           MOVE SPACES TO DEFRPT-REC
           STRING "==== DEFERRED-REVENUE RECOGNITION, PERIOD "
                                          DELIMITED BY SIZE
                  WS-SEL-PERIOD           DELIMITED BY SIZE
                  " (as of "              DELIMITED BY SIZE
                  WS-ASOF-DATE            DELIMITED BY SIZE
                  ") ===="                DELIMITED BY SIZE
                INTO DEFRPT-REC
           END-STRING
           WRITE DEFRPT-REC
           END-WRITE
           MOVE WS-OPEN-COUNT  TO WS-COUNT-OUT
           MOVE WS-HELD-BEFORE TO WS-AMT-OUT
           MOVE SPACES TO DEFRPT-REC
           STRING "Deferred before run: "  DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                  " open lines, "         DELIMITED BY SIZE
                  WS-AMT-OUT              DELIMITED BY SIZE
                INTO DEFRPT-REC
           END-STRING
           WRITE DEFRPT-REC
           END-WRITE
           MOVE WS-RELEASE-COUNT TO WS-COUNT-OUT
           MOVE WS-RELEASE-TOT   TO WS-AMT-OUT
           MOVE SPACES TO DEFRPT-REC
           STRING "Recognized this run: "  DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                  " lines, "              DELIMITED BY SIZE
                  WS-AMT-OUT              DELIMITED BY SIZE
                INTO DEFRPT-REC
           END-STRING
           WRITE DEFRPT-REC
           END-WRITE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO DEFRPT-REC
           STRING "Lines fully recognized and closed: "
                                          DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                INTO DEFRPT-REC
           END-STRING
           WRITE DEFRPT-REC
           END-WRITE
           MOVE WS-HELD-AFTER TO WS-AMT-OUT
           MOVE SPACES TO DEFRPT-REC
           STRING "Deferred after run: "   DELIMITED BY SIZE
                  WS-AMT-OUT              DELIMITED BY SIZE
                INTO DEFRPT-REC
           END-STRING
           WRITE DEFRPT-REC
           END-WRITE
           IF WS-RELEASE-TOT NOT = ZERO
               MOVE SPACES TO DEFRPT-REC
               STRING "GL work queued under batch "
                                          DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DEFR-BATCH)
                                          DELIMITED BY SIZE
                      " -- run telgl with it"
                                          DELIMITED BY SIZE
                    INTO DEFRPT-REC
               END-STRING
               WRITE DEFRPT-REC
               END-WRITE
           END-IF
           .

      *>  Same fail-closed billing-operations check as telclose.
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
                       IF AUTH-BILLING-OPS
                           MOVE "Y" TO WS-OPER-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .
       END PROGRAM teldefr.
