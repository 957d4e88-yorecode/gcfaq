      *>
      *> telico.cob -- intercompany settlement between the operating
      *> companies.  An account billed by one licensed entity
      *> (ACCT-ENTITY-CODE) routinely rides a switch, and the
      *> carrier contracts behind it, owned by another; the billing
      *> entity kept all the revenue and the network owner carried
      *> all the cost, and Finance trued the two up by hand once a
      *> quarter.  This pass, run after telclose:
      *>
      *>   telico PERIOD
      *>
      *>   - attributes each account's closed-period usage revenue
      *>     (PER-PRICE-TOT on ACCTPER.DAT) across the switches that
      *>     served it, in proportion to the calls SRCMAP.DAT has
      *>     seen each one carry -- only sources seen since the
      *>     period opened count, and SRC-CALL-COUNT being a
      *>     running count the split is the account's lasting mix
      *>     across those switches, not the period's alone;
      *>   - looks each switch up on the ownership table (SWENT.DAT,
      *>     see CBSWENT.cpy); where the owner is not the billing
      *>     entity, the attributed usage times the agreed transfer
      *>     rate is owed across -- the switch's own agreement rate,
      *>     else TELCO_IC_TRANSFER_PCT (default 0.70);
      *>   - prints a settlement statement per entity pair on
      *>     TELICO.TXT, switch by switch, with what each side books;
      *>   - drops the paired "I" GLWORK.DAT rows for the entity
      *>     books under an ICO batch id (the network owner's
      *>     intercompany receivable and revenue, the billing
      *>     entity's network cost and intercompany payable) and the
      *>     elimination rows for the consolidated books under an
      *>     ICE batch id, which reverse both sides so the pair nets
      *>     to zero on consolidation.
      *>
      *> The batch ids are keyed to the period; a period whose
      *> batches are already on GLWORK.DAT has its statements
      *> reprinted but no rows written twice.  Same fail-closed
      *> billing-operations authorization as telclose.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telico.
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
           SELECT ACCTPER  ASSIGN TO
                "ACCTPER.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS ACCTPER-KEY
                FILE STATUS IS PER-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT SRCMAP   ASSIGN TO
                "SRCMAP.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS SRCMAP-KEY
                FILE STATUS IS SRCMAP-STATUS
                .
           SELECT SWENTTB  ASSIGN TO
                "SWENT.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS SWE-SYS-ID
                FILE STATUS IS SWE-STATUS
                .
           SELECT ENTITYTB ASSIGN TO
                "ENTITY.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ENT-CODE
                FILE STATUS IS ENT-STATUS
                .
           SELECT ICOWORK  ASSIGN TO
                "BILLICO.WRK"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS IW-KEY
                FILE STATUS IS ICOW-STATUS
                .
           SELECT GLWORK   ASSIGN TO
                "GLWORK.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS GLWORK-STATUS
                .
           SELECT ICRPT    ASSIGN TO
                "TELICO.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS ICRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  ACCTPER.
           COPY CBACCTPER.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  SRCMAP.
           COPY CBSRCMAP.
       FD  SWENTTB.
           COPY CBSWENT.
       FD  ENTITYTB.
           COPY CBENTITY.
      *>  The period's coverage, re-keyed by account so one START
      *>  finds every switch that served it -- rebuilt each run.
       FD  ICOWORK.
       01  ICOWORK-REC.
           05  IW-KEY.
               10  IW-ACCT-NO   PIC 9(10).
               10  IW-SYS-ID    PIC X(04).
           05  IW-CALLS         PIC 9(09).
       FD  GLWORK.
           COPY CBGLW.
       FD  ICRPT.
       01  ICRPT-REC         PIC X(110).

       WORKING-STORAGE SECTION.
       01  AUTHTB-STATUS     PIC XX      VALUE "00".
       01  PER-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  SRCMAP-STATUS     PIC XX      VALUE "00".
       01  SWE-STATUS        PIC XX      VALUE "00".
       01  ENT-STATUS        PIC XX      VALUE "00".
       01  ICOW-STATUS       PIC XX      VALUE "00".
       01  GLWORK-STATUS     PIC XX      VALUE "00".
       01  ICRPT-STATUS      PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-ARG            PIC X(06)   VALUE SPACES.
       01  WS-SEL-PERIOD     PIC 9(06)   VALUE ZERO.
       01  WS-PERIOD-START   PIC 9(08)   VALUE ZERO.
       01  WS-ICO-BATCH      PIC X(20)   VALUE SPACES.
       01  WS-ICE-BATCH      PIC X(20)   VALUE SPACES.
       01  WS-BATCH-QUEUED   PIC X       VALUE "N".
           88  BATCH-ALREADY-QUEUED     VALUE "Y".
       01  WS-GL-OPEN        PIC X       VALUE "N".
           88  GL-WORK-OPEN             VALUE "Y".
       01  WS-ENT-OPEN       PIC X       VALUE "N".
           88  ENTITY-TABLE-OPEN        VALUE "Y".

       01  WS-ENV-XFER       PIC X(10)   VALUE SPACES.
       01  WS-XFER-PCT       PIC S9(03)V9(05) COMP-5 VALUE 0.70.

      *>  The ownership table, held for the run.
       01  SWITCH-TABLE.
           05  SWT-ENTRY OCCURS 50 TIMES INDEXED BY SW-IDX.
               10  SWT-SYS-ID    PIC X(04)     VALUE SPACES.
               10  SWT-ENTITY    PIC X(02)     VALUE SPACES.
               10  SWT-DESC      PIC X(30)     VALUE SPACES.
               10  SWT-RATE      PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-SW-COUNT       PIC 9(04)   VALUE ZERO.
       01  WS-SW-SKIPPED     PIC 9(04)   VALUE ZERO.

      *>  The switches serving the account in hand.
       01  ACCOUNT-SOURCES.
           05  ACS-ENTRY OCCURS 20 TIMES INDEXED BY AS-IDX.
               10  ACS-SYS-ID    PIC X(04).
               10  ACS-CALLS     PIC 9(09).
               10  ACS-SW-IDX    PIC 9(04).
       01  WS-AS-COUNT       PIC 9(04)   VALUE ZERO.
       01  WS-ACCT-CALLS     PIC 9(11)   VALUE ZERO.
       01  WS-BILL-ENT       PIC X(02)   VALUE SPACES.
       01  WS-CROSS-ACCT     PIC X       VALUE "N".

      *>  Per entity pair (network owner, billing entity), and per
      *>  pair and switch underneath it -- first-seen-claims-a-slot.
       01  PAIR-TOTALS.
           05  ICP-ENTRY OCCURS 50 TIMES INDEXED BY IP-IDX.
               10  ICP-NET-ENT   PIC X(02)     VALUE SPACES.
               10  ICP-BILL-ENT  PIC X(02)     VALUE SPACES.
               10  ICP-ACCTS     PIC 9(07)     COMP-5 VALUE ZERO.
               10  ICP-LAST-ACCT PIC 9(10)     VALUE ZERO.
               10  ICP-USAGE     PIC S9(11)V99 COMP-5 VALUE ZERO.
               10  ICP-XFER      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-PAIR-COUNT     PIC 9(04)   VALUE ZERO.
       01  LINE-TOTALS.
           05  ICL-ENTRY OCCURS 200 TIMES INDEXED BY IL-IDX.
               10  ICL-PAIR-IDX  PIC 9(04)     VALUE ZERO.
               10  ICL-SW-IDX    PIC 9(04)     VALUE ZERO.
               10  ICL-ACCTS     PIC 9(07)     COMP-5 VALUE ZERO.
               10  ICL-USAGE     PIC S9(11)V99 COMP-5 VALUE ZERO.
               10  ICL-XFER      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-LINE-COUNT     PIC 9(04)   VALUE ZERO.
       01  WS-PAIR-SLOT      PIC 9(04)   VALUE ZERO.

       01  WS-SHARE          PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-XFER           PIC S9(11)V99 COMP-5 VALUE ZERO.

       01  WS-PER-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-NOMAST-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-UNSEEN-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-CROSS-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-SRC-OVERFLOW   PIC 9(07)   VALUE ZERO.
       01  WS-OVERFLOW-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-TOT-USAGE      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-TOT-XFER       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-ELIM-RCV       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-ELIM-PAY       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-ELIM-NET       PIC S9(11)V99 COMP-5 VALUE ZERO.

       01  WS-LOOK-ENT       PIC X(02)   VALUE SPACES.
       01  WS-LOOK-NAME      PIC X(30)   VALUE SPACES.
       01  WS-NET-SHOW       PIC X(02)   VALUE SPACES.
       01  WS-BILL-SHOW      PIC X(02)   VALUE SPACES.
       01  WS-NET-NAME       PIC X(30)   VALUE SPACES.
       01  WS-BILL-NAME      PIC X(30)   VALUE SPACES.

       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-OUT2       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-OUT       PIC 9.9999.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

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
           OPEN OUTPUT ICRPT
           ACCEPT WS-ARG FROM COMMAND-LINE
           END-ACCEPT
           IF WS-ARG = SPACES OR WS-ARG NOT NUMERIC
               MOVE "*** usage: telico PERIOD ***" TO ICRPT-REC
               WRITE ICRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE ICRPT
               STOP RUN
           END-IF
           MOVE WS-ARG TO WS-SEL-PERIOD
           COMPUTE WS-PERIOD-START = WS-SEL-PERIOD * 100 + 1
           END-COMPUTE
           STRING "ICO."              DELIMITED BY SIZE
                  WS-SEL-PERIOD       DELIMITED BY SIZE
                INTO WS-ICO-BATCH
           END-STRING
           STRING "ICE."              DELIMITED BY SIZE
                  WS-SEL-PERIOD       DELIMITED BY SIZE
                INTO WS-ICE-BATCH
           END-STRING
           MOVE SPACES TO WS-ENV-XFER
           ACCEPT WS-ENV-XFER FROM ENVIRONMENT "TELCO_IC_TRANSFER_PCT"
           END-ACCEPT
           IF WS-ENV-XFER NOT = SPACES
               COMPUTE WS-XFER-PCT = FUNCTION NUMVAL (WS-ENV-XFER)
               END-COMPUTE
           END-IF
           MOVE "TELCO_IC_TRANSFER_PCT" TO CFQ-SETTING
           MOVE WS-ENV-XFER TO CFQ-ENV-VALUE
           MOVE WS-XFER-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           PERFORM LOAD-SWITCH-TABLE
           IF WS-SW-COUNT = ZERO
               MOVE "*** SWENT.DAT not available or empty -- no "
                  & "switch ownership to settle against ***"
                 TO ICRPT-REC
               WRITE ICRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE ICRPT
               STOP RUN
           END-IF
           PERFORM BUILD-SOURCE-WORKFILE
           PERFORM SWEEP-PERIOD-USAGE
           PERFORM CHECK-BATCH-QUEUED
           PERFORM WRITE-SETTLEMENT-STATEMENTS
           PERFORM WRITE-ELIMINATION-SECTION
           PERFORM WRITE-RUN-SUMMARY
           CLOSE ICOWORK
                 ICRPT
           STOP RUN
           .

      *>  Each switch's agreement rate is settled once here: its
      *>  own, or the standard rate when the table leaves it zero.
       LOAD-SWITCH-TABLE.
           OPEN INPUT SWENTTB
           IF SWE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ SWENTTB NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-SW-COUNT < 50
                   ADD 1 TO WS-SW-COUNT
                   SET SW-IDX TO WS-SW-COUNT
                   MOVE SWE-SYS-ID      TO SWT-SYS-ID (SW-IDX)
                   MOVE SWE-ENTITY-CODE TO SWT-ENTITY (SW-IDX)
                   MOVE SWE-DESC        TO SWT-DESC (SW-IDX)
                   IF SWE-XFER-PCT > ZERO
                       MOVE SWE-XFER-PCT TO SWT-RATE (SW-IDX)
                   ELSE
                       MOVE WS-XFER-PCT  TO SWT-RATE (SW-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-SW-SKIPPED
               END-IF
           END-PERFORM
           CLOSE SWENTTB
           .

      *>  SRCMAP.DAT is keyed switch-first; the period's live rows
      *>  are copied account-first so each account's switches sit
      *>  together.
       BUILD-SOURCE-WORKFILE.
           OPEN OUTPUT ICOWORK
           CLOSE ICOWORK
           OPEN I-O ICOWORK
           OPEN INPUT SRCMAP
           IF SRCMAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ SRCMAP NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF SRC-LAST-SEEN >= WS-PERIOD-START
               AND SRC-CALL-COUNT > ZERO
                   MOVE SRC-ACCT-NO    TO IW-ACCT-NO
                   MOVE SRC-SYS-ID     TO IW-SYS-ID
                   MOVE SRC-CALL-COUNT TO IW-CALLS
                   WRITE ICOWORK-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE SRCMAP
           .

       SWEEP-PERIOD-USAGE.
           OPEN INPUT ACCTPER
           IF PER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-MASTER
           PERFORM UNTIL 0 = 1
               READ ACCTPER NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PER-PERIOD = WS-SEL-PERIOD
               AND PER-PRICE-TOT NOT = ZERO
                   PERFORM ATTRIBUTE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE ACCTPER
                 ACCT-MASTER
           .

      *>  The account's usage is split over the switches that
      *>  served it; only the shares riding another entity's
      *>  switch are charged across.
       ATTRIBUTE-ONE-ACCOUNT.
           ADD 1 TO WS-PER-COUNT
           MOVE PER-ACCT-NO TO ACCT-NO
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   ADD 1 TO WS-NOMAST-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-ENTITY-CODE TO WS-BILL-ENT
           PERFORM COLLECT-ACCOUNT-SOURCES
           IF WS-ACCT-CALLS = ZERO
               ADD 1 TO WS-UNSEEN-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CROSS-ACCT
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > WS-AS-COUNT
               IF ACS-SW-IDX (AS-IDX) > ZERO
                   SET SW-IDX TO ACS-SW-IDX (AS-IDX)
                   IF SWT-ENTITY (SW-IDX) NOT = WS-BILL-ENT
                       PERFORM CHARGE-ONE-SOURCE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CROSS-ACCT = "Y"
               ADD 1 TO WS-CROSS-COUNT
           END-IF
           .

      *>  A switch off the ownership table is the billing entity's
      *>  own (ACS-SW-IDX zero); its calls still weigh in the split.
       COLLECT-ACCOUNT-SOURCES.
           MOVE ZERO TO WS-AS-COUNT WS-ACCT-CALLS
           MOVE PER-ACCT-NO TO IW-ACCT-NO
           MOVE LOW-VALUES  TO IW-SYS-ID
           START ICOWORK KEY IS NOT LESS THAN IW-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ ICOWORK NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF IW-ACCT-NO NOT = PER-ACCT-NO
                   EXIT PERFORM
               END-IF
               ADD IW-CALLS TO WS-ACCT-CALLS
               IF WS-AS-COUNT < 20
                   ADD 1 TO WS-AS-COUNT
                   SET AS-IDX TO WS-AS-COUNT
                   MOVE IW-SYS-ID TO ACS-SYS-ID (AS-IDX)
                   MOVE IW-CALLS  TO ACS-CALLS (AS-IDX)
                   MOVE ZERO      TO ACS-SW-IDX (AS-IDX)
                   PERFORM VARYING SW-IDX FROM 1 BY 1
                           UNTIL SW-IDX > WS-SW-COUNT
                       IF SWT-SYS-ID (SW-IDX) = IW-SYS-ID
                           SET ACS-SW-IDX (AS-IDX) TO SW-IDX
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-SRC-OVERFLOW
               END-IF
           END-PERFORM
           .

      *>  One switch's share of one account, into its pair and its
      *>  pair-and-switch line.  A share that finds no slot is left
      *>  uncharged and counted -- shouted on the report, never
      *>  silently dropped.
       CHARGE-ONE-SOURCE.
           COMPUTE WS-SHARE ROUNDED =
                   PER-PRICE-TOT * ACS-CALLS (AS-IDX) / WS-ACCT-CALLS
           END-COMPUTE
           COMPUTE WS-XFER ROUNDED = WS-SHARE * SWT-RATE (SW-IDX)
           END-COMPUTE
           PERFORM VARYING IP-IDX FROM 1 BY 1
                   UNTIL IP-IDX > WS-PAIR-COUNT
                   OR (ICP-NET-ENT (IP-IDX) = SWT-ENTITY (SW-IDX)
                       AND ICP-BILL-ENT (IP-IDX) = WS-BILL-ENT)
               CONTINUE
           END-PERFORM
           IF IP-IDX > WS-PAIR-COUNT
               IF WS-PAIR-COUNT >= 50
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               SET IP-IDX TO WS-PAIR-COUNT
               MOVE SWT-ENTITY (SW-IDX) TO ICP-NET-ENT (IP-IDX)
               MOVE WS-BILL-ENT         TO ICP-BILL-ENT (IP-IDX)
           END-IF
           SET WS-PAIR-SLOT TO IP-IDX
           PERFORM VARYING IL-IDX FROM 1 BY 1
                   UNTIL IL-IDX > WS-LINE-COUNT
                   OR (ICL-PAIR-IDX (IL-IDX) = WS-PAIR-SLOT
                       AND ICL-SW-IDX (IL-IDX) = ACS-SW-IDX (AS-IDX))
               CONTINUE
           END-PERFORM
           IF IL-IDX > WS-LINE-COUNT
               IF WS-LINE-COUNT >= 200
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LINE-COUNT
               SET IL-IDX TO WS-LINE-COUNT
               MOVE WS-PAIR-SLOT        TO ICL-PAIR-IDX (IL-IDX)
               MOVE ACS-SW-IDX (AS-IDX) TO ICL-SW-IDX (IL-IDX)
           END-IF
           ADD 1        TO ICL-ACCTS (IL-IDX)
           ADD WS-SHARE TO ICL-USAGE (IL-IDX)
           ADD WS-XFER  TO ICL-XFER (IL-IDX)
           IF ICP-LAST-ACCT (IP-IDX) NOT = PER-ACCT-NO
               ADD 1 TO ICP-ACCTS (IP-IDX)
               MOVE PER-ACCT-NO TO ICP-LAST-ACCT (IP-IDX)
           END-IF
           ADD WS-SHARE TO ICP-USAGE (IP-IDX)
           ADD WS-XFER  TO ICP-XFER (IP-IDX)
           MOVE "Y" TO WS-CROSS-ACCT
           .

      *>  The period's batches go on GLWORK.DAT once; a second run
      *>  for the same period reprints but does not post.
       CHECK-BATCH-QUEUED.
           OPEN INPUT GLWORK
           IF GLWORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ GLWORK NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF GLW-BATCH-ID = WS-ICO-BATCH
               OR GLW-BATCH-ID = WS-ICE-BATCH
                   SET BATCH-ALREADY-QUEUED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE GLWORK
           .

       WRITE-SETTLEMENT-STATEMENTS.
           MOVE SPACES TO ICRPT-REC
           STRING "==== INTERCOMPANY SETTLEMENT, PERIOD "
                                          DELIMITED BY SIZE
                  WS-SEL-PERIOD           DELIMITED BY SIZE
                  " ===="                 DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           MOVE WS-XFER-PCT TO WS-RATE-OUT
           MOVE SPACES TO ICRPT-REC
           STRING "Standard transfer rate "  DELIMITED BY SIZE
                  WS-RATE-OUT                DELIMITED BY SIZE
                  " of attributed usage revenue, where the switch "
                                             DELIMITED BY SIZE
                  "carries no agreement of its own"
                                             DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           IF WS-PAIR-COUNT = ZERO
               MOVE "No usage crossed an entity boundary in the "
                  & "period -- nothing to settle" TO ICRPT-REC
               WRITE ICRPT-REC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ENTITYTB
           IF ENT-STATUS = "00"
               SET ENTITY-TABLE-OPEN TO TRUE
           END-IF
           IF NOT BATCH-ALREADY-QUEUED
               OPEN EXTEND GLWORK
               IF GLWORK-STATUS NOT = "00"
                   OPEN OUTPUT GLWORK
               END-IF
               IF GLWORK-STATUS = "00"
                   SET GL-WORK-OPEN TO TRUE
               END-IF
           END-IF
           PERFORM VARYING IP-IDX FROM 1 BY 1
                   UNTIL IP-IDX > WS-PAIR-COUNT
               PERFORM WRITE-ONE-PAIR-STATEMENT
           END-PERFORM
           IF GL-WORK-OPEN
               CLOSE GLWORK
           END-IF
           IF ENTITY-TABLE-OPEN
               CLOSE ENTITYTB
           END-IF
           .

      *>  One pair's statement: the switches its traffic rode, what
      *>  the network owner is due, and the entries on each side.
       WRITE-ONE-PAIR-STATEMENT.
           PERFORM NAME-PAIR-ENTITIES
           MOVE SPACES TO ICRPT-REC
           WRITE ICRPT-REC
           END-WRITE
           STRING "Settlement: entity "   DELIMITED BY SIZE
                  WS-NET-SHOW             DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-NET-NAME             DELIMITED BY SIZE
                  " (network owner) charges entity "
                                          DELIMITED BY SIZE
                  WS-BILL-SHOW            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-BILL-NAME            DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           MOVE "  Switch  Description             Rate     "
              & "Accts    Usage attributed           Transfer"
             TO ICRPT-REC
           WRITE ICRPT-REC
           END-WRITE
           PERFORM VARYING IL-IDX FROM 1 BY 1
                   UNTIL IL-IDX > WS-LINE-COUNT
               IF ICL-PAIR-IDX (IL-IDX) = IP-IDX
                   PERFORM WRITE-ONE-SWITCH-LINE
               END-IF
           END-PERFORM
           MOVE ICP-ACCTS (IP-IDX) TO WS-COUNT-OUT
           MOVE ICP-USAGE (IP-IDX) TO WS-AMT-OUT
           MOVE ICP-XFER (IP-IDX)  TO WS-AMT-OUT2
           MOVE SPACES TO ICRPT-REC
           STRING "  Pair total"          DELIMITED BY SIZE
                  "                          "
                                          DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-AMT-OUT              DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-AMT-OUT2             DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           MOVE SPACES TO ICRPT-REC
           STRING "  Due to "             DELIMITED BY SIZE
                  WS-NET-SHOW             DELIMITED BY SIZE
                  " from "                DELIMITED BY SIZE
                  WS-BILL-SHOW            DELIMITED BY SIZE
                  ": "                    DELIMITED BY SIZE
                  WS-AMT-OUT2             DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           MOVE SPACES TO ICRPT-REC
           STRING "    "                  DELIMITED BY SIZE
                  WS-NET-SHOW             DELIMITED BY SIZE
                  " books DR 1300 intercompany receivable / CR 4600 "
                                          DELIMITED BY SIZE
                  "intercompany network revenue"
                                          DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           MOVE SPACES TO ICRPT-REC
           STRING "    "                  DELIMITED BY SIZE
                  WS-BILL-SHOW            DELIMITED BY SIZE
                  " books DR 5600 intercompany network cost / CR 2800 "
                                          DELIMITED BY SIZE
                  "intercompany payable"  DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           ADD ICP-USAGE (IP-IDX) TO WS-TOT-USAGE
           ADD ICP-XFER (IP-IDX)  TO WS-TOT-XFER
           IF GL-WORK-OPEN
           AND ICP-XFER (IP-IDX) NOT = ZERO
               PERFORM WRITE-PAIR-GL-ROWS
           END-IF
           .

       WRITE-ONE-SWITCH-LINE.
           SET SW-IDX TO ICL-SW-IDX (IL-IDX)
           MOVE SWT-RATE (SW-IDX)  TO WS-RATE-OUT
           MOVE ICL-ACCTS (IL-IDX) TO WS-COUNT-OUT
           MOVE ICL-USAGE (IL-IDX) TO WS-AMT-OUT
           MOVE ICL-XFER (IL-IDX)  TO WS-AMT-OUT2
           MOVE SPACES TO ICRPT-REC
           STRING "  "                    DELIMITED BY SIZE
                  SWT-SYS-ID (SW-IDX)     DELIMITED BY SIZE
                  "    "                  DELIMITED BY SIZE
                  SWT-DESC (SW-IDX) (1:20) DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-RATE-OUT             DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-AMT-OUT              DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-AMT-OUT2             DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           .

      *>  Both sides of the pair for the entity books under the ICO
      *>  batch -- "R" plus the counterparty on the network owner's
      *>  row, "P" plus the counterparty on the billing entity's --
      *>  and the consolidation elimination under the ICE batch.
       WRITE-PAIR-GL-ROWS.
           MOVE WS-ICO-BATCH           TO GLW-BATCH-ID
           MOVE "I"                    TO GLW-TYPE
           MOVE ICP-NET-ENT (IP-IDX)   TO GLW-ENTITY
           MOVE SPACES                 TO GLW-CODE
           STRING "R"                  DELIMITED BY SIZE
                  ICP-BILL-ENT (IP-IDX) DELIMITED BY SIZE
                INTO GLW-CODE
           END-STRING
           MOVE ICP-XFER (IP-IDX)      TO GLW-AMT1
           MOVE ICP-USAGE (IP-IDX)     TO GLW-AMT2
           MOVE ZERO                   TO GLW-AMT3
           WRITE GLWORK-REC
           END-WRITE
           MOVE ICP-BILL-ENT (IP-IDX)  TO GLW-ENTITY
           MOVE SPACES                 TO GLW-CODE
           STRING "P"                  DELIMITED BY SIZE
                  ICP-NET-ENT (IP-IDX) DELIMITED BY SIZE
                INTO GLW-CODE
           END-STRING
           WRITE GLWORK-REC
           END-WRITE
           MOVE WS-ICE-BATCH           TO GLW-BATCH-ID
           MOVE ICP-NET-ENT (IP-IDX)   TO GLW-ENTITY
           MOVE SPACES                 TO GLW-CODE
           STRING "E"                  DELIMITED BY SIZE
                  ICP-BILL-ENT (IP-IDX) DELIMITED BY SIZE
                INTO GLW-CODE
           END-STRING
           WRITE GLWORK-REC
           END-WRITE
           .

      *>  What the consolidated books take back out: each pair's
      *>  intercompany revenue against its network cost, and the
      *>  receivable against the payable -- the pair nets to zero.
      *>  The payable side is re-added from the switch lines, so
      *>  the proof ties the two tallies rather than one to itself.
       WRITE-ELIMINATION-SECTION.
           IF WS-PAIR-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ICRPT-REC
           WRITE ICRPT-REC
           END-WRITE
           MOVE "==== CONSOLIDATION ELIMINATIONS ====" TO ICRPT-REC
           WRITE ICRPT-REC
           END-WRITE
           MOVE "  Pair     DR 4600 revenue / CR 5600 cost     "
              & "DR 2800 payable / CR 1300 receivable"
             TO ICRPT-REC
           WRITE ICRPT-REC
           END-WRITE
           PERFORM VARYING IP-IDX FROM 1 BY 1
                   UNTIL IP-IDX > WS-PAIR-COUNT
               PERFORM NAME-PAIR-ENTITIES
               ADD ICP-XFER (IP-IDX) TO WS-ELIM-RCV
               MOVE ICP-XFER (IP-IDX) TO WS-AMT-OUT
               MOVE SPACES TO ICRPT-REC
               STRING "  "                DELIMITED BY SIZE
                      WS-NET-SHOW         DELIMITED BY SIZE
                      "/"                 DELIMITED BY SIZE
                      WS-BILL-SHOW        DELIMITED BY SIZE
                      "    "              DELIMITED BY SIZE
                      WS-AMT-OUT          DELIMITED BY SIZE
                      "                 " DELIMITED BY SIZE
                      WS-AMT-OUT          DELIMITED BY SIZE
                    INTO ICRPT-REC
               END-STRING
               WRITE ICRPT-REC
               END-WRITE
           END-PERFORM
           PERFORM VARYING IL-IDX FROM 1 BY 1
                   UNTIL IL-IDX > WS-LINE-COUNT
               ADD ICL-XFER (IL-IDX) TO WS-ELIM-PAY
           END-PERFORM
           COMPUTE WS-ELIM-NET = WS-ELIM-RCV - WS-ELIM-PAY
           END-COMPUTE
           MOVE WS-ELIM-RCV TO WS-AMT-OUT
           MOVE WS-ELIM-NET TO WS-AMT-OUT2
           MOVE SPACES TO ICRPT-REC
           STRING "  Receivables and payables eliminated: "
                                          DELIMITED BY SIZE
                  WS-AMT-OUT              DELIMITED BY SIZE
                  "  net "                DELIMITED BY SIZE
                  WS-AMT-OUT2             DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           IF WS-ELIM-NET NOT = ZERO
               MOVE "*** ELIMINATIONS DO NOT NET TO ZERO -- "
                  & "DO NOT POST ***" TO ICRPT-REC
               WRITE ICRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO ICRPT-REC
           WRITE ICRPT-REC
           END-WRITE
           MOVE WS-PER-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ICRPT-REC
           STRING "Accounts with usage in period: "
                                          DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           MOVE WS-CROSS-COUNT TO WS-COUNT-OUT
           MOVE WS-TOT-USAGE   TO WS-AMT-OUT
           MOVE SPACES TO ICRPT-REC
           STRING "Riding another entity's network: "
                                          DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                  " accounts, usage "     DELIMITED BY SIZE
                  WS-AMT-OUT              DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           MOVE WS-TOT-XFER TO WS-AMT-OUT
           MOVE SPACES TO ICRPT-REC
           STRING "Transfer charges settled: " DELIMITED BY SIZE
                  WS-AMT-OUT                   DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           MOVE WS-UNSEEN-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ICRPT-REC
           STRING "No switch seen since the period opened (left "
                                          DELIMITED BY SIZE
                  "with the billing entity): "
                                          DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                INTO ICRPT-REC
           END-STRING
           WRITE ICRPT-REC
           END-WRITE
           IF WS-NOMAST-COUNT > ZERO
               MOVE WS-NOMAST-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO ICRPT-REC
               STRING "*** "                 DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                      " account(s) not on ACCTMAST.DAT -- not "
                                             DELIMITED BY SIZE
                      "attributed ***"       DELIMITED BY SIZE
                    INTO ICRPT-REC
               END-STRING
               WRITE ICRPT-REC
               END-WRITE
           END-IF
           IF WS-SW-SKIPPED > ZERO
           OR WS-SRC-OVERFLOW > ZERO
           OR WS-OVERFLOW-COUNT > ZERO
               COMPUTE WS-COUNT-OUT = WS-SW-SKIPPED + WS-SRC-OVERFLOW
                                    + WS-OVERFLOW-COUNT
               END-COMPUTE
               MOVE SPACES TO ICRPT-REC
               STRING "*** "                 DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                      " switch share(s) LEFT UNSETTLED -- table "
                                             DELIMITED BY SIZE
                      "full, rerun after review ***"
                                             DELIMITED BY SIZE
                    INTO ICRPT-REC
               END-STRING
               WRITE ICRPT-REC
               END-WRITE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO ICRPT-REC
           EVALUATE TRUE
               WHEN WS-PAIR-COUNT = ZERO
                   MOVE "No GL work queued" TO ICRPT-REC
               WHEN BATCH-ALREADY-QUEUED
                   STRING "*** Batches "      DELIMITED BY SIZE
                          FUNCTION TRIM (WS-ICO-BATCH)
                                              DELIMITED BY SIZE
                          "/"                 DELIMITED BY SIZE
                          FUNCTION TRIM (WS-ICE-BATCH)
                                              DELIMITED BY SIZE
                          " already on GLWORK.DAT -- statements "
                                              DELIMITED BY SIZE
                          "reprinted, nothing posted again ***"
                                              DELIMITED BY SIZE
                        INTO ICRPT-REC
                   END-STRING
               WHEN GL-WORK-OPEN
                   STRING "GL work queued under batch "
                                              DELIMITED BY SIZE
                          FUNCTION TRIM (WS-ICO-BATCH)
                                              DELIMITED BY SIZE
                          " (entity books) and "
                                              DELIMITED BY SIZE
                          FUNCTION TRIM (WS-ICE-BATCH)
                                              DELIMITED BY SIZE
                          " (eliminations) -- run telgl with each"
                                              DELIMITED BY SIZE
                        INTO ICRPT-REC
                   END-STRING
               WHEN OTHER
                   MOVE "*** GLWORK.DAT could not be opened -- "
                      & "nothing posted ***" TO ICRPT-REC
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           WRITE ICRPT-REC
           END-WRITE
           .

      *>  The pair's entity codes as printed -- the default entity's
      *>  blank code shows as "--" -- and their names off ENTITY.DAT.
       NAME-PAIR-ENTITIES.
           MOVE ICP-NET-ENT (IP-IDX) TO WS-LOOK-ENT WS-NET-SHOW
           PERFORM LOOK-UP-ENTITY-NAME
           MOVE WS-LOOK-NAME TO WS-NET-NAME
           MOVE ICP-BILL-ENT (IP-IDX) TO WS-LOOK-ENT WS-BILL-SHOW
           PERFORM LOOK-UP-ENTITY-NAME
           MOVE WS-LOOK-NAME TO WS-BILL-NAME
           IF WS-NET-SHOW = SPACES
               MOVE "--" TO WS-NET-SHOW
           END-IF
           IF WS-BILL-SHOW = SPACES
               MOVE "--" TO WS-BILL-SHOW
           END-IF
           .

       LOOK-UP-ENTITY-NAME.
           IF WS-LOOK-ENT = SPACES
               MOVE "DEFAULT ENTITY" TO WS-LOOK-NAME
           ELSE
               MOVE "NOT ON ENTITY TABLE" TO WS-LOOK-NAME
           END-IF
           IF ENTITY-TABLE-OPEN
               MOVE WS-LOOK-ENT TO ENT-CODE
               READ ENTITYTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ENT-NAME TO WS-LOOK-NAME
               END-READ
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

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELICO" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telico.
