      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the buyer's half of the period-end usage analysis.
      *          Reads the level proposals UsageAnalysis left on
      *          usageprp.dat (see USAGEPRP.cpy) and the buyer's
      *          acceptance cards (usageacc.dat) - a part number, a
      *          class letter for every proposal in that class, or
      *          ALL - and turns each accepted proposal into a
      *          MasterMaint 'B' change record on maintxn.dat, so
      *          the new levels reach partbal.dat through the
      *          journaled, audited maintenance run like any keyed
      *          change and never over the balance master blind. A
      *          proposal whose part the buyer has re-levelled since
      *          the analysis ran is refused as stale rather than
      *          undoing the newer change. Everything accepted or
      *          refused goes on usageacc.rpt with the operator
      *          stamped on it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UsageAccept.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the last analysis's proposals - OPTIONAL so a run before
      * the first period end just says there is nothing to accept
           SELECT OPTIONAL PROPOSAL-FILE ASSIGN TO 'usageprp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROPOSAL-FILE.

           SELECT ACCEPT-CARD-FILE ASSIGN TO 'usageacc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACCEPT-CARD.

      * the levels as they stand now, for the stale check
           SELECT PART-BALANCE-MASTER ASSIGN TO 'partbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

      * MasterMaint's input - added to, with an OPEN OUTPUT
      * fallback, so cards keyed for the same run are kept
           SELECT MAINT-FILE ASSIGN TO 'maintxn.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MAINT-FILE.

           SELECT ACCEPT-REPORT-FILE ASSIGN TO 'usageacc.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACCEPT-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD PROPOSAL-FILE.

       COPY USAGEPRP.

      * one acceptance card: columns 1-8 either a part number (all
      * eight digits), a class letter 'A', 'B' or 'C' alone, or
      * 'ALL'
       FD ACCEPT-CARD-FILE.
       01 ACCEPT-CARD-RECORD.
           03 UAC-SELECTION PIC X(8).
           03 UAC-PART-NO REDEFINES UAC-SELECTION PIC 9(8).

      * keyed by part number - see PARTBAL.cpy
       FD PART-BALANCE-MASTER.

       COPY PARTBAL.

      * a 'B' change record in MasterMaint's layout - the levels in
      * the first sixteen text columns, and the unit cost and lead
      * time columns left blank so MasterMaint keeps them
       FD MAINT-FILE.
       01 MAINT-CARD-RECORD.
           03 MCD-ACTION PIC X.
           03 MCD-FILE-ID PIC X.
           03 MCD-KEY PIC 9(8).
           03 MCD-MIN-LEVEL PIC 9(8).
           03 MCD-REORDER-QTY PIC 9(8).
           03 FILLER PIC X(14).

       FD ACCEPT-REPORT-FILE.
       01 ACCEPT-REPORT-OUT PIC X(90).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-PROPOSAL-FILE PIC XX VALUE '00'.
       01 WS-FS-ACCEPT-CARD PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-MAINT-FILE PIC XX VALUE '00'.
       01 WS-FS-ACCEPT-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - accepting a proposal is a
      * level change, so level 2 as for MasterMaint
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'UsageAccept'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'UsageAccept'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'UsageAccept'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 PROPOSAL-EOF PIC X VALUE 'N'.
       01 CARD-EOF PIC X VALUE 'N'.
       01 CARD-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-REASON PIC X(30) VALUE SPACES.
       01 CARDS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
       01 STALE-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-MATCH-COUNT PIC 9(5) VALUE ZERO.

       01 TODAY-DATE PIC 9(8) VALUE ZERO.

      * the proposals, held so a card for a class or for ALL can
      * mark every one it covers, and each accepted once however
      * many cards name it
       77 MAX-PROPOSALS PIC 9(4) VALUE 2000.
       01 PROPOSAL-COUNT PIC 9(4) VALUE ZERO.
       01 PROPOSAL-TABLE.
           03 PROPOSAL-ENTRY OCCURS 2000 TIMES.
               05 PT-PART-NO PIC 9(8).
               05 PT-CLASS PIC X.
               05 PT-CUR-MIN PIC 9(8).
               05 PT-CUR-REORDER PIC 9(8).
               05 PT-NEW-MIN PIC 9(8).
               05 PT-NEW-REORDER PIC 9(8).
               05 PT-ACCEPTED-SW PIC X.
                   88 PT-ACCEPTED VALUE 'Y'.
       01 PROPOSAL-IDX PIC 9(4) VALUE ZERO.
       01 PROPOSAL-OVERFLOW-SW PIC X VALUE 'N'.
           88 PROPOSALS-OVERFLOWED VALUE 'Y'.
       01 ANALYSIS-RUN-DATE PIC 9(8) VALUE ZERO.

      * print lines for the acceptance report
       01 UAC-TITLE-LINE.
           03 FILLER PIC X(32) VALUE 'USAGE PROPOSALS ACCEPTED - RUN '.
           03 FILLER PIC X(9) VALUE 'ANALYSED '.
           03 UAC-T-RUN-DATE PIC 9(8).
       01 UAC-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 UAC-O-OPERATOR PIC X(8).
           03 FILLER PIC X(8) VALUE '  DATE: '.
           03 UAC-O-DATE PIC 9(8).
       01 UAC-CARD-LINE.
           03 FILLER PIC X(6) VALUE 'CARD  '.
           03 UAC-C-SELECTION PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 UAC-C-STATUS PIC X(9).
           03 FILLER PIC X VALUE SPACE.
           03 UAC-C-MATCHES PIC ZZZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 UAC-C-REASON PIC X(30).
       01 UAC-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'PART NO  C  CUR MIN '.
           03 FILLER PIC X(20) VALUE 'CUR REOR  NEW MIN NE'.
           03 FILLER PIC X(20) VALUE 'W REOR  STATUS      '.
       01 UAC-DETAIL-LINE.
           03 UAC-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 UAC-D-CLASS PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 UAC-D-CUR-MIN PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 UAC-D-CUR-REORDER PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 UAC-D-NEW-MIN PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 UAC-D-NEW-REORDER PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 UAC-D-STATUS PIC X(30).
       01 UAC-TOTAL-LINE.
           03 FILLER PIC X(18) VALUE 'CHANGES WRITTEN:  '.
           03 UAC-T-WRITTEN PIC Z(6)9.
           03 FILLER PIC X(10) VALUE '   STALE: '.
           03 UAC-T-STALE PIC Z(6)9.
           03 FILLER PIC X(18) VALUE '   CARDS REFUSED: '.
           03 UAC-T-REFUSED PIC Z(6)9.
       01 WS-ACCEPT-LINE PIC X(90).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "UsageAccept - sign-on refused, "
                   "nothing accepted"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OAUTH-LEVEL < 2
               DISPLAY "UsageAccept - operator level "
                   OAUTH-LEVEL " may inquire only - "
                   "accepting new levels needs level 2"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PROPOSALS.
           IF PROPOSALS-OVERFLOWED
               DISPLAY "UsageAccept - more than " MAX-PROPOSALS
                   " proposals on usageprp.dat - nothing accepted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PROPOSAL-COUNT = ZERO
               DISPLAY "UsageAccept - no proposals on usageprp.dat "
                   "- nothing to accept"
               STOP RUN
           END-IF.
           OPEN INPUT ACCEPT-CARD-FILE.
           IF WS-FS-ACCEPT-CARD NOT = '00'
               MOVE 'ACCEPT-CARD-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-ACCEPT-CARD TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT PART-BALANCE-MASTER.
           IF WS-FS-PART-BALANCE NOT = '00'
               MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN EXTEND MAINT-FILE.
           IF WS-FS-MAINT-FILE = '35'
               OPEN OUTPUT MAINT-FILE
           END-IF.
           IF WS-FS-MAINT-FILE NOT = '00'
               MOVE 'MAINT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-MAINT-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT ACCEPT-REPORT-FILE.
           IF WS-FS-ACCEPT-REPORT NOT = '00'
               MOVE 'ACCEPT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-ACCEPT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE ANALYSIS-RUN-DATE TO UAC-T-RUN-DATE.
           MOVE SPACES TO WS-ACCEPT-LINE.
           MOVE UAC-TITLE-LINE TO WS-ACCEPT-LINE.
           PERFORM WRITE-ACCEPT-LINE.
           MOVE OAUTH-OPERATOR-ID TO UAC-O-OPERATOR.
           MOVE TODAY-DATE TO UAC-O-DATE.
           MOVE SPACES TO WS-ACCEPT-LINE.
           MOVE UAC-OPERATOR-LINE TO WS-ACCEPT-LINE.
           PERFORM WRITE-ACCEPT-LINE.
           MOVE SPACES TO WS-ACCEPT-LINE.
           PERFORM WRITE-ACCEPT-LINE.

           PERFORM UNTIL CARD-EOF = 'Y'
               READ ACCEPT-CARD-FILE
                   AT END
                       MOVE 'Y' TO CARD-EOF
                   NOT AT END
                       ADD 1 TO CARD-READ-COUNT
                       PERFORM APPLY-ONE-CARD
               END-READ
           END-PERFORM.

      * the accepted proposals, in the analysis's class order
           MOVE SPACES TO WS-ACCEPT-LINE.
           PERFORM WRITE-ACCEPT-LINE.
           MOVE UAC-COL-HEAD TO WS-ACCEPT-LINE.
           PERFORM WRITE-ACCEPT-LINE.
           PERFORM VARYING PROPOSAL-IDX FROM 1 BY 1
                   UNTIL PROPOSAL-IDX > PROPOSAL-COUNT
               IF PT-ACCEPTED(PROPOSAL-IDX)
                   PERFORM WRITE-ONE-CHANGE
               END-IF
           END-PERFORM.

           MOVE CARDS-WRITTEN-COUNT TO UAC-T-WRITTEN.
           MOVE STALE-COUNT TO UAC-T-STALE.
           MOVE CARD-REJECT-COUNT TO UAC-T-REFUSED.
           MOVE SPACES TO WS-ACCEPT-LINE.
           PERFORM WRITE-ACCEPT-LINE.
           MOVE UAC-TOTAL-LINE TO WS-ACCEPT-LINE.
           PERFORM WRITE-ACCEPT-LINE.

           CLOSE ACCEPT-CARD-FILE.
           CLOSE PART-BALANCE-MASTER.
           CLOSE MAINT-FILE.
           CLOSE ACCEPT-REPORT-FILE.
           DISPLAY "Acceptance cards read: " CARD-READ-COUNT
               "  Refused: " CARD-REJECT-COUNT.
           DISPLAY "Level changes written to maintxn.dat: "
               CARDS-WRITTEN-COUNT "  Stale: " STALE-COUNT.
           IF CARDS-WRITTEN-COUNT > ZERO
               DISPLAY "Run MasterMaint to apply them"
           END-IF.

           MOVE CARD-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE CARD-REJECT-COUNT TO RSUM-RECORDS-REJECTED.
           IF CARD-REJECT-COUNT > ZERO
               OR STALE-COUNT > ZERO
               MOVE 'WARNINGS' TO RSUM-RUN-STATUS
           END-IF.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
               RSUM-RECORDS-REJECTED RSUM-RUN-STATUS.

           STOP RUN.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

       LOAD-PROPOSALS.
           OPEN INPUT PROPOSAL-FILE.
           IF WS-FS-PROPOSAL-FILE NOT = '00'
               AND WS-FS-PROPOSAL-FILE NOT = '05'
               MOVE 'PROPOSAL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PROPOSAL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO PROPOSAL-EOF
           END-IF.
           PERFORM UNTIL PROPOSAL-EOF = 'Y'
               READ PROPOSAL-FILE
                   AT END
                       MOVE 'Y' TO PROPOSAL-EOF
                   NOT AT END
                       PERFORM HOLD-ONE-PROPOSAL
               END-READ
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

       HOLD-ONE-PROPOSAL.
           IF PROPOSAL-COUNT < MAX-PROPOSALS
               ADD 1 TO PROPOSAL-COUNT
               MOVE UP-PART-NO TO PT-PART-NO(PROPOSAL-COUNT)
               MOVE UP-CLASS TO PT-CLASS(PROPOSAL-COUNT)
               MOVE UP-CUR-MIN TO PT-CUR-MIN(PROPOSAL-COUNT)
               MOVE UP-CUR-REORDER TO PT-CUR-REORDER(PROPOSAL-COUNT)
               MOVE UP-NEW-MIN TO PT-NEW-MIN(PROPOSAL-COUNT)
               MOVE UP-NEW-REORDER TO PT-NEW-REORDER(PROPOSAL-COUNT)
               MOVE 'N' TO PT-ACCEPTED-SW(PROPOSAL-COUNT)
               MOVE UP-RUN-DATE TO ANALYSIS-RUN-DATE
           ELSE
               MOVE 'Y' TO PROPOSAL-OVERFLOW-SW
           END-IF.

      * one acceptance card: marks every proposal it covers - a card
      * that covers none is refused, so a mis-keyed part number
      * shows up on the report instead of quietly doing nothing
       APPLY-ONE-CARD.
           MOVE SPACES TO CARD-REJECT-REASON.
           MOVE ZERO TO CARD-MATCH-COUNT.
           PERFORM VARYING PROPOSAL-IDX FROM 1 BY 1
                   UNTIL PROPOSAL-IDX > PROPOSAL-COUNT
               EVALUATE TRUE
                   WHEN UAC-SELECTION = 'ALL'
                       PERFORM MARK-ONE-PROPOSAL
                   WHEN UAC-SELECTION(2:7) = SPACES
                       AND UAC-SELECTION(1:1) = PT-CLASS(PROPOSAL-IDX)
                       PERFORM MARK-ONE-PROPOSAL
                   WHEN UAC-SELECTION IS NUMERIC
                       AND UAC-PART-NO = PT-PART-NO(PROPOSAL-IDX)
                       PERFORM MARK-ONE-PROPOSAL
               END-EVALUATE
           END-PERFORM.
           IF CARD-MATCH-COUNT = ZERO
               EVALUATE TRUE
                   WHEN UAC-SELECTION = 'ALL'
                       MOVE 'NO PROPOSALS' TO CARD-REJECT-REASON
                   WHEN UAC-SELECTION = 'A' OR 'B' OR 'C'
                       MOVE 'NO PROPOSALS IN THAT CLASS' TO
                           CARD-REJECT-REASON
                   WHEN UAC-SELECTION IS NUMERIC
                       MOVE 'NO PROPOSAL FOR THAT PART' TO
                           CARD-REJECT-REASON
                   WHEN OTHER
                       MOVE 'NOT A PART, CLASS OR ALL' TO
                           CARD-REJECT-REASON
               END-EVALUATE
               ADD 1 TO CARD-REJECT-COUNT
               MOVE 'REFUSED' TO UAC-C-STATUS
           ELSE
               MOVE 'ACCEPTED' TO UAC-C-STATUS
           END-IF.
           MOVE UAC-SELECTION TO UAC-C-SELECTION.
           MOVE CARD-MATCH-COUNT TO UAC-C-MATCHES.
           MOVE CARD-REJECT-REASON TO UAC-C-REASON.
           MOVE SPACES TO WS-ACCEPT-LINE.
           MOVE UAC-CARD-LINE TO WS-ACCEPT-LINE.
           PERFORM WRITE-ACCEPT-LINE.

       MARK-ONE-PROPOSAL.
           MOVE 'Y' TO PT-ACCEPTED-SW(PROPOSAL-IDX).
           ADD 1 TO CARD-MATCH-COUNT.

      * one accepted proposal onto maintxn.dat - unless the levels
      * on partbal.dat are no longer the ones the analysis saw, in
      * which case somebody has re-levelled the part since and the
      * proposal is refused rather than undo them
       WRITE-ONE-CHANGE.
           MOVE PT-PART-NO(PROPOSAL-IDX) TO UAC-D-PART-NO.
           MOVE PT-CLASS(PROPOSAL-IDX) TO UAC-D-CLASS.
           MOVE PT-CUR-MIN(PROPOSAL-IDX) TO UAC-D-CUR-MIN.
           MOVE PT-CUR-REORDER(PROPOSAL-IDX) TO UAC-D-CUR-REORDER.
           MOVE PT-NEW-MIN(PROPOSAL-IDX) TO UAC-D-NEW-MIN.
           MOVE PT-NEW-REORDER(PROPOSAL-IDX) TO UAC-D-NEW-REORDER.
           MOVE SPACES TO UAC-D-STATUS.
           MOVE PT-PART-NO(PROPOSAL-IDX) TO PB-PART-NO.
           READ PART-BALANCE-MASTER
               INVALID KEY
                   MOVE 'STALE - PART NO LONGER HELD' TO UAC-D-STATUS
               NOT INVALID KEY
                   IF PB-MIN-LEVEL NOT = PT-CUR-MIN(PROPOSAL-IDX)
                       OR PB-REORDER-QTY NOT =
                           PT-CUR-REORDER(PROPOSAL-IDX)
                       MOVE 'STALE - LEVELS CHANGED SINCE' TO
                           UAC-D-STATUS
                   END-IF
           END-READ.
           IF UAC-D-STATUS = SPACES
               MOVE SPACES TO MAINT-CARD-RECORD
               MOVE 'C' TO MCD-ACTION
               MOVE 'B' TO MCD-FILE-ID
               MOVE PT-PART-NO(PROPOSAL-IDX) TO MCD-KEY
               MOVE PT-NEW-MIN(PROPOSAL-IDX) TO MCD-MIN-LEVEL
               MOVE PT-NEW-REORDER(PROPOSAL-IDX) TO MCD-REORDER-QTY
               WRITE MAINT-CARD-RECORD
               IF WS-FS-MAINT-FILE NOT = '00'
                   MOVE 'MAINT-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-MAINT-FILE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
               ADD 1 TO CARDS-WRITTEN-COUNT
               MOVE 'CHANGE WRITTEN' TO UAC-D-STATUS
           ELSE
               ADD 1 TO STALE-COUNT
           END-IF.
           MOVE SPACES TO WS-ACCEPT-LINE.
           MOVE UAC-DETAIL-LINE TO WS-ACCEPT-LINE.
           PERFORM WRITE-ACCEPT-LINE.

       WRITE-ACCEPT-LINE.
           MOVE WS-ACCEPT-LINE TO ACCEPT-REPORT-OUT.
           WRITE ACCEPT-REPORT-OUT.
           IF WS-FS-ACCEPT-REPORT NOT = '00'
               MOVE 'ACCEPT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-ACCEPT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM UsageAccept.
