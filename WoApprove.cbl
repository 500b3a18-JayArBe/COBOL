      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the supervisors' side of the bad-debt write-off
      *          queue (woqueue.dat, see WOQUEUE.cpy). Takes credit
      *          control's nominations (wreq.dat - an item number,
      *          who asked and why) onto the queue: the item must be
      *          on the ledger, open and owing, and not already
      *          waiting. Then applies the signed-on supervisor's
      *          decisions (wodecn.dat) - approve or reject, by item
      *          number. Nobody approves their own nomination, and an
      *          item whose home value is over the second-approval
      *          threshold ('WOTH' in runctl.dat, whole pounds,
      *          default 1000) needs a second supervisor, on a later
      *          sign-on, before it is approved. The nightly WriteOff
      *          step writes the approved items off. Both card files
      *          are cleared once taken, so no decision is ever
      *          applied twice or under someone else's name. Every
      *          nomination and decision, taken or refused, goes on
      *          the approval report (woappr.rpt) with the operator
      *          stamped on it, followed by everything still on the
      *          queue. Supervisor only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WoApprove.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * credit control's nominations - one card per item they want
      * written off. OPTIONAL so a run with none just decides
           SELECT OPTIONAL NOMINATION-FILE ASSIGN TO 'wreq.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOMINATION-FILE.

      * the supervisor's decisions - one card per queued item.
      * OPTIONAL so a run with none just lists the queue
           SELECT OPTIONAL DECISION-FILE ASSIGN TO 'wodecn.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DECISION-FILE.

      * read whole into storage, decided there, and rewritten
           SELECT OPTIONAL WRITE-OFF-QUEUE ASSIGN TO 'woqueue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-WRITE-OFF-QUEUE.

      * the receivables ledger - read only, to check what is
      * nominated
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEM-FILE.

      * run controls - the 'WOTH' second-approval threshold
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO 'woappr.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APPROVAL-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one nomination card: the item to write off, the credit
      * controller asking, and why
       FD NOMINATION-FILE.
       01 NOMINATION-RECORD.
           03 WNC-ITEM-NUMBER PIC 9(6).
           03 WNC-REQUESTED-BY PIC X(8).
           03 WNC-REASON PIC X(30).

      * one decision card:
      *   WDC-ACTION   'A' - approve the queued write-off of item
      *                      WDC-ITEM-NUMBER (the first of two
      *                      approvals over the threshold)
      *                'X' - reject it - it stays on the ledger
       FD DECISION-FILE.
       01 DECISION-RECORD.
           03 WDC-ACTION PIC X.
           03 WDC-ITEM-NUMBER PIC 9(6).

       FD WRITE-OFF-QUEUE.

       COPY WOQUEUE.

       FD OPEN-ITEM-FILE.

       COPY AROPEN.

       FD CONTROL-FILE.

       COPY RUNCTL.

       FD APPROVAL-REPORT-FILE.
       01 APPROVAL-REPORT-OUT PIC X(90).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-NOMINATION-FILE PIC XX VALUE '00'.
       01 WS-FS-DECISION-FILE PIC XX VALUE '00'.
       01 WS-FS-WRITE-OFF-QUEUE PIC XX VALUE '00'.
       01 WS-FS-OPEN-ITEM-FILE PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-APPROVAL-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - who is running this, and
      * what they are allowed to do. approving a write-off needs
      * level 3
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'WoApprove'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to FileLock.cbl - the chain holds the
      * queue's lock all night while WriteOff works it, and this
      * program backs off rather than collide
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20) VALUE 'woqueue.dat'.
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'WoApprove'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'WoApprove'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 NOMINATION-EOF PIC X VALUE 'N'.
       01 DECISION-EOF PIC X VALUE 'N'.
       01 QUEUE-EOF PIC X VALUE 'N'.
       01 LEDGER-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 NOMINATION-READ-COUNT PIC 9(7) VALUE ZERO.
       01 NOMINATION-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 QUEUED-COUNT PIC 9(5) VALUE ZERO.
       01 DECISION-READ-COUNT PIC 9(7) VALUE ZERO.
       01 DECISION-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 PART-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 DECISION-REJECT-REASON PIC X(30) VALUE SPACES.
       01 DECISION-STATUS PIC X(9) VALUE SPACES.

      * today's date, stamped on every entry queued or decided
       01 TODAY-DATE PIC 9(8) VALUE ZERO.

      * home value, in whole pounds, above which a write-off needs a
      * second supervisor - the 'WOTH' record in runctl.dat
       01 SECOND-APPROVAL-LIMIT PIC 9(6) VALUE 1000.

      * the run's nomination cards, held whole so one pass of the
      * ledger checks them all. NT-REFUSAL starts as the refusal a
      * card gets if the pass never finds its item, and is cleared
      * when the pass finds it open and owing
       77 MAX-NOMINATIONS PIC 9(3) VALUE 200.
       01 NOMINATION-CONTROLS.
           03 NOMINATION-COUNT PIC 9(3) VALUE ZERO.
           03 NOMINATION-IDX PIC 9(3) VALUE ZERO.
       01 NOMINATION-TABLE.
           03 NOMINATION-ENTRY OCCURS 200 TIMES.
               05 NT-ITEM-NUMBER PIC 9(6).
               05 NT-REQUESTED-BY PIC X(8).
               05 NT-REASON PIC X(30).
               05 NT-CUST-NUMBER PIC 9(6).
               05 NT-INV-DATE PIC 9(8).
               05 NT-AMOUNT PIC 9(7)V99.
               05 NT-CURRENCY PIC X(3).
               05 NT-HOME-AMOUNT PIC 9(7)V99.
               05 NT-STATUS PIC X(9).
               05 NT-REFUSAL PIC X(30).
               05 NT-VALID-SW PIC X.
                   88 NT-IS-VALID VALUE 'Y'.

      * the whole queue, decided in storage and written back
       77 MAX-QUEUE-ENTRIES PIC 9(4) VALUE 2000.
       01 QUEUE-TABLE-CONTROLS.
           03 QUEUE-ENTRY-COUNT PIC 9(4) VALUE ZERO.
           03 QUEUE-IDX PIC 9(4) VALUE ZERO.
           03 FOUND-QUEUE-IDX PIC 9(4) VALUE ZERO.
           03 LOOKUP-ITEM-NUMBER PIC 9(6) VALUE ZERO.
           03 QUEUE-FOUND-SW PIC X VALUE 'N'.
               88 QUEUE-ENTRY-FOUND VALUE 'Y'.
           03 QUEUE-OVERFLOW-SW PIC X VALUE 'N'.
               88 QUEUE-OVERFLOWED VALUE 'Y'.
       01 QUEUE-TABLE.
           03 QUEUE-ENTRY OCCURS 2000 TIMES.
               05 QT-ITEM-NUMBER PIC 9(6).
               05 QT-CUST-NUMBER PIC 9(6).
               05 QT-INV-DATE PIC 9(8).
               05 QT-AMOUNT PIC 9(7)V99.
               05 QT-CURRENCY PIC X(3).
               05 QT-HOME-AMOUNT PIC 9(7)V99.
               05 QT-STATUS PIC X.
               05 QT-SECOND-SW PIC X.
               05 QT-REASON PIC X(30).
               05 QT-REQUESTED-BY PIC X(8).
               05 QT-REQUESTED-DATE PIC 9(8).
               05 QT-APPROVER-1 PIC X(8).
               05 QT-APPROVED-1-DATE PIC 9(8).
               05 QT-APPROVER-2 PIC X(8).
               05 QT-APPROVED-2-DATE PIC 9(8).
               05 QT-CLOSED-BY PIC X(8).
               05 QT-CLOSED-DATE PIC 9(8).
               05 QT-RUN-ID PIC X(11).

      * what is left on the queue once the run's decisions are in
       01 WAITING-CONTROLS.
           03 WAITING-COUNT PIC 9(5) VALUE ZERO.
           03 WAITING-HOME-TOT PIC 9(9)V99 VALUE ZERO.

      * print lines for the approval report
       01 WOA-TITLE-LINE PIC X(44)
           VALUE 'BAD-DEBT WRITE-OFF APPROVAL - THIS RUN'.
       01 WOA-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 WOA-O-OPERATOR PIC X(8).
           03 FILLER PIC X(8) VALUE '  DATE: '.
           03 WOA-O-DATE PIC 9(8).
           03 FILLER PIC X(27) VALUE '  SECOND APPROVER OVER GBP '.
           03 WOA-O-LIMIT PIC Z(5)9.
       01 WOA-NOMINATION-TITLE PIC X(44)
           VALUE 'NOMINATIONS FROM CREDIT CONTROL'.
       01 WOA-NOMINATION-HEAD.
           03 FILLER PIC X(20) VALUE 'ITEM   CUSTOMER  HOM'.
           03 FILLER PIC X(20) VALUE 'E VALUE REQUESTED ST'.
           03 FILLER PIC X(20) VALUE 'ATUS    REASON      '.
       01 WOA-NOMINATION-LINE.
           03 WOA-N-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 WOA-N-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 WOA-N-HOME-AMOUNT PIC Z(6)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 WOA-N-REQUESTED-BY PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WOA-N-STATUS PIC X(9).
           03 FILLER PIC X VALUE SPACE.
           03 WOA-N-REASON PIC X(30).
       01 WOA-DECISION-TITLE PIC X(44)
           VALUE 'SUPERVISOR DECISIONS'.
       01 WOA-DECISION-HEAD.
           03 FILLER PIC X(20) VALUE 'A ITEM   CUSTOMER  H'.
           03 FILLER PIC X(20) VALUE 'OME VALUE STATUS    '.
           03 FILLER PIC X(20) VALUE 'REASON              '.
       01 WOA-DECISION-LINE.
           03 WOA-D-ACTION PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 WOA-D-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 WOA-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 WOA-D-HOME-AMOUNT PIC Z(6)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 WOA-D-STATUS PIC X(9).
           03 FILLER PIC X VALUE SPACE.
           03 WOA-D-REASON PIC X(30).
       01 WOA-WAITING-TITLE PIC X(44)
           VALUE 'STILL ON THE WRITE-OFF QUEUE'.
       01 WOA-WAITING-HEAD.
           03 FILLER PIC X(20) VALUE 'ITEM   CUSTOMER INVO'.
           03 FILLER PIC X(20) VALUE 'ICED   HOME VALUE S '.
           03 FILLER PIC X(20) VALUE 'REQUESTED APPROVED  '.
           03 FILLER PIC X(20) VALUE 'REASON              '.
       01 WOA-WAITING-LINE.
           03 WOA-W-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 WOA-W-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 WOA-W-INV-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 WOA-W-HOME-AMOUNT PIC Z(6)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 WOA-W-STATUS PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 WOA-W-REQUESTED-BY PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WOA-W-APPROVER-1 PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WOA-W-REASON PIC X(30).
       01 WOA-NOMINATION-TOTAL-LINE.
           03 FILLER PIC X(11) VALUE 'QUEUED:    '.
           03 WOA-T-QUEUED PIC ZZZZ9.
           03 FILLER PIC X(13) VALUE '   REFUSED:  '.
           03 WOA-T-NOM-REFUSED PIC Z(6)9.
       01 WOA-DECISION-TOTAL-LINE.
           03 FILLER PIC X(11) VALUE 'APPROVED:  '.
           03 WOA-T-APPROVED PIC ZZZZ9.
           03 FILLER PIC X(18) VALUE '   PART-APPROVED: '.
           03 WOA-T-PART-APPROVED PIC ZZZZ9.
           03 FILLER PIC X(13) VALUE '   REJECTED: '.
           03 WOA-T-REJECTED PIC ZZZZ9.
           03 FILLER PIC X(13) VALUE '   REFUSED:  '.
           03 WOA-T-DEC-REFUSED PIC Z(6)9.
       01 WOA-WAITING-TOTAL-LINE.
           03 FILLER PIC X(17) VALUE 'ENTRIES WAITING: '.
           03 WOA-WT-COUNT PIC ZZZZ9.
           03 FILLER PIC X(14) VALUE '   HOME VALUE:'.
           03 WOA-WT-HOME PIC Z(8)9.99.
       01 WS-APPROVAL-LINE PIC X(90).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "WoApprove - sign-on refused, "
                   "nothing decided"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OAUTH-LEVEL < 3
               DISPLAY "WoApprove - operator level "
                   OAUTH-LEVEL " may not approve write-offs - "
                   "writing off a bad debt needs level 3"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'L' TO FLCK-ACTION.
           MOVE 'WoApprove' TO FLCK-HOLDER-NAME.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           IF FLCK-RETURN-CODE NOT = ZERO
               DISPLAY "WoApprove - woqueue.dat is in use by "
                   FLCK-HOLDER-NAME
                   " - nothing decided, try again later"
               MOVE 7 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROLS.
           PERFORM LOAD-WRITE-OFF-QUEUE.
      * without every queue entry in hand the rewrite would lose
      * nominations - refuse the run instead, cards left as they are
           IF QUEUE-OVERFLOWED
               DISPLAY "*** woqueue.dat holds more than "
                   MAX-QUEUE-ENTRIES " entries - nothing decided ***"
               MOVE 'U' TO FLCK-ACTION
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-NOMINATIONS.
           IF NOMINATION-COUNT > ZERO
               PERFORM CHECK-NOMINATIONS-ON-LEDGER
           END-IF.

           OPEN OUTPUT APPROVAL-REPORT-FILE.
           IF WS-FS-APPROVAL-REPORT NOT = '00'
               MOVE 'APPROVAL-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-APPROVAL-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-APPROVAL-LINE.
           MOVE WOA-TITLE-LINE TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE OAUTH-OPERATOR-ID TO WOA-O-OPERATOR.
           MOVE TODAY-DATE TO WOA-O-DATE.
           MOVE SECOND-APPROVAL-LIMIT TO WOA-O-LIMIT.
           MOVE SPACES TO WS-APPROVAL-LINE.
           MOVE WOA-OPERATOR-LINE TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.

           PERFORM QUEUE-NOMINATIONS.
           PERFORM APPLY-DECISIONS.
           PERFORM REWRITE-WRITE-OFF-QUEUE.
      * both card files are spent - clear them so a rerun, or the
      * next supervisor to sign on, cannot apply them again
           OPEN OUTPUT NOMINATION-FILE.
           CLOSE NOMINATION-FILE.
           OPEN OUTPUT DECISION-FILE.
           CLOSE DECISION-FILE.
           PERFORM PRINT-WAITING-ENTRIES.

           CLOSE APPROVAL-REPORT-FILE.
           MOVE 'U' TO FLCK-ACTION.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           DISPLAY "Nominations read: " NOMINATION-READ-COUNT
               "  Queued: " QUEUED-COUNT
               "  Refused: " NOMINATION-REJECT-COUNT.
           DISPLAY "Decisions read: " DECISION-READ-COUNT
               "  Approved: " APPROVED-COUNT
               "  Part-approved: " PART-APPROVED-COUNT
               "  Rejected: " REJECTED-COUNT
               "  Refused: " DECISION-REJECT-COUNT.
           DISPLAY "Entries still waiting: " WAITING-COUNT.

           COMPUTE RSUM-RECORDS-READ =
               NOMINATION-READ-COUNT + DECISION-READ-COUNT.
           COMPUTE RSUM-RECORDS-REJECTED =
               NOMINATION-REJECT-COUNT + DECISION-REJECT-COUNT.
           IF RSUM-RECORDS-REJECTED > ZERO
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

       LOAD-RUN-CONTROLS.
           OPEN INPUT CONTROL-FILE.
           IF WS-FS-CONTROL-FILE NOT = '00'
               AND WS-FS-CONTROL-FILE NOT = '05'
               MOVE 'CONTROL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CONTROL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM UNTIL CONTROL-FILE-EOF = 'Y'
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO CONTROL-FILE-EOF
                   NOT AT END
                       IF CTL-TYPE = 'WOTH'
                           MOVE CTL-NUMBER TO SECOND-APPROVAL-LIMIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

       LOAD-WRITE-OFF-QUEUE.
           OPEN INPUT WRITE-OFF-QUEUE.
           PERFORM UNTIL QUEUE-EOF = 'Y'
               READ WRITE-OFF-QUEUE
                   AT END
                       MOVE 'Y' TO QUEUE-EOF
                   NOT AT END
                       PERFORM HOLD-QUEUE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE WRITE-OFF-QUEUE.

       HOLD-QUEUE-ENTRY.
           IF QUEUE-ENTRY-COUNT < MAX-QUEUE-ENTRIES
               ADD 1 TO QUEUE-ENTRY-COUNT
               MOVE QUEUE-ENTRY-COUNT TO QUEUE-IDX
               MOVE WQ-ITEM-NUMBER TO QT-ITEM-NUMBER(QUEUE-IDX)
               MOVE WQ-CUST-NUMBER TO QT-CUST-NUMBER(QUEUE-IDX)
               MOVE WQ-INV-DATE TO QT-INV-DATE(QUEUE-IDX)
               MOVE WQ-AMOUNT TO QT-AMOUNT(QUEUE-IDX)
               MOVE WQ-CURRENCY TO QT-CURRENCY(QUEUE-IDX)
               MOVE WQ-HOME-AMOUNT TO QT-HOME-AMOUNT(QUEUE-IDX)
               MOVE WQ-STATUS TO QT-STATUS(QUEUE-IDX)
               MOVE WQ-SECOND-SW TO QT-SECOND-SW(QUEUE-IDX)
               MOVE WQ-REASON TO QT-REASON(QUEUE-IDX)
               MOVE WQ-REQUESTED-BY TO QT-REQUESTED-BY(QUEUE-IDX)
               MOVE WQ-REQUESTED-DATE TO QT-REQUESTED-DATE(QUEUE-IDX)
               MOVE WQ-APPROVER-1 TO QT-APPROVER-1(QUEUE-IDX)
               MOVE WQ-APPROVED-1-DATE TO
                   QT-APPROVED-1-DATE(QUEUE-IDX)
               MOVE WQ-APPROVER-2 TO QT-APPROVER-2(QUEUE-IDX)
               MOVE WQ-APPROVED-2-DATE TO
                   QT-APPROVED-2-DATE(QUEUE-IDX)
               MOVE WQ-CLOSED-BY TO QT-CLOSED-BY(QUEUE-IDX)
               MOVE WQ-CLOSED-DATE TO QT-CLOSED-DATE(QUEUE-IDX)
               MOVE WQ-RUN-ID TO QT-RUN-ID(QUEUE-IDX)
           ELSE
               MOVE 'Y' TO QUEUE-OVERFLOW-SW
           END-IF.

      * the nomination cards into storage - a card with no item
      * number or nobody asking is refused here, before the ledger
      * is ever read
       LOAD-NOMINATIONS.
           OPEN INPUT NOMINATION-FILE.
           PERFORM UNTIL NOMINATION-EOF = 'Y'
               READ NOMINATION-FILE
                   AT END
                       MOVE 'Y' TO NOMINATION-EOF
                   NOT AT END
                       ADD 1 TO NOMINATION-READ-COUNT
                       PERFORM LOAD-ONE-NOMINATION
               END-READ
           END-PERFORM.
           CLOSE NOMINATION-FILE.

       LOAD-ONE-NOMINATION.
           IF NOMINATION-COUNT < MAX-NOMINATIONS
               ADD 1 TO NOMINATION-COUNT
               MOVE NOMINATION-COUNT TO NOMINATION-IDX
               MOVE WNC-ITEM-NUMBER TO NT-ITEM-NUMBER(NOMINATION-IDX)
               MOVE WNC-REQUESTED-BY TO
                   NT-REQUESTED-BY(NOMINATION-IDX)
               MOVE WNC-REASON TO NT-REASON(NOMINATION-IDX)
               MOVE ZERO TO NT-CUST-NUMBER(NOMINATION-IDX)
               MOVE ZERO TO NT-INV-DATE(NOMINATION-IDX)
               MOVE ZERO TO NT-AMOUNT(NOMINATION-IDX)
               MOVE SPACES TO NT-CURRENCY(NOMINATION-IDX)
               MOVE ZERO TO NT-HOME-AMOUNT(NOMINATION-IDX)
               MOVE 'REFUSED' TO NT-STATUS(NOMINATION-IDX)
               MOVE 'N' TO NT-VALID-SW(NOMINATION-IDX)
               IF WNC-ITEM-NUMBER IS NOT NUMERIC
                   MOVE 'ITEM NUMBER MUST BE NUMERIC' TO
                       NT-REFUSAL(NOMINATION-IDX)
               ELSE
                   IF WNC-REQUESTED-BY = SPACES
                       MOVE 'NOBODY NAMED AS ASKING' TO
                           NT-REFUSAL(NOMINATION-IDX)
                   ELSE
                       IF WNC-REASON = SPACES
                           MOVE 'NO REASON GIVEN' TO
                               NT-REFUSAL(NOMINATION-IDX)
                       ELSE
                           MOVE 'NOT ON THE LEDGER' TO
                               NT-REFUSAL(NOMINATION-IDX)
                           MOVE 'Y' TO NT-VALID-SW(NOMINATION-IDX)
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY "*** More than " MAX-NOMINATIONS
                   " nominations this run - the rest ignored ***"
               ADD 1 TO NOMINATION-REJECT-COUNT
           END-IF.

      * one pass of the ledger: each nominated item must be open
      * and still owing something. its customer, date, amount and
      * home value are taken as they stand tonight
       CHECK-NOMINATIONS-ON-LEDGER.
           OPEN INPUT OPEN-ITEM-FILE.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-LEDGER-ITEM
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

       CHECK-ONE-LEDGER-ITEM.
           PERFORM VARYING NOMINATION-IDX FROM 1 BY 1
                   UNTIL NOMINATION-IDX > NOMINATION-COUNT
               IF NT-IS-VALID(NOMINATION-IDX)
                   AND NT-ITEM-NUMBER(NOMINATION-IDX) = AR-ITEM-NUMBER
                   IF NOT AR-IS-OPEN
                       MOVE 'ITEM IS NOT OPEN' TO
                           NT-REFUSAL(NOMINATION-IDX)
                   ELSE
                       IF AR-OPEN-AMOUNT NOT > ZERO
                           MOVE 'NOTHING OWED ON THE ITEM' TO
                               NT-REFUSAL(NOMINATION-IDX)
                       ELSE
                           PERFORM TAKE-NOMINATED-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-NOMINATED-ITEM.
           MOVE SPACES TO NT-REFUSAL(NOMINATION-IDX).
           MOVE AR-CUST-NUMBER TO NT-CUST-NUMBER(NOMINATION-IDX).
           MOVE AR-INV-DATE TO NT-INV-DATE(NOMINATION-IDX).
           MOVE AR-OPEN-AMOUNT TO NT-AMOUNT(NOMINATION-IDX).
           MOVE AR-CURRENCY TO NT-CURRENCY(NOMINATION-IDX).
           IF AR-BOOK-RATE = ZERO
               MOVE AR-OPEN-AMOUNT TO NT-HOME-AMOUNT(NOMINATION-IDX)
           ELSE
               COMPUTE NT-HOME-AMOUNT(NOMINATION-IDX) ROUNDED =
                   AR-OPEN-AMOUNT * AR-BOOK-RATE
           END-IF.

      * every nomination the ledger passed joins the queue unless
      * the item is already waiting or approved - each is listed
      * with what became of it
       QUEUE-NOMINATIONS.
           MOVE SPACES TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE WOA-NOMINATION-TITLE TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE SPACES TO WS-APPROVAL-LINE.
           MOVE WOA-NOMINATION-HEAD TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           PERFORM VARYING NOMINATION-IDX FROM 1 BY 1
                   UNTIL NOMINATION-IDX > NOMINATION-COUNT
               IF NT-REFUSAL(NOMINATION-IDX) = SPACES
                   PERFORM QUEUE-ONE-NOMINATION
               END-IF
               IF NT-STATUS(NOMINATION-IDX) = 'REFUSED'
                   ADD 1 TO NOMINATION-REJECT-COUNT
               END-IF
               MOVE NT-ITEM-NUMBER(NOMINATION-IDX) TO
                   WOA-N-ITEM-NUMBER
               MOVE NT-CUST-NUMBER(NOMINATION-IDX) TO
                   WOA-N-CUST-NUMBER
               MOVE NT-HOME-AMOUNT(NOMINATION-IDX) TO
                   WOA-N-HOME-AMOUNT
               MOVE NT-REQUESTED-BY(NOMINATION-IDX) TO
                   WOA-N-REQUESTED-BY
               MOVE NT-STATUS(NOMINATION-IDX) TO WOA-N-STATUS
               IF NT-REFUSAL(NOMINATION-IDX) = SPACES
                   MOVE NT-REASON(NOMINATION-IDX) TO WOA-N-REASON
               ELSE
                   MOVE NT-REFUSAL(NOMINATION-IDX) TO WOA-N-REASON
               END-IF
               MOVE SPACES TO WS-APPROVAL-LINE
               MOVE WOA-NOMINATION-LINE TO WS-APPROVAL-LINE
               PERFORM WRITE-APPROVAL-LINE
           END-PERFORM.
           MOVE QUEUED-COUNT TO WOA-T-QUEUED.
           MOVE NOMINATION-REJECT-COUNT TO WOA-T-NOM-REFUSED.
           MOVE SPACES TO WS-APPROVAL-LINE.
           MOVE WOA-NOMINATION-TOTAL-LINE TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.

       QUEUE-ONE-NOMINATION.
           MOVE NT-ITEM-NUMBER(NOMINATION-IDX) TO LOOKUP-ITEM-NUMBER.
           PERFORM FIND-LIVE-QUEUE-ENTRY.
           IF QUEUE-ENTRY-FOUND
               MOVE 'ALREADY ON THE QUEUE' TO
                   NT-REFUSAL(NOMINATION-IDX)
           ELSE
               IF QUEUE-ENTRY-COUNT NOT < MAX-QUEUE-ENTRIES
                   MOVE 'WRITE-OFF QUEUE IS FULL' TO
                       NT-REFUSAL(NOMINATION-IDX)
               ELSE
                   PERFORM ADD-QUEUE-ENTRY
               END-IF
           END-IF.

       ADD-QUEUE-ENTRY.
           ADD 1 TO QUEUE-ENTRY-COUNT.
           MOVE QUEUE-ENTRY-COUNT TO QUEUE-IDX.
           MOVE NT-ITEM-NUMBER(NOMINATION-IDX) TO
               QT-ITEM-NUMBER(QUEUE-IDX).
           MOVE NT-CUST-NUMBER(NOMINATION-IDX) TO
               QT-CUST-NUMBER(QUEUE-IDX).
           MOVE NT-INV-DATE(NOMINATION-IDX) TO QT-INV-DATE(QUEUE-IDX).
           MOVE NT-AMOUNT(NOMINATION-IDX) TO QT-AMOUNT(QUEUE-IDX).
           MOVE NT-CURRENCY(NOMINATION-IDX) TO QT-CURRENCY(QUEUE-IDX).
           MOVE NT-HOME-AMOUNT(NOMINATION-IDX) TO
               QT-HOME-AMOUNT(QUEUE-IDX).
           MOVE 'Q' TO QT-STATUS(QUEUE-IDX).
           IF NT-HOME-AMOUNT(NOMINATION-IDX) > SECOND-APPROVAL-LIMIT
               MOVE 'Y' TO QT-SECOND-SW(QUEUE-IDX)
           ELSE
               MOVE 'N' TO QT-SECOND-SW(QUEUE-IDX)
           END-IF.
           MOVE NT-REASON(NOMINATION-IDX) TO QT-REASON(QUEUE-IDX).
           MOVE NT-REQUESTED-BY(NOMINATION-IDX) TO
               QT-REQUESTED-BY(QUEUE-IDX).
           MOVE TODAY-DATE TO QT-REQUESTED-DATE(QUEUE-IDX).
           MOVE SPACES TO QT-APPROVER-1(QUEUE-IDX).
           MOVE ZERO TO QT-APPROVED-1-DATE(QUEUE-IDX).
           MOVE SPACES TO QT-APPROVER-2(QUEUE-IDX).
           MOVE ZERO TO QT-APPROVED-2-DATE(QUEUE-IDX).
           MOVE SPACES TO QT-CLOSED-BY(QUEUE-IDX).
           MOVE ZERO TO QT-CLOSED-DATE(QUEUE-IDX).
           MOVE SPACES TO QT-RUN-ID(QUEUE-IDX).
           MOVE 'QUEUED' TO NT-STATUS(NOMINATION-IDX).
           ADD 1 TO QUEUED-COUNT.

      * sets QUEUE-ENTRY-FOUND and FOUND-QUEUE-IDX for the entry of
      * LOOKUP-ITEM-NUMBER still waiting or approved - an item has
      * at most one
       FIND-LIVE-QUEUE-ENTRY.
           MOVE 'N' TO QUEUE-FOUND-SW.
           MOVE ZERO TO FOUND-QUEUE-IDX.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-ENTRY-COUNT
                   OR QUEUE-ENTRY-FOUND
               IF QT-ITEM-NUMBER(QUEUE-IDX) = LOOKUP-ITEM-NUMBER
                   AND (QT-STATUS(QUEUE-IDX) = 'Q'
                       OR QT-STATUS(QUEUE-IDX) = 'P'
                       OR QT-STATUS(QUEUE-IDX) = 'A')
                   MOVE 'Y' TO QUEUE-FOUND-SW
                   MOVE QUEUE-IDX TO FOUND-QUEUE-IDX
               END-IF
           END-PERFORM.

      * the supervisor's decision cards, applied to the queue in
      * the order keyed, each listed with what became of it
       APPLY-DECISIONS.
           MOVE SPACES TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE WOA-DECISION-TITLE TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE SPACES TO WS-APPROVAL-LINE.
           MOVE WOA-DECISION-HEAD TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           OPEN INPUT DECISION-FILE.
           PERFORM UNTIL DECISION-EOF = 'Y'
               READ DECISION-FILE
                   AT END
                       MOVE 'Y' TO DECISION-EOF
                   NOT AT END
                       ADD 1 TO DECISION-READ-COUNT
                       PERFORM APPLY-ONE-DECISION
               END-READ
           END-PERFORM.
           CLOSE DECISION-FILE.
           MOVE APPROVED-COUNT TO WOA-T-APPROVED.
           MOVE PART-APPROVED-COUNT TO WOA-T-PART-APPROVED.
           MOVE REJECTED-COUNT TO WOA-T-REJECTED.
           MOVE DECISION-REJECT-COUNT TO WOA-T-DEC-REFUSED.
           MOVE SPACES TO WS-APPROVAL-LINE.
           MOVE WOA-DECISION-TOTAL-LINE TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.

      * one card: its fields checked, the queue entry it names
      * looked up, then approved or rejected. an approval is
      * refused from the credit controller who asked for it, and
      * a second approval from the supervisor who gave the first
       APPLY-ONE-DECISION.
           MOVE SPACES TO DECISION-REJECT-REASON.
           MOVE 'REFUSED' TO DECISION-STATUS.
           MOVE ZERO TO FOUND-QUEUE-IDX.
           IF WDC-ACTION NOT = 'A' AND WDC-ACTION NOT = 'X'
               MOVE 'UNKNOWN ACTION' TO DECISION-REJECT-REASON
           ELSE
               IF WDC-ITEM-NUMBER IS NOT NUMERIC
                   MOVE 'ITEM NUMBER MUST BE NUMERIC' TO
                       DECISION-REJECT-REASON
               ELSE
                   MOVE WDC-ITEM-NUMBER TO LOOKUP-ITEM-NUMBER
                   PERFORM FIND-LIVE-QUEUE-ENTRY
                   IF NOT QUEUE-ENTRY-FOUND
                       MOVE 'NOT WAITING ON APPROVAL' TO
                           DECISION-REJECT-REASON
                   ELSE
                       IF QT-STATUS(FOUND-QUEUE-IDX) = 'A'
                           MOVE 'ALREADY APPROVED' TO
                               DECISION-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF DECISION-REJECT-REASON = SPACES
               IF WDC-ACTION = 'X'
                   PERFORM REJECT-QUEUE-ENTRY
               ELSE
                   PERFORM APPROVE-QUEUE-ENTRY
               END-IF
           END-IF.
           IF DECISION-REJECT-REASON NOT = SPACES
               ADD 1 TO DECISION-REJECT-COUNT
           END-IF.
           MOVE WDC-ACTION TO WOA-D-ACTION.
           MOVE WDC-ITEM-NUMBER TO WOA-D-ITEM-NUMBER.
           IF FOUND-QUEUE-IDX > ZERO
               MOVE QT-CUST-NUMBER(FOUND-QUEUE-IDX) TO
                   WOA-D-CUST-NUMBER
               MOVE QT-HOME-AMOUNT(FOUND-QUEUE-IDX) TO
                   WOA-D-HOME-AMOUNT
           ELSE
               MOVE ZERO TO WOA-D-CUST-NUMBER
               MOVE ZERO TO WOA-D-HOME-AMOUNT
           END-IF.
           MOVE DECISION-STATUS TO WOA-D-STATUS.
           MOVE DECISION-REJECT-REASON TO WOA-D-REASON.
           IF DECISION-STATUS = 'PART-APPR'
               MOVE 'NEEDS A SECOND APPROVER' TO WOA-D-REASON
           END-IF.
           MOVE SPACES TO WS-APPROVAL-LINE.
           MOVE WOA-DECISION-LINE TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.

       REJECT-QUEUE-ENTRY.
           MOVE 'X' TO QT-STATUS(FOUND-QUEUE-IDX).
           MOVE OAUTH-OPERATOR-ID TO QT-CLOSED-BY(FOUND-QUEUE-IDX).
           MOVE TODAY-DATE TO QT-CLOSED-DATE(FOUND-QUEUE-IDX).
           MOVE 'REJECTED' TO DECISION-STATUS.
           ADD 1 TO REJECTED-COUNT.

       APPROVE-QUEUE-ENTRY.
           IF OAUTH-OPERATOR-ID = QT-REQUESTED-BY(FOUND-QUEUE-IDX)
               MOVE 'MAY NOT APPROVE OWN REQUEST' TO
                   DECISION-REJECT-REASON
           ELSE
               IF QT-STATUS(FOUND-QUEUE-IDX) = 'P'
                   IF OAUTH-OPERATOR-ID =
                           QT-APPROVER-1(FOUND-QUEUE-IDX)
                       MOVE 'SECOND APPROVER MUST DIFFER' TO
                           DECISION-REJECT-REASON
                   ELSE
                       MOVE OAUTH-OPERATOR-ID TO
                           QT-APPROVER-2(FOUND-QUEUE-IDX)
                       MOVE TODAY-DATE TO
                           QT-APPROVED-2-DATE(FOUND-QUEUE-IDX)
                       MOVE 'A' TO QT-STATUS(FOUND-QUEUE-IDX)
                       MOVE 'APPROVED' TO DECISION-STATUS
                       ADD 1 TO APPROVED-COUNT
                   END-IF
               ELSE
                   MOVE OAUTH-OPERATOR-ID TO
                       QT-APPROVER-1(FOUND-QUEUE-IDX)
                   MOVE TODAY-DATE TO
                       QT-APPROVED-1-DATE(FOUND-QUEUE-IDX)
                   IF QT-SECOND-SW(FOUND-QUEUE-IDX) = 'Y'
                       MOVE 'P' TO QT-STATUS(FOUND-QUEUE-IDX)
                       MOVE 'PART-APPR' TO DECISION-STATUS
                       ADD 1 TO PART-APPROVED-COUNT
                   ELSE
                       MOVE 'A' TO QT-STATUS(FOUND-QUEUE-IDX)
                       MOVE 'APPROVED' TO DECISION-STATUS
                       ADD 1 TO APPROVED-COUNT
                   END-IF
               END-IF
           END-IF.

       REWRITE-WRITE-OFF-QUEUE.
           OPEN OUTPUT WRITE-OFF-QUEUE.
           IF WS-FS-WRITE-OFF-QUEUE NOT = '00'
               AND WS-FS-WRITE-OFF-QUEUE NOT = '05'
               MOVE 'WRITE-OFF-QUEUE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-WRITE-OFF-QUEUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-ENTRY-COUNT
               MOVE SPACES TO WRITE-OFF-QUEUE-RECORD
               MOVE QT-ITEM-NUMBER(QUEUE-IDX) TO WQ-ITEM-NUMBER
               MOVE QT-CUST-NUMBER(QUEUE-IDX) TO WQ-CUST-NUMBER
               MOVE QT-INV-DATE(QUEUE-IDX) TO WQ-INV-DATE
               MOVE QT-AMOUNT(QUEUE-IDX) TO WQ-AMOUNT
               MOVE QT-CURRENCY(QUEUE-IDX) TO WQ-CURRENCY
               MOVE QT-HOME-AMOUNT(QUEUE-IDX) TO WQ-HOME-AMOUNT
               MOVE QT-STATUS(QUEUE-IDX) TO WQ-STATUS
               MOVE QT-SECOND-SW(QUEUE-IDX) TO WQ-SECOND-SW
               MOVE QT-REASON(QUEUE-IDX) TO WQ-REASON
               MOVE QT-REQUESTED-BY(QUEUE-IDX) TO WQ-REQUESTED-BY
               MOVE QT-REQUESTED-DATE(QUEUE-IDX) TO WQ-REQUESTED-DATE
               MOVE QT-APPROVER-1(QUEUE-IDX) TO WQ-APPROVER-1
               MOVE QT-APPROVED-1-DATE(QUEUE-IDX) TO
                   WQ-APPROVED-1-DATE
               MOVE QT-APPROVER-2(QUEUE-IDX) TO WQ-APPROVER-2
               MOVE QT-APPROVED-2-DATE(QUEUE-IDX) TO
                   WQ-APPROVED-2-DATE
               MOVE QT-CLOSED-BY(QUEUE-IDX) TO WQ-CLOSED-BY
               MOVE QT-CLOSED-DATE(QUEUE-IDX) TO WQ-CLOSED-DATE
               MOVE QT-RUN-ID(QUEUE-IDX) TO WQ-RUN-ID
               WRITE WRITE-OFF-QUEUE-RECORD
               IF WS-FS-WRITE-OFF-QUEUE NOT = '00'
                   MOVE 'WRITE-OFF-QUEUE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-WRITE-OFF-QUEUE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE WRITE-OFF-QUEUE.

      * everything still waiting on a supervisor, or approved and
      * waiting on tonight's WriteOff step
       PRINT-WAITING-ENTRIES.
           MOVE SPACES TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE WOA-WAITING-TITLE TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           MOVE SPACES TO WS-APPROVAL-LINE.
           MOVE WOA-WAITING-HEAD TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-ENTRY-COUNT
               IF QT-STATUS(QUEUE-IDX) = 'Q'
                   OR QT-STATUS(QUEUE-IDX) = 'P'
                   OR QT-STATUS(QUEUE-IDX) = 'A'
                   MOVE QT-ITEM-NUMBER(QUEUE-IDX) TO WOA-W-ITEM-NUMBER
                   MOVE QT-CUST-NUMBER(QUEUE-IDX) TO WOA-W-CUST-NUMBER
                   MOVE QT-INV-DATE(QUEUE-IDX) TO WOA-W-INV-DATE
                   MOVE QT-HOME-AMOUNT(QUEUE-IDX) TO WOA-W-HOME-AMOUNT
                   MOVE QT-STATUS(QUEUE-IDX) TO WOA-W-STATUS
                   MOVE QT-REQUESTED-BY(QUEUE-IDX) TO
                       WOA-W-REQUESTED-BY
                   MOVE QT-APPROVER-1(QUEUE-IDX) TO WOA-W-APPROVER-1
                   MOVE QT-REASON(QUEUE-IDX) TO WOA-W-REASON
                   MOVE SPACES TO WS-APPROVAL-LINE
                   MOVE WOA-WAITING-LINE TO WS-APPROVAL-LINE
                   PERFORM WRITE-APPROVAL-LINE
                   ADD 1 TO WAITING-COUNT
                   ADD QT-HOME-AMOUNT(QUEUE-IDX) TO WAITING-HOME-TOT
               END-IF
           END-PERFORM.
           MOVE WAITING-COUNT TO WOA-WT-COUNT.
           MOVE WAITING-HOME-TOT TO WOA-WT-HOME.
           MOVE SPACES TO WS-APPROVAL-LINE.
           MOVE WOA-WAITING-TOTAL-LINE TO WS-APPROVAL-LINE.
           PERFORM WRITE-APPROVAL-LINE.

       WRITE-APPROVAL-LINE.
           MOVE WS-APPROVAL-LINE TO APPROVAL-REPORT-OUT.
           WRITE APPROVAL-REPORT-OUT.
           IF WS-FS-APPROVAL-REPORT NOT = '00'
               MOVE 'APPROVAL-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-APPROVAL-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM WoApprove.
