      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: credit control's side of the credit-review queue.
      *          InvoicePrint parks an account on credit hold, or
      *          one the night's invoice would take over its limit,
      *          on crqueue.dat (see CRQUEUE.cpy) instead of the
      *          ledger. This reads credit control's decisions
      *          (crdecn.dat) - release or cancel, by queue number -
      *          and applies them: a released entry's priced lines
      *          go to crrel.dat for the next InvoicePrint run to
      *          invoice, a cancelled entry is never invoiced - its
      *          lines go to crcanc.dat instead, for that run to
      *          take back off the books what the pricing run put
      *          on them (tax ledger and GL sales/output tax). Every
      *          decision applied or refused goes on the review
      *          report (crrevw.rpt) with the operator stamped on
      *          it, followed by everything still waiting on the
      *          queue. Supervisor only - releasing credit is credit
      *          control's call, not the operations desk's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CreditReview.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * credit control's decisions - one card per queue entry
      * released or cancelled. OPTIONAL so a run with no cards just
      * lists the queue
           SELECT OPTIONAL DECISION-FILE ASSIGN TO 'crdecn.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DECISION-FILE.

      * the queue, swept in key order and rewritten in place as the
      * decisions apply
           SELECT CREDIT-QUEUE ASSIGN TO 'crqueue.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRQ-KEY
           FILE STATUS IS WS-FS-CREDIT-QUEUE.

      * released lines, appended for the next InvoicePrint run in
      * the prcdetl.dat layout - that run empties it again
           SELECT OPTIONAL RELEASED-DETAIL-FILE ASSIGN TO 'crrel.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELEASED-DETAIL.

      * cancelled lines, appended the same way - the next
      * InvoicePrint run reverses their tax and GL postings, then
      * empties it
           SELECT OPTIONAL CANCELLED-DETAIL-FILE ASSIGN TO 'crcanc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CANCELLED-DETAIL.

           SELECT REVIEW-REPORT-FILE ASSIGN TO 'crrevw.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REVIEW-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one decision card:
      *   CRD-ACTION   'R' - release queue entry CRD-QUEUE-NO to be
      *                      invoiced on the next run
      *                'X' - cancel it - its lines are never
      *                      invoiced, and their tax and sales
      *                      come back off on the next run
       FD DECISION-FILE.
       01 DECISION-RECORD.
           03 CRD-ACTION PIC X.
           03 CRD-QUEUE-NO PIC 9(6).

      * keyed by queue number and line - see CRQUEUE.cpy
       FD CREDIT-QUEUE.

       COPY CRQUEUE.

      * one released line - see PRCDETL.cpy
       FD RELEASED-DETAIL-FILE.

       COPY PRCDETL.

      * one cancelled line, PRCDETL.cpy layout
       FD CANCELLED-DETAIL-FILE.
       01 CANCELLED-DETAIL-RECORD PIC X(55).

       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-DECISION-FILE PIC XX VALUE '00'.
       01 WS-FS-CREDIT-QUEUE PIC XX VALUE '00'.
       01 WS-FS-RELEASED-DETAIL PIC XX VALUE '00'.
       01 WS-FS-CANCELLED-DETAIL PIC XX VALUE '00'.
       01 WS-FS-REVIEW-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - who is running this, and
      * what they are allowed to do. releasing or cancelling a held
      * invoice needs level 3
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'CreditReview'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to FileLock.cbl - the chain holds the
      * queue's lock all night while InvoicePrint adds to it and
      * empties the released lines, and this program backs off
      * rather than collide. the one lock covers crrel.dat and
      * crcanc.dat too
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20).
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'CreditReview'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'CreditReview'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 DECISION-EOF PIC X VALUE 'N'.
       01 QUEUE-EOF PIC X VALUE 'N'.
       01 DECISION-READ-COUNT PIC 9(7) VALUE ZERO.
       01 DECISION-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 RELEASED-COUNT PIC 9(5) VALUE ZERO.
       01 CANCELLED-COUNT PIC 9(5) VALUE ZERO.

      * today's date, stamped on every entry decided this run
       01 TODAY-DATE PIC 9(8) VALUE ZERO.

      * the run's decision cards, held whole so one sweep of the
      * queue applies them all. DT-STATUS starts as the refusal a
      * card gets if the sweep never finds its entry, and becomes
      * RELEASED / CANCELLED as the sweep applies it
       77 MAX-DECISIONS PIC 9(3) VALUE 200.
       01 DECISION-CONTROLS.
           03 DECISION-COUNT PIC 9(3) VALUE ZERO.
           03 DECISION-IDX PIC 9(3) VALUE ZERO.
           03 DECISION-FOUND-SW PIC X VALUE 'N'.
               88 DECISION-WAS-FOUND VALUE 'Y'.
       01 DECISION-TABLE.
           03 DECISION-ENTRY OCCURS 200 TIMES.
               05 DT-ACTION PIC X.
               05 DT-QUEUE-NO PIC 9(6).
               05 DT-CUST-NUMBER PIC 9(6).
               05 DT-LINES PIC 9(3).
               05 DT-NET PIC 9(9)V99.
               05 DT-STATUS PIC X(9).
               05 DT-REASON PIC X(30).
               05 DT-VALID-SW PIC X.
                   88 DT-IS-VALID VALUE 'Y'.

      * the queue entry the sweep is in the middle of - one listing
      * line per entry still waiting, printed as its queue number
      * changes
       01 WAITING-CONTROLS.
           03 WAIT-QUEUE-NO PIC 9(6) VALUE ZERO.
           03 WAIT-CUST-NUMBER PIC 9(6) VALUE ZERO.
           03 WAIT-QUEUED-DATE PIC 9(8) VALUE ZERO.
           03 WAIT-REASON PIC X(2) VALUE SPACES.
           03 WAIT-OPEN-BALANCE PIC S9(9)V99 VALUE ZERO.
           03 WAIT-CREDIT-LIMIT PIC 9(9)V99 VALUE ZERO.
           03 WAIT-LINES PIC 9(3) VALUE ZERO.
           03 WAIT-GROSS PIC 9(9)V99 VALUE ZERO.
           03 WAITING-COUNT PIC 9(5) VALUE ZERO.
           03 WAITING-GROSS-TOT PIC 9(9)V99 VALUE ZERO.

      * print lines for the review report
       01 REV-TITLE-LINE PIC X(44)
           VALUE 'CREDIT REVIEW - THIS RUN'.
       01 REV-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 REV-O-OPERATOR PIC X(8).
           03 FILLER PIC X(8) VALUE '  DATE: '.
           03 REV-O-DATE PIC 9(8).
       01 REV-DECISION-HEAD.
           03 FILLER PIC X(20) VALUE 'A QUEUE  CUSTOMER LI'.
           03 FILLER PIC X(20) VALUE 'NES          NET  ST'.
           03 FILLER PIC X(20) VALUE 'ATUS    REASON      '.
       01 REV-DECISION-LINE.
           03 REV-D-ACTION PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 REV-D-QUEUE-NO PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 REV-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 REV-D-LINES PIC ZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 REV-D-NET PIC Z(8)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 REV-D-STATUS PIC X(9).
           03 FILLER PIC X VALUE SPACE.
           03 REV-D-REASON PIC X(30).
       01 REV-WAITING-TITLE PIC X(44)
           VALUE 'STILL WAITING ON CREDIT CONTROL'.
       01 REV-WAITING-HEAD.
           03 FILLER PIC X(20) VALUE 'QUEUE  CUSTOMER QUEU'.
           03 FILLER PIC X(20) VALUE 'ED   LINES        GR'.
           03 FILLER PIC X(20) VALUE 'OSS   OPEN BALANCE  '.
           03 FILLER PIC X(20) VALUE '   LIMIT REASON     '.
       01 REV-WAITING-LINE.
           03 REV-W-QUEUE-NO PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 REV-W-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 REV-W-QUEUED-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 REV-W-LINES PIC ZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 REV-W-GROSS PIC Z(8)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 REV-W-OPEN-BALANCE PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 REV-W-LIMIT PIC Z(8)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 REV-W-REASON PIC X(2).
       01 REV-TOTAL-LINE.
           03 FILLER PIC X(11) VALUE 'RELEASED:  '.
           03 REV-T-RELEASED PIC ZZZZ9.
           03 FILLER PIC X(14) VALUE '   CANCELLED: '.
           03 REV-T-CANCELLED PIC ZZZZ9.
           03 FILLER PIC X(13) VALUE '   REFUSED:  '.
           03 REV-T-REFUSED PIC Z(6)9.
       01 REV-WAITING-TOTAL-LINE.
           03 FILLER PIC X(17) VALUE 'ENTRIES WAITING: '.
           03 REV-WT-COUNT PIC ZZZZ9.
           03 FILLER PIC X(14) VALUE '   GROSS:     '.
           03 REV-WT-GROSS PIC Z(8)9.99.
       01 WS-REVIEW-LINE PIC X(80).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "CreditReview - sign-on refused, "
                   "nothing decided"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OAUTH-LEVEL < 3
               DISPLAY "CreditReview - operator level "
                   OAUTH-LEVEL " may not decide credit - "
                   "releasing held invoices needs level 3"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'L' TO FLCK-ACTION.
           MOVE 'crqueue.dat' TO FLCK-LOCK-NAME.
           MOVE 'CreditReview' TO FLCK-HOLDER-NAME.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           IF FLCK-RETURN-CODE NOT = ZERO
               DISPLAY "CreditReview - crqueue.dat is in use by "
                   FLCK-HOLDER-NAME
                   " - nothing decided, try again later"
               MOVE 7 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-DECISIONS.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           IF WS-FS-REVIEW-REPORT NOT = '00'
               MOVE 'REVIEW-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-REVIEW-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-REVIEW-LINE.
           MOVE REV-TITLE-LINE TO WS-REVIEW-LINE.
           PERFORM WRITE-REVIEW-LINE.
           MOVE OAUTH-OPERATOR-ID TO REV-O-OPERATOR.
           MOVE TODAY-DATE TO REV-O-DATE.
           MOVE SPACES TO WS-REVIEW-LINE.
           MOVE REV-OPERATOR-LINE TO WS-REVIEW-LINE.
           PERFORM WRITE-REVIEW-LINE.

           PERFORM SWEEP-CREDIT-QUEUE.
           PERFORM PRINT-DECISIONS.
           PERFORM PRINT-WAITING-TOTALS.

           CLOSE REVIEW-REPORT-FILE.
           MOVE 'U' TO FLCK-ACTION.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           DISPLAY "Decisions read: " DECISION-READ-COUNT.
           DISPLAY "Released: " RELEASED-COUNT
               "  Cancelled: " CANCELLED-COUNT
               "  Refused: " DECISION-REJECT-COUNT.
           DISPLAY "Entries still waiting: " WAITING-COUNT.

           MOVE DECISION-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE DECISION-REJECT-COUNT TO RSUM-RECORDS-REJECTED.
           IF DECISION-REJECT-COUNT > ZERO
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

      * the decision cards into storage - a card with an unknown
      * action is refused here, before the sweep ever sees it
       LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE.
           PERFORM UNTIL DECISION-EOF = 'Y'
               READ DECISION-FILE
                   AT END
                       MOVE 'Y' TO DECISION-EOF
                   NOT AT END
                       ADD 1 TO DECISION-READ-COUNT
                       PERFORM LOAD-ONE-DECISION
               END-READ
           END-PERFORM.
           CLOSE DECISION-FILE.

       LOAD-ONE-DECISION.
           IF DECISION-COUNT < MAX-DECISIONS
               ADD 1 TO DECISION-COUNT
               MOVE DECISION-COUNT TO DECISION-IDX
               MOVE CRD-ACTION TO DT-ACTION(DECISION-IDX)
               MOVE CRD-QUEUE-NO TO DT-QUEUE-NO(DECISION-IDX)
               MOVE ZERO TO DT-CUST-NUMBER(DECISION-IDX)
               MOVE ZERO TO DT-LINES(DECISION-IDX)
               MOVE ZERO TO DT-NET(DECISION-IDX)
               MOVE 'REFUSED' TO DT-STATUS(DECISION-IDX)
               MOVE 'N' TO DT-VALID-SW(DECISION-IDX)
               IF CRD-ACTION NOT = 'R' AND CRD-ACTION NOT = 'X'
                   MOVE 'UNKNOWN ACTION' TO DT-REASON(DECISION-IDX)
               ELSE
                   IF CRD-QUEUE-NO IS NOT NUMERIC
                       MOVE 'QUEUE NUMBER MUST BE NUMERIC' TO
                           DT-REASON(DECISION-IDX)
                   ELSE
                       MOVE 'NOT ON QUEUE' TO DT-REASON(DECISION-IDX)
                       MOVE 'Y' TO DT-VALID-SW(DECISION-IDX)
                   END-IF
               END-IF
           ELSE
               DISPLAY "*** More than " MAX-DECISIONS
                   " decisions this run - the rest ignored ***"
               ADD 1 TO DECISION-REJECT-COUNT
           END-IF.

      * one pass of the queue in key order: each entry's lines are
      * released or cancelled per the card naming its queue number,
      * and whatever is left waiting is listed as its entry ends
       SWEEP-CREDIT-QUEUE.
           OPEN I-O CREDIT-QUEUE.
           IF WS-FS-CREDIT-QUEUE = '35'
               DISPLAY "CreditReview - no credit-review queue yet"
               MOVE 'Y' TO QUEUE-EOF
           ELSE
               IF WS-FS-CREDIT-QUEUE NOT = '00'
                   MOVE 'CREDIT-QUEUE' TO ALOG-FILE-NAME
                   MOVE 'OPEN' TO ALOG-OPERATION
                   MOVE WS-FS-CREDIT-QUEUE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
               OPEN EXTEND RELEASED-DETAIL-FILE
               IF WS-FS-RELEASED-DETAIL = '35'
                   OPEN OUTPUT RELEASED-DETAIL-FILE
               END-IF
               IF WS-FS-RELEASED-DETAIL NOT = '00'
                   AND WS-FS-RELEASED-DETAIL NOT = '05'
                   MOVE 'RELEASED-DETAIL-FILE' TO ALOG-FILE-NAME
                   MOVE 'OPEN' TO ALOG-OPERATION
                   MOVE WS-FS-RELEASED-DETAIL TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
               OPEN EXTEND CANCELLED-DETAIL-FILE
               IF WS-FS-CANCELLED-DETAIL = '35'
                   OPEN OUTPUT CANCELLED-DETAIL-FILE
               END-IF
               IF WS-FS-CANCELLED-DETAIL NOT = '00'
                   AND WS-FS-CANCELLED-DETAIL NOT = '05'
                   MOVE 'CANCELLED-DETAIL' TO ALOG-FILE-NAME
                   MOVE 'OPEN' TO ALOG-OPERATION
                   MOVE WS-FS-CANCELLED-DETAIL TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-IF.
           MOVE SPACES TO WS-REVIEW-LINE.
           PERFORM WRITE-REVIEW-LINE.
           MOVE REV-WAITING-TITLE TO WS-REVIEW-LINE.
           PERFORM WRITE-REVIEW-LINE.
           MOVE SPACES TO WS-REVIEW-LINE.
           MOVE REV-WAITING-HEAD TO WS-REVIEW-LINE.
           PERFORM WRITE-REVIEW-LINE.
           PERFORM UNTIL QUEUE-EOF = 'Y'
               READ CREDIT-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO QUEUE-EOF
                   NOT AT END
                       PERFORM REVIEW-ONE-QUEUE-LINE
               END-READ
           END-PERFORM.
           PERFORM PRINT-WAITING-ENTRY.
           IF WS-FS-CREDIT-QUEUE NOT = '35'
               CLOSE CREDIT-QUEUE
               CLOSE RELEASED-DETAIL-FILE
               CLOSE CANCELLED-DETAIL-FILE
           END-IF.

      * one queued line: a new queue number ends the entry before
      * it on the waiting list; a decision card for the entry
      * applies to every line still queued under it
       REVIEW-ONE-QUEUE-LINE.
           IF CRQ-QUEUE-NO NOT = WAIT-QUEUE-NO
               PERFORM PRINT-WAITING-ENTRY
           END-IF.
           IF CRQ-IS-QUEUED
               MOVE CRQ-PRICED-DETAIL TO PRICED-DETAIL-RECORD
               PERFORM FIND-DECISION
               IF DECISION-WAS-FOUND
                   PERFORM APPLY-DECISION-TO-LINE
               ELSE
                   PERFORM ADD-TO-WAITING-ENTRY
               END-IF
           ELSE
               PERFORM FIND-DECISION
               IF DECISION-WAS-FOUND
                   AND DT-STATUS(DECISION-IDX) = 'REFUSED'
                   MOVE 'ALREADY DECIDED' TO DT-REASON(DECISION-IDX)
               END-IF
           END-IF.

      * sets DECISION-WAS-FOUND and DECISION-IDX for the card naming
      * this line's queue number
       FIND-DECISION.
           MOVE 'N' TO DECISION-FOUND-SW.
           PERFORM VARYING DECISION-IDX FROM 1 BY 1
                   UNTIL DECISION-IDX > DECISION-COUNT
                   OR DECISION-WAS-FOUND
               IF DT-IS-VALID(DECISION-IDX)
                   AND DT-QUEUE-NO(DECISION-IDX) = CRQ-QUEUE-NO
                   MOVE 'Y' TO DECISION-FOUND-SW
               END-IF
           END-PERFORM.
           IF DECISION-WAS-FOUND
               SUBTRACT 1 FROM DECISION-IDX
           END-IF.

      * the card's decision onto one queued line - stamped with who
      * and when, a released line copied out for invoicing and a
      * cancelled one for its reversal
       APPLY-DECISION-TO-LINE.
           IF DT-STATUS(DECISION-IDX) = 'REFUSED'
               MOVE CRQ-CUST-NUMBER TO DT-CUST-NUMBER(DECISION-IDX)
               MOVE SPACES TO DT-REASON(DECISION-IDX)
               IF DT-ACTION(DECISION-IDX) = 'R'
                   MOVE 'RELEASED' TO DT-STATUS(DECISION-IDX)
                   ADD 1 TO RELEASED-COUNT
               ELSE
                   MOVE 'CANCELLED' TO DT-STATUS(DECISION-IDX)
                   ADD 1 TO CANCELLED-COUNT
               END-IF
           END-IF.
           ADD 1 TO DT-LINES(DECISION-IDX).
           ADD PD-PRICED-AMOUNT TO DT-NET(DECISION-IDX).
           MOVE DT-ACTION(DECISION-IDX) TO CRQ-STATUS.
           MOVE OAUTH-OPERATOR-ID TO CRQ-DECIDED-BY.
           MOVE TODAY-DATE TO CRQ-DECIDED-DATE.
           REWRITE CREDIT-QUEUE-RECORD.
           IF WS-FS-CREDIT-QUEUE NOT = '00'
               MOVE 'CREDIT-QUEUE' TO ALOG-FILE-NAME
               MOVE 'REWRITE' TO ALOG-OPERATION
               MOVE WS-FS-CREDIT-QUEUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           IF CRQ-IS-RELEASED
               WRITE PRICED-DETAIL-RECORD
               IF WS-FS-RELEASED-DETAIL NOT = '00'
                   MOVE 'RELEASED-DETAIL-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-RELEASED-DETAIL TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-IF.
           IF CRQ-IS-CANCELLED
               WRITE CANCELLED-DETAIL-RECORD FROM PRICED-DETAIL-RECORD
               IF WS-FS-CANCELLED-DETAIL NOT = '00'
                   MOVE 'CANCELLED-DETAIL' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-CANCELLED-DETAIL TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-IF.

      * a line nobody decided on stays queued - counted into its
      * entry's line on the waiting list
       ADD-TO-WAITING-ENTRY.
           IF WAIT-LINES = ZERO
               MOVE CRQ-QUEUE-NO TO WAIT-QUEUE-NO
               MOVE CRQ-CUST-NUMBER TO WAIT-CUST-NUMBER
               MOVE CRQ-QUEUED-DATE TO WAIT-QUEUED-DATE
               MOVE CRQ-REASON TO WAIT-REASON
               MOVE CRQ-OPEN-BALANCE TO WAIT-OPEN-BALANCE
               MOVE CRQ-CREDIT-LIMIT TO WAIT-CREDIT-LIMIT
           END-IF.
           ADD 1 TO WAIT-LINES.
           ADD PD-PRICED-AMOUNT PD-TAX-AMOUNT TO WAIT-GROSS.

      * the entry just ended onto the waiting list, if any of its
      * lines are still queued
       PRINT-WAITING-ENTRY.
           IF WAIT-LINES > ZERO
               MOVE WAIT-QUEUE-NO TO REV-W-QUEUE-NO
               MOVE WAIT-CUST-NUMBER TO REV-W-CUST-NUMBER
               MOVE WAIT-QUEUED-DATE TO REV-W-QUEUED-DATE
               MOVE WAIT-LINES TO REV-W-LINES
               MOVE WAIT-GROSS TO REV-W-GROSS
               MOVE WAIT-OPEN-BALANCE TO REV-W-OPEN-BALANCE
               MOVE WAIT-CREDIT-LIMIT TO REV-W-LIMIT
               MOVE WAIT-REASON TO REV-W-REASON
               MOVE SPACES TO WS-REVIEW-LINE
               MOVE REV-WAITING-LINE TO WS-REVIEW-LINE
               PERFORM WRITE-REVIEW-LINE
               ADD 1 TO WAITING-COUNT
               ADD WAIT-GROSS TO WAITING-GROSS-TOT
           END-IF.
           MOVE CRQ-QUEUE-NO TO WAIT-QUEUE-NO.
           MOVE ZERO TO WAIT-LINES.
           MOVE ZERO TO WAIT-GROSS.

      * every card with what became of it - applied, or refused and
      * why
       PRINT-DECISIONS.
           MOVE SPACES TO WS-REVIEW-LINE.
           PERFORM WRITE-REVIEW-LINE.
           MOVE REV-DECISION-HEAD TO WS-REVIEW-LINE.
           PERFORM WRITE-REVIEW-LINE.
           PERFORM VARYING DECISION-IDX FROM 1 BY 1
                   UNTIL DECISION-IDX > DECISION-COUNT
               IF DT-STATUS(DECISION-IDX) = 'REFUSED'
                   ADD 1 TO DECISION-REJECT-COUNT
               END-IF
               MOVE DT-ACTION(DECISION-IDX) TO REV-D-ACTION
               MOVE DT-QUEUE-NO(DECISION-IDX) TO REV-D-QUEUE-NO
               MOVE DT-CUST-NUMBER(DECISION-IDX) TO
                   REV-D-CUST-NUMBER
               MOVE DT-LINES(DECISION-IDX) TO REV-D-LINES
               MOVE DT-NET(DECISION-IDX) TO REV-D-NET
               MOVE DT-STATUS(DECISION-IDX) TO REV-D-STATUS
               MOVE DT-REASON(DECISION-IDX) TO REV-D-REASON
               MOVE SPACES TO WS-REVIEW-LINE
               MOVE REV-DECISION-LINE TO WS-REVIEW-LINE
               PERFORM WRITE-REVIEW-LINE
           END-PERFORM.
           MOVE RELEASED-COUNT TO REV-T-RELEASED.
           MOVE CANCELLED-COUNT TO REV-T-CANCELLED.
           MOVE DECISION-REJECT-COUNT TO REV-T-REFUSED.
           MOVE SPACES TO WS-REVIEW-LINE.
           MOVE REV-TOTAL-LINE TO WS-REVIEW-LINE.
           PERFORM WRITE-REVIEW-LINE.

       PRINT-WAITING-TOTALS.
           MOVE WAITING-COUNT TO REV-WT-COUNT.
           MOVE WAITING-GROSS-TOT TO REV-WT-GROSS.
           MOVE SPACES TO WS-REVIEW-LINE.
           MOVE REV-WAITING-TOTAL-LINE TO WS-REVIEW-LINE.
           PERFORM WRITE-REVIEW-LINE.

       WRITE-REVIEW-LINE.
           MOVE WS-REVIEW-LINE TO REVIEW-REPORT-OUT.
           WRITE REVIEW-REPORT-OUT.
           IF WS-FS-REVIEW-REPORT NOT = '00'
               MOVE 'REVIEW-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-REVIEW-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM CreditReview.
