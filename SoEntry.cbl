      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: sales order entry. Until now a sale only existed
      *          once the goods had gone and somebody keyed the issue
      *          into tranin.dat, so nothing showed what had been
      *          promised to customers and not yet shipped. Reads the
      *          order cards (soentry.dat) and raises each order on
      *          the sales-order master (soorder.dat, see
      *          SOORDER.cpy) - a header naming the customer and the
      *          delivery address, then its lines - numbered off
      *          sonum.dat. Each line is allocated whatever stock is
      *          free for it: on hand (PB-BALANCE) less what other
      *          orders already hold (PB-ALLOCATED-QTY), the part's
      *          available-to-promise. What can't be covered stays
      *          short on the line for the nightly SoPick step to
      *          allocate as stock comes in. A card can also cancel
      *          an open line or a whole order, handing its
      *          allocation back. Every allocation change to
      *          partbal.dat is journaled onto mjrnl.dat like any
      *          other balance change, and everything applied or
      *          refused goes on the entry report (soentry.rpt) with
      *          the operator stamped on it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SoEntry.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the order cards - an order header card, then a card per line
           SELECT ORDER-CARD-FILE ASSIGN TO 'soentry.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ORDER-CARD.

      * the customer must be on the master, open and not on credit
      * hold
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

      * the part must be on the master and inside its life window
           SELECT PART-MASTER ASSIGN TO 'partmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NO
           FILE STATUS IS WS-FS-PART-MASTER.

      * where the allocation is held - OPTIONAL, a site that has
      * never posted stock simply has nothing to promise yet
           SELECT OPTIONAL PART-BALANCE-MASTER ASSIGN TO 'partbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

      * the sales-order master, opened I-O with the same OPEN OUTPUT
      * fallback PoConfirm gives the PO master, so the first entry
      * run creates it
           SELECT SALES-ORDER-MASTER ASSIGN TO 'soorder.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SO-KEY
           FILE STATUS IS WS-FS-SALES-ORDER.

      * the last order number ever issued - the same small counter
      * ponum.dat is. OPTIONAL because the first run starts it at 1
           SELECT OPTIONAL SO-NUM-FILE ASSIGN TO 'sonum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SO-NUM.

           SELECT ENTRY-REPORT-FILE ASSIGN TO 'soentry.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENTRY-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one order card:
      *   SOC-ACTION   'O' - open a new order for SOC-CUSTOMER, going
      *                      to delivery address SOC-DELIV-SEQ (left
      *                      blank, the customer's usual 01) under
      *                      the customer's own reference
      *                      SOC-CUST-REF
      *                'L' - a line for SOC-QUANTITY of SOC-PART-NO.
      *                      SOC-ORDER-NO zero puts it on the order
      *                      the last 'O' card opened; a number adds
      *                      it to that order, still open, instead
      *                'X' - cancel line SOC-LINE-NO of order
      *                      SOC-ORDER-NO, or with line 000 every
      *                      line of the order still open
       FD ORDER-CARD-FILE.
       01 ORDER-CARD-RECORD.
           03 SOC-ACTION PIC X.
           03 SOC-ORDER-NO PIC 9(6).
           03 SOC-LINE-NO PIC 9(3).
           03 SOC-CUSTOMER PIC 9(6).
           03 SOC-DELIV-SEQ PIC X(2).
           03 SOC-CUST-REF PIC X(12).
           03 SOC-PART-NO PIC 9(8).
           03 SOC-QUANTITY PIC 9(8).

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

      * keyed by part number - see PARTBAL.cpy
       FD PART-BALANCE-MASTER.

       COPY PARTBAL.

      * keyed by order number and line - see SOORDER.cpy
       FD SALES-ORDER-MASTER.

       COPY SOORDER.

       FD SO-NUM-FILE.
       01 SO-NUM-RECORD PIC 9(6).

       FD ENTRY-REPORT-FILE.
       01 ENTRY-REPORT-OUT PIC X(90).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-ORDER-CARD PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-SALES-ORDER PIC XX VALUE '00'.
       01 WS-FS-SO-NUM PIC XX VALUE '00'.
       01 WS-FS-ENTRY-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - who is running this, and
      * what they are allowed to do. level 2 takes and cancels
      * orders
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'SoEntry'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to FileLock.cbl, and the files this program
      * must hold before opening them - the chain holds both all
      * night, and SoPick rewrites them, so this backs off whole
      * rather than collide
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20).
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).
       77 ENTRY-LOCK-COUNT PIC 9 VALUE 2.
       01 ENTRY-LOCK-TABLE.
           03 FILLER PIC X(20) VALUE 'soorder.dat'.
           03 FILLER PIC X(20) VALUE 'partbal.dat'.
       01 ENTRY-LOCK-LIST REDEFINES ENTRY-LOCK-TABLE.
           03 ENTRY-LOCK-NAME OCCURS 2 TIMES PIC X(20).
       01 LOCK-IDX PIC 9 VALUE ZERO.

      * arguments passed to MasterJrnl.cbl - every allocation change
      * to partbal.dat goes on the journal as a 'B' rewrite, so a
      * RollForward after a restore brings the allocations back too
       01 MASTER-JRNL-WORK.
           03 MJRN-PROGRAM-NAME PIC X(20) VALUE 'SoEntry'.
           03 MJRN-FILE-ID PIC X VALUE 'B'.
           03 MJRN-ACTION PIC X VALUE 'R'.
           03 MJRN-BEFORE-IMAGE PIC X(120).
           03 MJRN-AFTER-IMAGE PIC X(120).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'SoEntry'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'SoEntry'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 CARD-EOF PIC X VALUE 'N'.
       01 CARD-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-REASON PIC X(30) VALUE SPACES.

      * today's date - the order date every order raised this run
      * carries, and the date the life windows are checked against
       01 TODAY-DATE PIC 9(8) VALUE ZERO.

      * the next order number to issue, off sonum.dat, and the
      * order the last 'O' card opened this run - zero when that
      * card was refused, so its lines are refused with it
       01 NEXT-ORDER-NO PIC 9(6) VALUE ZERO.
       01 CURRENT-ORDER-NO PIC 9(6) VALUE ZERO.
       01 TARGET-ORDER-NO PIC 9(6) VALUE ZERO.
       01 NEW-DELIV-SEQ PIC 9(2) VALUE ZERO.

      * the order header held while its lines are read and rewritten
      * through the same record area
       01 HELD-HEADER-RECORD PIC X(58).
       01 HELD-HEADER REDEFINES HELD-HEADER-RECORD.
           03 HH-ORDER-NO PIC 9(6).
           03 HH-LINE-NO PIC 9(3).
           03 HH-CUSTOMER PIC 9(6).
           03 HH-ORDER-DATE PIC 9(8).
           03 HH-DELIV-SEQ PIC 9(2).
           03 HH-CUST-REF PIC X(12).
           03 HH-STATUS PIC X.
           03 HH-LAST-LINE PIC 9(3).
           03 HH-ENTERED-BY PIC X(8).
           03 HH-SHIP-DATE PIC 9(8).
           03 FILLER PIC X.
       01 HEADER-FOUND-SW PIC X VALUE 'N'.
           88 HEADER-WAS-FOUND VALUE 'Y'.

      * the allocation worked out for one line, and what a
      * cancellation hands back
       01 ALLOCATION-WORK.
           03 AVAILABLE-TO-PROMISE PIC S9(9) VALUE ZERO.
           03 LINE-ALLOCATION PIC 9(8) VALUE ZERO.
           03 RELEASE-QTY PIC 9(8) VALUE ZERO.
           03 CANCEL-LINE-IDX PIC 9(3) VALUE ZERO.
           03 OPEN-LINES-LEFT PIC 9(3) VALUE ZERO.
           03 SHIPPED-LINES PIC 9(3) VALUE ZERO.

      * print lines for the entry report
       01 ENT-TITLE-LINE PIC X(44)
           VALUE 'SALES ORDER ENTRY - THIS RUN'.
       01 ENT-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'A ORDER  LIN CUSTOME'.
           03 FILLER PIC X(20) VALUE 'R  PART NO   QUANTIT'.
           03 FILLER PIC X(20) VALUE 'Y ALLOCATED STATUS  '.
           03 FILLER PIC X(20) VALUE '  REASON            '.
       01 ENT-DETAIL-LINE.
           03 ENT-D-ACTION PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 ENT-D-ORDER-NO PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 ENT-D-LINE-NO PIC 9(3).
           03 FILLER PIC X VALUE SPACE.
           03 ENT-D-CUSTOMER PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ENT-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 ENT-D-QUANTITY PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 ENT-D-ALLOCATED PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 ENT-D-STATUS PIC X(9).
           03 FILLER PIC X VALUE SPACE.
           03 ENT-D-REASON PIC X(30).
       01 ENT-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 ENT-O-OPERATOR PIC X(8).
           03 FILLER PIC X(14) VALUE '  ORDER DATE: '.
           03 ENT-O-DATE PIC 9(8).
       01 ENT-TOTAL-LINE.
           03 FILLER PIC X(16) VALUE 'ORDERS OPENED:  '.
           03 ENT-T-ORDERS PIC Z(6)9.
           03 FILLER PIC X(10) VALUE '   LINES: '.
           03 ENT-T-LINES PIC Z(6)9.
           03 FILLER PIC X(14) VALUE '   CANCELLED: '.
           03 ENT-T-CANCELLED PIC Z(6)9.
           03 FILLER PIC X(13) VALUE '   REJECTED: '.
           03 ENT-T-REJECTED PIC Z(6)9.
       01 ENT-SHORT-LINE.
           03 FILLER PIC X(30) VALUE 'LINES NOT FULLY ALLOCATED:    '.
           03 ENT-S-SHORT PIC Z(6)9.
           03 FILLER PIC X(30)
               VALUE ' - SoPick allocates as stock '.
           03 FILLER PIC X(7) VALUE 'arrives'.
       01 WS-ENTRY-LINE PIC X(90).
       01 ORDERS-OPENED-COUNT PIC 9(7) VALUE ZERO.
       01 LINES-RAISED-COUNT PIC 9(7) VALUE ZERO.
       01 LINES-SHORT-COUNT PIC 9(7) VALUE ZERO.
       01 LINES-CANCELLED-COUNT PIC 9(7) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "SoEntry - sign-on refused, "
                   "nothing entered"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OAUTH-LEVEL < 2
               DISPLAY "SoEntry - operator level "
                   OAUTH-LEVEL " may inquire only - "
                   "taking orders needs level 2"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-ENTRY-LOCKS.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-ORDER-NUMBER.
           OPEN INPUT ORDER-CARD-FILE.
           IF WS-FS-ORDER-CARD NOT = '00'
               MOVE 'ORDER-CARD-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-ORDER-CARD TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT PART-MASTER.
           IF WS-FS-PART-MASTER NOT = '00'
               MOVE 'PART-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O PART-BALANCE-MASTER.
           IF WS-FS-PART-BALANCE NOT = '00'
               AND WS-FS-PART-BALANCE NOT = '05'
               MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O SALES-ORDER-MASTER.
           IF WS-FS-SALES-ORDER = '35'
               OPEN OUTPUT SALES-ORDER-MASTER
               CLOSE SALES-ORDER-MASTER
               OPEN I-O SALES-ORDER-MASTER
           END-IF.
           IF WS-FS-SALES-ORDER NOT = '00'
               MOVE 'SALES-ORDER-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-SALES-ORDER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT ENTRY-REPORT-FILE.
           IF WS-FS-ENTRY-REPORT NOT = '00'
               MOVE 'ENTRY-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-ENTRY-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-ENTRY-LINE.
           MOVE ENT-TITLE-LINE TO WS-ENTRY-LINE.
           PERFORM WRITE-ENTRY-LINE.
           MOVE OAUTH-OPERATOR-ID TO ENT-O-OPERATOR.
           MOVE TODAY-DATE TO ENT-O-DATE.
           MOVE SPACES TO WS-ENTRY-LINE.
           MOVE ENT-OPERATOR-LINE TO WS-ENTRY-LINE.
           PERFORM WRITE-ENTRY-LINE.
           MOVE SPACES TO WS-ENTRY-LINE.
           MOVE ENT-COL-HEAD TO WS-ENTRY-LINE.
           PERFORM WRITE-ENTRY-LINE.

           PERFORM UNTIL CARD-EOF = 'Y'
               READ ORDER-CARD-FILE
                   AT END
                       MOVE 'Y' TO CARD-EOF
                   NOT AT END
                       ADD 1 TO CARD-READ-COUNT
                       PERFORM APPLY-ONE-CARD
               END-READ
           END-PERFORM.

           MOVE ORDERS-OPENED-COUNT TO ENT-T-ORDERS.
           MOVE LINES-RAISED-COUNT TO ENT-T-LINES.
           MOVE LINES-CANCELLED-COUNT TO ENT-T-CANCELLED.
           MOVE CARD-REJECT-COUNT TO ENT-T-REJECTED.
           MOVE SPACES TO WS-ENTRY-LINE.
           PERFORM WRITE-ENTRY-LINE.
           MOVE ENT-TOTAL-LINE TO WS-ENTRY-LINE.
           PERFORM WRITE-ENTRY-LINE.
           IF LINES-SHORT-COUNT > ZERO
               MOVE LINES-SHORT-COUNT TO ENT-S-SHORT
               MOVE SPACES TO WS-ENTRY-LINE
               MOVE ENT-SHORT-LINE TO WS-ENTRY-LINE
               PERFORM WRITE-ENTRY-LINE
           END-IF.

           CLOSE ORDER-CARD-FILE.
           CLOSE CUST-MASTER.
           CLOSE PART-MASTER.
           CLOSE PART-BALANCE-MASTER.
           CLOSE SALES-ORDER-MASTER.
           CLOSE ENTRY-REPORT-FILE.
           PERFORM SAVE-ORDER-NUMBER.
           PERFORM RELEASE-ENTRY-LOCKS.
           DISPLAY "Order cards read: " CARD-READ-COUNT.
           DISPLAY "Orders opened: " ORDERS-OPENED-COUNT
               "  Lines: " LINES-RAISED-COUNT
               "  Cancelled: " LINES-CANCELLED-COUNT
               "  Rejected: " CARD-REJECT-COUNT.

           MOVE CARD-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE CARD-REJECT-COUNT TO RSUM-RECORDS-REJECTED.
           IF CARD-REJECT-COUNT > ZERO
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

      * the named locks before anything opens - the MasterMaint
      * way: a busy lock backs the whole run off, and the locks
      * already taken go back first
       ACQUIRE-ENTRY-LOCKS.
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > ENTRY-LOCK-COUNT
               MOVE 'L' TO FLCK-ACTION
               MOVE ENTRY-LOCK-NAME(LOCK-IDX) TO FLCK-LOCK-NAME
               MOVE 'SoEntry' TO FLCK-HOLDER-NAME
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
               IF FLCK-RETURN-CODE NOT = ZERO
                   DISPLAY "SoEntry - "
                       ENTRY-LOCK-NAME(LOCK-IDX)
                       " is in use by " FLCK-HOLDER-NAME
                       " - nothing entered, try again later"
                   SUBTRACT 1 FROM LOCK-IDX
                   PERFORM RELEASE-TAKEN-LOCKS
                   MOVE 7 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       RELEASE-TAKEN-LOCKS.
           PERFORM UNTIL LOCK-IDX < 1
               MOVE 'U' TO FLCK-ACTION
               MOVE ENTRY-LOCK-NAME(LOCK-IDX) TO FLCK-LOCK-NAME
               MOVE 'SoEntry' TO FLCK-HOLDER-NAME
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
               SUBTRACT 1 FROM LOCK-IDX
           END-PERFORM.

       RELEASE-ENTRY-LOCKS.
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > ENTRY-LOCK-COUNT
               MOVE 'U' TO FLCK-ACTION
               MOVE ENTRY-LOCK-NAME(LOCK-IDX) TO FLCK-LOCK-NAME
               MOVE 'SoEntry' TO FLCK-HOLDER-NAME
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
           END-PERFORM.

      * the last order number ever issued, off sonum.dat - the
      * first new order this run issues one past it
       LOAD-ORDER-NUMBER.
           MOVE 1 TO NEXT-ORDER-NO.
           OPEN INPUT SO-NUM-FILE.
           READ SO-NUM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   COMPUTE NEXT-ORDER-NO = SO-NUM-RECORD + 1
           END-READ.
           CLOSE SO-NUM-FILE.

      * rewrites sonum.dat with the last number this run issued,
      * ready for the next run to pick up - same shape ponum.dat has
       SAVE-ORDER-NUMBER.
           COMPUTE SO-NUM-RECORD = NEXT-ORDER-NO - 1.
           OPEN OUTPUT SO-NUM-FILE.
           IF WS-FS-SO-NUM NOT = '00'
               AND WS-FS-SO-NUM NOT = '05'
               MOVE 'SO-NUM-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-SO-NUM TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           WRITE SO-NUM-RECORD.
           IF WS-FS-SO-NUM NOT = '00'
               MOVE 'SO-NUM-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-SO-NUM TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE SO-NUM-FILE.

      * one card: route by action, anything else is refused
       APPLY-ONE-CARD.
           MOVE SPACES TO CARD-REJECT-REASON.
           MOVE ZERO TO ENT-D-ORDER-NO.
           MOVE ZERO TO ENT-D-LINE-NO.
           MOVE ZERO TO ENT-D-CUSTOMER.
           MOVE ZERO TO ENT-D-PART-NO.
           MOVE ZERO TO ENT-D-QUANTITY.
           MOVE ZERO TO ENT-D-ALLOCATED.
           EVALUATE SOC-ACTION
               WHEN 'O'
                   PERFORM OPEN-NEW-ORDER
               WHEN 'L'
                   PERFORM ADD-ORDER-LINE
               WHEN 'X'
                   PERFORM CANCEL-ORDER-CARD
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO CARD-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

      * a new order: the customer on the master, open today and not
      * on credit hold - the same hold InvoicePrint stops invoices
      * for. a refused header leaves no current order, so the line
      * cards under it are refused too rather than landing on the
      * previous customer's order
       OPEN-NEW-ORDER.
           MOVE ZERO TO CURRENT-ORDER-NO.
           IF SOC-CUSTOMER NOT NUMERIC
               MOVE 'CUSTOMER NOT NUMERIC' TO CARD-REJECT-REASON
           ELSE
               MOVE SOC-CUSTOMER TO ENT-D-CUSTOMER
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN SOC-DELIV-SEQ = SPACES
                       MOVE 01 TO NEW-DELIV-SEQ
                   WHEN SOC-DELIV-SEQ IS NUMERIC
                       MOVE SOC-DELIV-SEQ TO NEW-DELIV-SEQ
                   WHEN OTHER
                       MOVE 'DELIVERY ADDRESS NOT NUMERIC' TO
                           CARD-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND NEW-DELIV-SEQ = ZERO
               MOVE 'DELIVERY ADDRESS 00 IS BILLING' TO
                   CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               PERFORM CHECK-ORDER-CUSTOMER
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               MOVE SPACES TO SALES-ORDER-RECORD
               MOVE NEXT-ORDER-NO TO SO-ORDER-NO
               MOVE ZERO TO SO-LINE-NO
               MOVE SOC-CUSTOMER TO SOH-CUSTOMER
               MOVE TODAY-DATE TO SOH-ORDER-DATE
               MOVE NEW-DELIV-SEQ TO SOH-DELIV-SEQ
               MOVE SOC-CUST-REF TO SOH-CUST-REF
               MOVE 'O' TO SOH-STATUS
               MOVE ZERO TO SOH-LAST-LINE
               MOVE OAUTH-OPERATOR-ID TO SOH-ENTERED-BY
               MOVE ZERO TO SOH-SHIP-DATE
               WRITE SALES-ORDER-RECORD
                   INVALID KEY
                       MOVE 'SALES-ORDER-MASTER' TO ALOG-FILE-NAME
                       MOVE 'WRITE' TO ALOG-OPERATION
                       MOVE WS-FS-SALES-ORDER TO ALOG-FILE-STATUS
                       PERFORM REPORT-FILE-ABEND
               END-WRITE
               MOVE NEXT-ORDER-NO TO CURRENT-ORDER-NO
               ADD 1 TO NEXT-ORDER-NO
               ADD 1 TO ORDERS-OPENED-COUNT
               MOVE CURRENT-ORDER-NO TO ENT-D-ORDER-NO
               MOVE 'OPENED' TO ENT-D-STATUS
               MOVE SPACES TO ENT-D-REASON
               PERFORM WRITE-DETAIL-LINE
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

       CHECK-ORDER-CUSTOMER.
           MOVE SOC-CUSTOMER TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON MASTER' TO
                       CARD-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CM-EFF-FROM NOT = ZERO
                           AND TODAY-DATE < CM-EFF-FROM
                           MOVE 'ACCOUNT NOT YET OPEN' TO
                               CARD-REJECT-REASON
                       WHEN CM-CLOSED-DATE NOT = ZERO
                           AND TODAY-DATE > CM-CLOSED-DATE
                           MOVE 'ACCOUNT CLOSED' TO
                               CARD-REJECT-REASON
                       WHEN CM-ON-CREDIT-HOLD
                           MOVE 'ACCOUNT ON CREDIT HOLD' TO
                               CARD-REJECT-REASON
                   END-EVALUATE
           END-READ.

      * one line onto an open order: the part on the master and
      * inside its life window today, a quantity, and room on the
      * order for another line. the line takes what it can of the
      * part's available-to-promise
       ADD-ORDER-LINE.
           IF SOC-ORDER-NO NOT NUMERIC
               OR SOC-PART-NO NOT NUMERIC
               OR SOC-QUANTITY NOT NUMERIC
               MOVE 'CARD NOT NUMERIC' TO CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               IF SOC-ORDER-NO = ZERO
                   MOVE CURRENT-ORDER-NO TO TARGET-ORDER-NO
               ELSE
                   MOVE SOC-ORDER-NO TO TARGET-ORDER-NO
               END-IF
               MOVE TARGET-ORDER-NO TO ENT-D-ORDER-NO
               MOVE SOC-PART-NO TO ENT-D-PART-NO
               MOVE SOC-QUANTITY TO ENT-D-QUANTITY
               IF TARGET-ORDER-NO = ZERO
                   MOVE 'NO ORDER OPEN FOR THE LINE' TO
                       CARD-REJECT-REASON
               END-IF
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               PERFORM READ-ORDER-HEADER
               EVALUATE TRUE
                   WHEN NOT HEADER-WAS-FOUND
                       MOVE 'ORDER NOT ON MASTER' TO
                           CARD-REJECT-REASON
                   WHEN HH-STATUS NOT = 'O'
                       MOVE 'ORDER NOT OPEN' TO CARD-REJECT-REASON
                   WHEN HH-LAST-LINE NOT < 999
                       MOVE 'ORDER HAS 999 LINES ALREADY' TO
                           CARD-REJECT-REASON
                   WHEN OTHER
                       MOVE HH-CUSTOMER TO ENT-D-CUSTOMER
               END-EVALUATE
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND SOC-QUANTITY = ZERO
               MOVE 'NOTHING ORDERED' TO CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               PERFORM CHECK-ORDER-PART
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               PERFORM ALLOCATE-NEW-LINE
               ADD 1 TO HH-LAST-LINE
               MOVE SPACES TO SALES-ORDER-RECORD
               MOVE TARGET-ORDER-NO TO SO-ORDER-NO
               MOVE HH-LAST-LINE TO SO-LINE-NO
               MOVE SOC-PART-NO TO SOL-PART-NO
               MOVE SOC-QUANTITY TO SOL-ORDER-QTY
               MOVE LINE-ALLOCATION TO SOL-ALLOC-QTY
               MOVE ZERO TO SOL-SHIPPED-QTY
               MOVE 'O' TO SOL-STATUS
               MOVE ZERO TO SOL-LAST-SHIP-DATE
               WRITE SALES-ORDER-RECORD
                   INVALID KEY
                       MOVE 'SALES-ORDER-MASTER' TO ALOG-FILE-NAME
                       MOVE 'WRITE' TO ALOG-OPERATION
                       MOVE WS-FS-SALES-ORDER TO ALOG-FILE-STATUS
                       PERFORM REPORT-FILE-ABEND
               END-WRITE
               PERFORM REWRITE-ORDER-HEADER
               ADD 1 TO LINES-RAISED-COUNT
               IF LINE-ALLOCATION < SOC-QUANTITY
                   ADD 1 TO LINES-SHORT-COUNT
               END-IF
               MOVE HH-LAST-LINE TO ENT-D-LINE-NO
               MOVE LINE-ALLOCATION TO ENT-D-ALLOCATED
               IF LINE-ALLOCATION < SOC-QUANTITY
                   MOVE 'SHORT' TO ENT-D-STATUS
               ELSE
                   MOVE 'ALLOCATED' TO ENT-D-STATUS
               END-IF
               MOVE SPACES TO ENT-D-REASON
               PERFORM WRITE-DETAIL-LINE
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

       CHECK-ORDER-PART.
           MOVE SOC-PART-NO TO PM-PART-NO.
           READ PART-MASTER
               INVALID KEY
                   MOVE 'PART NOT ON MASTER' TO CARD-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PM-EFF-FROM NOT = ZERO
                           AND TODAY-DATE < PM-EFF-FROM
                           MOVE 'PART NOT YET EFFECTIVE' TO
                               CARD-REJECT-REASON
                       WHEN PM-DISC-DATE NOT = ZERO
                           AND TODAY-DATE > PM-DISC-DATE
                           MOVE 'PART DISCONTINUED' TO
                               CARD-REJECT-REASON
                   END-EVALUATE
           END-READ.

      * what the line can have now: on hand less what is already
      * promised, never below nothing, and never more than it asked
      * for. a part with no balance record has never had stock to
      * promise - the whole line waits for SoPick
       ALLOCATE-NEW-LINE.
           MOVE ZERO TO LINE-ALLOCATION.
           MOVE SOC-PART-NO TO PB-PART-NO.
           READ PART-BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE AVAILABLE-TO-PROMISE =
                       PB-BALANCE - PB-ALLOCATED-QTY
                   IF AVAILABLE-TO-PROMISE > ZERO
                       IF AVAILABLE-TO-PROMISE < SOC-QUANTITY
                           MOVE AVAILABLE-TO-PROMISE TO
                               LINE-ALLOCATION
                       ELSE
                           MOVE SOC-QUANTITY TO LINE-ALLOCATION
                       END-IF
                   END-IF
                   IF LINE-ALLOCATION > ZERO
                       MOVE SPACES TO MJRN-BEFORE-IMAGE
                       MOVE PART-BALANCE-RECORD TO MJRN-BEFORE-IMAGE
                       ADD LINE-ALLOCATION TO PB-ALLOCATED-QTY
                       PERFORM REWRITE-PART-BALANCE
                   END-IF
           END-READ.

      * the held header rewritten with its new last line (or
      * status)
       REWRITE-ORDER-HEADER.
           MOVE HELD-HEADER-RECORD TO SALES-ORDER-RECORD.
           REWRITE SALES-ORDER-RECORD
               INVALID KEY
                   MOVE 'SALES-ORDER-MASTER' TO ALOG-FILE-NAME
                   MOVE 'REWRITE' TO ALOG-OPERATION
                   MOVE WS-FS-SALES-ORDER TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-REWRITE.

      * TARGET-ORDER-NO's header into HELD-HEADER
       READ-ORDER-HEADER.
           MOVE 'N' TO HEADER-FOUND-SW.
           MOVE SPACES TO HELD-HEADER-RECORD.
           MOVE TARGET-ORDER-NO TO SO-ORDER-NO.
           MOVE ZERO TO SO-LINE-NO.
           READ SALES-ORDER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HEADER-FOUND-SW
                   MOVE SALES-ORDER-RECORD TO HELD-HEADER-RECORD
           END-READ.

      * a cancellation - one line, or with line 000 every line of
      * the order still open. each line's allocation goes back to
      * the part before the line is marked cancelled
       CANCEL-ORDER-CARD.
           IF SOC-ORDER-NO NOT NUMERIC
               OR SOC-LINE-NO NOT NUMERIC
               MOVE 'CARD NOT NUMERIC' TO CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               MOVE SOC-ORDER-NO TO TARGET-ORDER-NO
               MOVE SOC-ORDER-NO TO ENT-D-ORDER-NO
               MOVE SOC-LINE-NO TO ENT-D-LINE-NO
               PERFORM READ-ORDER-HEADER
               IF NOT HEADER-WAS-FOUND
                   MOVE 'ORDER NOT ON MASTER' TO CARD-REJECT-REASON
               ELSE
                   MOVE HH-CUSTOMER TO ENT-D-CUSTOMER
                   IF HH-STATUS NOT = 'O'
                       MOVE 'ORDER NOT OPEN' TO CARD-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND SOC-LINE-NO > HH-LAST-LINE
               MOVE 'LINE NOT ON ORDER' TO CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               IF SOC-LINE-NO = ZERO
                   PERFORM VARYING CANCEL-LINE-IDX FROM 1 BY 1
                           UNTIL CANCEL-LINE-IDX > HH-LAST-LINE
                       PERFORM CANCEL-ONE-LINE
                   END-PERFORM
               ELSE
                   MOVE SOC-LINE-NO TO CANCEL-LINE-IDX
                   PERFORM CANCEL-ONE-LINE
                   IF CARD-REJECT-REASON NOT = SPACES
                       PERFORM WRITE-REJECT-LINE
                   END-IF
               END-IF
               PERFORM SETTLE-ORDER-STATUS
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      * one line of the held order, if it is still open - a line
      * shipped in full or cancelled before is left as it is (and
      * refused when it was the one the card named)
       CANCEL-ONE-LINE.
           MOVE TARGET-ORDER-NO TO SO-ORDER-NO.
           MOVE CANCEL-LINE-IDX TO SO-LINE-NO.
           READ SALES-ORDER-MASTER
               INVALID KEY
                   MOVE 'LINE NOT ON ORDER' TO CARD-REJECT-REASON
               NOT INVALID KEY
                   IF SOL-IS-OPEN
                       MOVE SOL-ALLOC-QTY TO RELEASE-QTY
                       MOVE 'X' TO SOL-STATUS
                       MOVE ZERO TO SOL-ALLOC-QTY
                       REWRITE SALES-ORDER-RECORD
                           INVALID KEY
                               MOVE 'SALES-ORDER-MASTER' TO
                                   ALOG-FILE-NAME
                               MOVE 'REWRITE' TO ALOG-OPERATION
                               MOVE WS-FS-SALES-ORDER TO
                                   ALOG-FILE-STATUS
                               PERFORM REPORT-FILE-ABEND
                       END-REWRITE
                       ADD 1 TO LINES-CANCELLED-COUNT
                       MOVE CANCEL-LINE-IDX TO ENT-D-LINE-NO
                       MOVE SOL-PART-NO TO ENT-D-PART-NO
                       COMPUTE ENT-D-QUANTITY =
                           SOL-ORDER-QTY - SOL-SHIPPED-QTY
                       MOVE RELEASE-QTY TO ENT-D-ALLOCATED
                       MOVE 'CANCELLED' TO ENT-D-STATUS
                       MOVE SPACES TO ENT-D-REASON
                       PERFORM WRITE-DETAIL-LINE
                       IF RELEASE-QTY > ZERO
                           PERFORM RELEASE-LINE-ALLOCATION
                       END-IF
                   ELSE
                       MOVE 'LINE NOT OPEN' TO CARD-REJECT-REASON
                   END-IF
           END-READ.
      * a whole-order cancel only refuses at order level - a line
      * already done is simply passed over
           IF SOC-LINE-NO = ZERO
               MOVE SPACES TO CARD-REJECT-REASON
           END-IF.

      * the line's allocation back off the part - never taking the
      * part's total below nothing, whatever state the night left
      * it in
       RELEASE-LINE-ALLOCATION.
           MOVE SOL-PART-NO TO PB-PART-NO.
           READ PART-BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO MJRN-BEFORE-IMAGE
                   MOVE PART-BALANCE-RECORD TO MJRN-BEFORE-IMAGE
                   IF PB-ALLOCATED-QTY > RELEASE-QTY
                       SUBTRACT RELEASE-QTY FROM PB-ALLOCATED-QTY
                   ELSE
                       MOVE ZERO TO PB-ALLOCATED-QTY
                   END-IF
                   PERFORM REWRITE-PART-BALANCE
           END-READ.

      * an order with no open line left is finished: shipped if any
      * line went out, cancelled if none ever did
       SETTLE-ORDER-STATUS.
           MOVE ZERO TO OPEN-LINES-LEFT.
           MOVE ZERO TO SHIPPED-LINES.
           PERFORM VARYING CANCEL-LINE-IDX FROM 1 BY 1
                   UNTIL CANCEL-LINE-IDX > HH-LAST-LINE
               MOVE TARGET-ORDER-NO TO SO-ORDER-NO
               MOVE CANCEL-LINE-IDX TO SO-LINE-NO
               READ SALES-ORDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SOL-IS-OPEN
                           ADD 1 TO OPEN-LINES-LEFT
                       END-IF
                       IF SOL-SHIPPED-QTY > ZERO
                           ADD 1 TO SHIPPED-LINES
                       END-IF
               END-READ
           END-PERFORM.
           IF OPEN-LINES-LEFT = ZERO
               IF SHIPPED-LINES > ZERO
                   MOVE 'S' TO HH-STATUS
               ELSE
                   MOVE 'X' TO HH-STATUS
               END-IF
               PERFORM REWRITE-ORDER-HEADER
           END-IF.

       REWRITE-PART-BALANCE.
           REWRITE PART-BALANCE-RECORD
               INVALID KEY
                   MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
                   MOVE 'REWRITE' TO ALOG-OPERATION
                   MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-REWRITE.
           MOVE SPACES TO MJRN-AFTER-IMAGE.
           MOVE PART-BALANCE-RECORD TO MJRN-AFTER-IMAGE.
           CALL "MasterJrnl" USING MJRN-PROGRAM-NAME
               OAUTH-OPERATOR-ID MJRN-FILE-ID MJRN-ACTION
               MJRN-BEFORE-IMAGE MJRN-AFTER-IMAGE.

       WRITE-REJECT-LINE.
           ADD 1 TO CARD-REJECT-COUNT.
           MOVE 'REJECTED' TO ENT-D-STATUS.
           MOVE CARD-REJECT-REASON TO ENT-D-REASON.
           PERFORM WRITE-DETAIL-LINE.
           DISPLAY "Rejected order card, reason: "
               CARD-REJECT-REASON.

       WRITE-DETAIL-LINE.
           MOVE SOC-ACTION TO ENT-D-ACTION.
           MOVE SPACES TO WS-ENTRY-LINE.
           MOVE ENT-DETAIL-LINE TO WS-ENTRY-LINE.
           PERFORM WRITE-ENTRY-LINE.

       WRITE-ENTRY-LINE.
           MOVE WS-ENTRY-LINE TO ENTRY-REPORT-OUT.
           WRITE ENTRY-REPORT-OUT.
           IF WS-FS-ENTRY-REPORT NOT = '00'
               MOVE 'ENTRY-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-ENTRY-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM SoEntry.
