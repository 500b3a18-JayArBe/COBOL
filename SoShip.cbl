      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: shipment confirmation for sales orders. The
      *          warehouse works from SoPick's pick list and sends
      *          back what actually went out; this reads those
      *          confirmations (soship.dat) against the sales-order
      *          master and, for each, writes the stock issue onto
      *          tranin.dat (source 'S', see TRANREC.cpy) for the
      *          night's TranEdit and StockPost, exactly as if it had
      *          been keyed. The line's allocation comes down by what
      *          shipped and its shipped quantity goes up; a line
      *          with nothing more to ship is closed, and an order
      *          with no open line left is marked shipped. The
      *          part's PB-ALLOCATED-QTY is left alone here - the
      *          goods are still on the shelf in the balance until
      *          StockPost posts the issue, and SoPick resets the
      *          allocation from the open lines straight after, so
      *          the two always move together. Everything confirmed
      *          or refused goes on the shipment report (soship.rpt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SoShip.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the shipment confirmations from the warehouse
           SELECT SHIP-CARD-FILE ASSIGN TO 'soship.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SHIP-CARD.

      * keyed by order number and line - see SOORDER.cpy
           SELECT SALES-ORDER-MASTER ASSIGN TO 'soorder.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SO-KEY
           FILE STATUS IS WS-FS-SALES-ORDER.

      * the raw transaction feed the night edits - appended to, with
      * the same first-ever-run fallback CsvImport gives it
           SELECT OPTIONAL TRAN-OUT-FILE ASSIGN TO 'tranin.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRAN-OUT-FILE.

           SELECT SHIP-REPORT-FILE ASSIGN TO 'soship.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SHIP-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one confirmation: SSC-QUANTITY of line SSC-LINE-NO of order
      * SSC-ORDER-NO went out today. line 000 confirms every line of
      * the order that has stock allocated, and a zero quantity means
      * everything the line had allocated
       FD SHIP-CARD-FILE.
       01 SHIP-CARD-RECORD.
           03 SSC-ORDER-NO PIC 9(6).
           03 SSC-LINE-NO PIC 9(3).
           03 SSC-QUANTITY PIC 9(8).

       FD SALES-ORDER-MASTER.

       COPY SOORDER.

      * shape the edit step standardised on - see TRANREC.cpy
       FD TRAN-OUT-FILE.

       COPY TRANREC.

       FD SHIP-REPORT-FILE.
       01 SHIP-REPORT-OUT PIC X(90).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-SHIP-CARD PIC XX VALUE '00'.
       01 WS-FS-SALES-ORDER PIC XX VALUE '00'.
       01 WS-FS-TRAN-OUT-FILE PIC XX VALUE '00'.
       01 WS-FS-SHIP-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - who is running this, and
      * what they are allowed to do. level 2 confirms shipments
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'SoShip'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to FileLock.cbl - SoEntry and the nightly
      * SoPick both rewrite the order master, so confirming takes
      * it or backs off
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20) VALUE 'soorder.dat'.
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'SoShip'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'SoShip'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 CARD-EOF PIC X VALUE 'N'.
       01 CARD-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-REASON PIC X(30) VALUE SPACES.

      * today's date - the shipment date, and the date on the issue
       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 TODAY-DATE-PARTS REDEFINES TODAY-DATE.
           03 TODAY-YYYY PIC 9(4).
           03 TODAY-MM PIC 99.
           03 TODAY-DD PIC 99.

      * the most one issue can carry - the edit refuses a quantity
      * it can't print (see CHECK-QUANT-MAGNITUDE in TranEdit.cbl)
       77 MAX-SHIP-QUANT PIC 9(5) VALUE 99999.

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

       01 SHIP-WORK.
           03 SHIP-LINE-IDX PIC 9(3) VALUE ZERO.
           03 SHIP-QTY PIC 9(8) VALUE ZERO.
           03 OPEN-LINES-LEFT PIC 9(3) VALUE ZERO.
           03 LINES-SHIPPED-THIS-CARD PIC 9(3) VALUE ZERO.

      * print lines for the shipment report
       01 SHP-TITLE-LINE PIC X(44)
           VALUE 'SALES ORDER SHIPMENTS - THIS RUN'.
       01 SHP-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'ORDER  LIN CUSTOMER '.
           03 FILLER PIC X(20) VALUE ' PART NO   SHIPPED  '.
           03 FILLER PIC X(20) VALUE 'STILL DUE STATUS    '.
           03 FILLER PIC X(20) VALUE 'REASON              '.
       01 SHP-DETAIL-LINE.
           03 SHP-D-ORDER-NO PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 SHP-D-LINE-NO PIC 9(3).
           03 FILLER PIC X VALUE SPACE.
           03 SHP-D-CUSTOMER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 SHP-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 SHP-D-SHIPPED PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 SHP-D-STILL-DUE PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SHP-D-STATUS PIC X(9).
           03 FILLER PIC X VALUE SPACE.
           03 SHP-D-REASON PIC X(30).
       01 SHP-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 SHP-O-OPERATOR PIC X(8).
           03 FILLER PIC X(13) VALUE '  SHIP DATE: '.
           03 SHP-O-DATE PIC 9(8).
       01 SHP-TOTAL-LINE.
           03 FILLER PIC X(16) VALUE 'LINES SHIPPED:  '.
           03 SHP-T-LINES PIC Z(6)9.
           03 FILLER PIC X(14) VALUE '   UNITS:     '.
           03 SHP-T-UNITS PIC Z(8)9.
           03 FILLER PIC X(17) VALUE '   ORDERS CLOSED:'.
           03 SHP-T-ORDERS PIC Z(6)9.
           03 FILLER PIC X(13) VALUE '   REJECTED: '.
           03 SHP-T-REJECTED PIC Z(6)9.
       01 WS-SHIP-LINE PIC X(90).
       01 LINES-SHIPPED-COUNT PIC 9(7) VALUE ZERO.
       01 UNITS-SHIPPED-TOTAL PIC 9(9) VALUE ZERO.
       01 ORDERS-CLOSED-COUNT PIC 9(7) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "SoShip - sign-on refused, "
                   "nothing confirmed"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OAUTH-LEVEL < 2
               DISPLAY "SoShip - operator level "
                   OAUTH-LEVEL " may inquire only - "
                   "confirming shipments needs level 2"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'L' TO FLCK-ACTION.
           MOVE 'SoShip' TO FLCK-HOLDER-NAME.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           IF FLCK-RETURN-CODE NOT = ZERO
               DISPLAY "SoShip - soorder.dat is in use by "
                   FLCK-HOLDER-NAME
                   " - nothing confirmed, try again later"
               MOVE 7 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SHIP-CARD-FILE.
           IF WS-FS-SHIP-CARD NOT = '00'
               MOVE 'SHIP-CARD-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-SHIP-CARD TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O SALES-ORDER-MASTER.
           IF WS-FS-SALES-ORDER NOT = '00'
               MOVE 'SALES-ORDER-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-SALES-ORDER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN EXTEND TRAN-OUT-FILE.
           IF WS-FS-TRAN-OUT-FILE = '35'
               OPEN OUTPUT TRAN-OUT-FILE
           END-IF.
           IF WS-FS-TRAN-OUT-FILE NOT = '00'
               AND WS-FS-TRAN-OUT-FILE NOT = '05'
               MOVE 'TRAN-OUT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-TRAN-OUT-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT SHIP-REPORT-FILE.
           IF WS-FS-SHIP-REPORT NOT = '00'
               MOVE 'SHIP-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-SHIP-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-SHIP-LINE.
           MOVE SHP-TITLE-LINE TO WS-SHIP-LINE.
           PERFORM WRITE-SHIP-LINE.
           MOVE OAUTH-OPERATOR-ID TO SHP-O-OPERATOR.
           MOVE TODAY-DATE TO SHP-O-DATE.
           MOVE SPACES TO WS-SHIP-LINE.
           MOVE SHP-OPERATOR-LINE TO WS-SHIP-LINE.
           PERFORM WRITE-SHIP-LINE.
           MOVE SPACES TO WS-SHIP-LINE.
           MOVE SHP-COL-HEAD TO WS-SHIP-LINE.
           PERFORM WRITE-SHIP-LINE.

           PERFORM UNTIL CARD-EOF = 'Y'
               READ SHIP-CARD-FILE
                   AT END
                       MOVE 'Y' TO CARD-EOF
                   NOT AT END
                       ADD 1 TO CARD-READ-COUNT
                       PERFORM APPLY-ONE-SHIPMENT
               END-READ
           END-PERFORM.

           MOVE LINES-SHIPPED-COUNT TO SHP-T-LINES.
           MOVE UNITS-SHIPPED-TOTAL TO SHP-T-UNITS.
           MOVE ORDERS-CLOSED-COUNT TO SHP-T-ORDERS.
           MOVE CARD-REJECT-COUNT TO SHP-T-REJECTED.
           MOVE SPACES TO WS-SHIP-LINE.
           PERFORM WRITE-SHIP-LINE.
           MOVE SHP-TOTAL-LINE TO WS-SHIP-LINE.
           PERFORM WRITE-SHIP-LINE.

           CLOSE SHIP-CARD-FILE.
           CLOSE SALES-ORDER-MASTER.
           CLOSE TRAN-OUT-FILE.
           CLOSE SHIP-REPORT-FILE.
           MOVE 'U' TO FLCK-ACTION.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           DISPLAY "Shipment cards read: " CARD-READ-COUNT.
           DISPLAY "Lines shipped: " LINES-SHIPPED-COUNT
               "  Orders closed: " ORDERS-CLOSED-COUNT
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

      * one confirmation: the order must be on the master and open,
      * and the line (or, for line 000, each line with stock
      * allocated) must hold at least what is being confirmed - the
      * warehouse can only ship what the pick list gave it
       APPLY-ONE-SHIPMENT.
           MOVE SPACES TO CARD-REJECT-REASON.
           MOVE ZERO TO LINES-SHIPPED-THIS-CARD.
           MOVE ZERO TO SHP-D-CUSTOMER.
           MOVE ZERO TO SHP-D-PART-NO.
           MOVE ZERO TO SHP-D-SHIPPED.
           MOVE ZERO TO SHP-D-STILL-DUE.
           IF SSC-ORDER-NO NOT NUMERIC
               OR SSC-LINE-NO NOT NUMERIC
               OR SSC-QUANTITY NOT NUMERIC
               MOVE 'CARD NOT NUMERIC' TO CARD-REJECT-REASON
           ELSE
               MOVE SSC-ORDER-NO TO SHP-D-ORDER-NO
               MOVE SSC-LINE-NO TO SHP-D-LINE-NO
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               MOVE SPACES TO HELD-HEADER-RECORD
               MOVE SSC-ORDER-NO TO SO-ORDER-NO
               MOVE ZERO TO SO-LINE-NO
               READ SALES-ORDER-MASTER
                   INVALID KEY
                       MOVE 'ORDER NOT ON MASTER' TO
                           CARD-REJECT-REASON
                   NOT INVALID KEY
                       MOVE SALES-ORDER-RECORD TO HELD-HEADER-RECORD
                       MOVE HH-CUSTOMER TO SHP-D-CUSTOMER
                       IF HH-STATUS NOT = 'O'
                           MOVE 'ORDER NOT OPEN' TO
                               CARD-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND SSC-LINE-NO > HH-LAST-LINE
               MOVE 'LINE NOT ON ORDER' TO CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND SSC-LINE-NO = ZERO
               AND SSC-QUANTITY NOT = ZERO
               MOVE 'WHOLE ORDER TAKES NO QUANTITY' TO
                   CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF SSC-LINE-NO = ZERO
                   PERFORM VARYING SHIP-LINE-IDX FROM 1 BY 1
                           UNTIL SHIP-LINE-IDX > HH-LAST-LINE
                       PERFORM SHIP-ONE-LINE
      * a whole-order confirmation just passes over a line with
      * nothing allocated to ship
                       MOVE SPACES TO CARD-REJECT-REASON
                   END-PERFORM
                   IF LINES-SHIPPED-THIS-CARD = ZERO
                       MOVE ZERO TO SHP-D-LINE-NO
                       MOVE ZERO TO SHP-D-PART-NO
                       MOVE ZERO TO SHP-D-SHIPPED
                       MOVE ZERO TO SHP-D-STILL-DUE
                       MOVE 'NOTHING ALLOCATED TO SHIP' TO
                           CARD-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                   END-IF
               ELSE
                   MOVE SSC-LINE-NO TO SHIP-LINE-IDX
                   PERFORM SHIP-ONE-LINE
                   IF CARD-REJECT-REASON NOT = SPACES
                       PERFORM WRITE-REJECT-LINE
                   END-IF
               END-IF
               IF LINES-SHIPPED-THIS-CARD > ZERO
                   PERFORM SETTLE-ORDER-STATUS
               END-IF
           END-IF.

      * one line of the held order: what it ships (everything
      * allocated unless the card named less), the issue onto
      * tranin.dat, and the line moved on
       SHIP-ONE-LINE.
           MOVE SSC-ORDER-NO TO SO-ORDER-NO.
           MOVE SHIP-LINE-IDX TO SO-LINE-NO.
           READ SALES-ORDER-MASTER
               INVALID KEY
                   MOVE 'LINE NOT ON ORDER' TO CARD-REJECT-REASON
           END-READ.
           IF CARD-REJECT-REASON = SPACES
               MOVE SHIP-LINE-IDX TO SHP-D-LINE-NO
               MOVE SOL-PART-NO TO SHP-D-PART-NO
               EVALUATE TRUE
                   WHEN NOT SOL-IS-OPEN
                       MOVE 'LINE NOT OPEN' TO CARD-REJECT-REASON
                   WHEN SOL-ALLOC-QTY = ZERO
                       MOVE 'NOTHING ALLOCATED TO SHIP' TO
                           CARD-REJECT-REASON
                   WHEN SSC-QUANTITY > SOL-ALLOC-QTY
                       MOVE 'MORE THAN WAS ALLOCATED' TO
                           CARD-REJECT-REASON
                   WHEN SSC-QUANTITY = ZERO
                       MOVE SOL-ALLOC-QTY TO SHIP-QTY
                   WHEN OTHER
                       MOVE SSC-QUANTITY TO SHIP-QTY
               END-EVALUATE
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND SHIP-QTY > MAX-SHIP-QUANT
               MOVE 'SPLIT - OVER ONE ISSUE' TO CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               PERFORM WRITE-ISSUE-TRANSACTION
               SUBTRACT SHIP-QTY FROM SOL-ALLOC-QTY
               ADD SHIP-QTY TO SOL-SHIPPED-QTY
               MOVE TODAY-DATE TO SOL-LAST-SHIP-DATE
               IF SOL-SHIPPED-QTY NOT < SOL-ORDER-QTY
                   MOVE 'S' TO SOL-STATUS
               END-IF
               REWRITE SALES-ORDER-RECORD
                   INVALID KEY
                       MOVE 'SALES-ORDER-MASTER' TO ALOG-FILE-NAME
                       MOVE 'REWRITE' TO ALOG-OPERATION
                       MOVE WS-FS-SALES-ORDER TO ALOG-FILE-STATUS
                       PERFORM REPORT-FILE-ABEND
               END-REWRITE
               ADD 1 TO LINES-SHIPPED-THIS-CARD
               ADD 1 TO LINES-SHIPPED-COUNT
               ADD SHIP-QTY TO UNITS-SHIPPED-TOTAL
               MOVE SHIP-QTY TO SHP-D-SHIPPED
               IF SOL-IS-OPEN
                   COMPUTE SHP-D-STILL-DUE =
                       SOL-ORDER-QTY - SOL-SHIPPED-QTY
                   MOVE 'PART' TO SHP-D-STATUS
               ELSE
                   MOVE ZERO TO SHP-D-STILL-DUE
                   MOVE 'COMPLETE' TO SHP-D-STATUS
               END-IF
               MOVE SPACES TO SHP-D-REASON
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      * the goods out, as an issue against the customer - negative,
      * dated today, stamped 'S' so the night's source balance
      * shows the shipments separately. orders are picked in the
      * main warehouse
       WRITE-ISSUE-TRANSACTION.
           MOVE SOL-PART-NO TO TRAN-PART-NO.
           MOVE HH-CUSTOMER TO TRAN-CUS-SUP-NO.
           MOVE TODAY-DD TO TRAN-DATE-DD.
           MOVE TODAY-MM TO TRAN-DATE-MM.
           MOVE TODAY-YYYY TO TRAN-DATE-YYYY.
           COMPUTE TRAN-QUANT = ZERO - SHIP-QTY.
           MOVE 'S' TO TRAN-SOURCE.
           MOVE 'WH' TO TRAN-LOCATION.
           MOVE SPACES TO TRAN-TO-LOCATION.
           MOVE SPACES TO TRAN-LOT-NO.
           MOVE ZERO TO TRAN-EXPIRY-DATE.
           WRITE TRANSACTION-RECORD.
           IF WS-FS-TRAN-OUT-FILE NOT = '00'
               MOVE 'TRAN-OUT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-TRAN-OUT-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * an order with no open line left is shipped
       SETTLE-ORDER-STATUS.
           MOVE ZERO TO OPEN-LINES-LEFT.
           PERFORM VARYING SHIP-LINE-IDX FROM 1 BY 1
                   UNTIL SHIP-LINE-IDX > HH-LAST-LINE
               MOVE SSC-ORDER-NO TO SO-ORDER-NO
               MOVE SHIP-LINE-IDX TO SO-LINE-NO
               READ SALES-ORDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SOL-IS-OPEN
                           ADD 1 TO OPEN-LINES-LEFT
                       END-IF
               END-READ
           END-PERFORM.
           IF OPEN-LINES-LEFT = ZERO
               MOVE 'S' TO HH-STATUS
               MOVE TODAY-DATE TO HH-SHIP-DATE
               MOVE HELD-HEADER-RECORD TO SALES-ORDER-RECORD
               REWRITE SALES-ORDER-RECORD
                   INVALID KEY
                       MOVE 'SALES-ORDER-MASTER' TO ALOG-FILE-NAME
                       MOVE 'REWRITE' TO ALOG-OPERATION
                       MOVE WS-FS-SALES-ORDER TO ALOG-FILE-STATUS
                       PERFORM REPORT-FILE-ABEND
               END-REWRITE
               ADD 1 TO ORDERS-CLOSED-COUNT
           END-IF.

       WRITE-REJECT-LINE.
           ADD 1 TO CARD-REJECT-COUNT.
           MOVE 'REJECTED' TO SHP-D-STATUS.
           MOVE CARD-REJECT-REASON TO SHP-D-REASON.
           PERFORM WRITE-DETAIL-LINE.
           DISPLAY "Rejected shipment card, reason: "
               CARD-REJECT-REASON.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-SHIP-LINE.
           MOVE SHP-DETAIL-LINE TO WS-SHIP-LINE.
           PERFORM WRITE-SHIP-LINE.

       WRITE-SHIP-LINE.
           MOVE WS-SHIP-LINE TO SHIP-REPORT-OUT.
           WRITE SHIP-REPORT-OUT.
           IF WS-FS-SHIP-REPORT NOT = '00'
               MOVE 'SHIP-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-SHIP-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM SoShip.
