      *          sees what is waiting on stock instead of an
      *          after-the-fact negative number. Parts moved by more
      *          than MOVEMENT-TOLERANCE in the one night still go
      *          on the exception report. Receipts rework each
      *          part's weighted-average unit cost at the price of
      *          the purchase-order line they were matched to, and
      *          every posted issue is valued at that average - the
      *          night's cost of sales goes onto nightval.dat as
      *          'SPCS' for the GL extract to post. Each movement
      *          also posts to the balance of the location it
      *          happened at (locbal.dat) - an issue is held when
      *          that location is short, whatever the part holds
      *          elsewhere - and a transfer moves stock from one
      *          location's balance to another's, held like an issue
      *          when the sending location is short, without
      *          touching the part's total, its cost or the night's
      *          posted movement. A part the master flags
      *          lot-controlled also keeps its stock batch by batch
      *          (lotbal.dat): a receipt goes onto the lot it names,
      *          an issue draws the lot it names and then the batches
      *          still in date, earliest use-by first, and is held
      *          when they can't cover it - and every quantity into
      *          or out of a lot goes on the recall trail
      *          (lotmove.dat) LotTrace reads.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

      * where the stock is - one balance per part per location,
      * keyed part then location. OPEN I-O with the same first-run
      * OPEN OUTPUT fallback as the part balances. see LOCBAL.cpy
           SELECT LOCATION-BALANCE-MASTER ASSIGN TO 'locbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-FS-LOCATION-BALANCE.

      * the part master, read for which parts are lot-controlled -
      * see PARTMAST.cpy
           SELECT PART-MASTER ASSIGN TO 'partmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NO
           FILE STATUS IS WS-FS-PART-MASTER.

      * what is left of each batch of a lot-controlled part, keyed
      * part then lot - DYNAMIC so an issue can walk its part's
      * lots for the earliest use-by. the same first-run OPEN
      * OUTPUT fallback as the balances. see LOTBAL.cpy
           SELECT LOT-BALANCE-MASTER ASSIGN TO 'lotbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-KEY
           FILE STATUS IS WS-FS-LOT-BALANCE.

      * the recall trail - one line per quantity into or out of a
      * lot, appended night on night. OPTIONAL so the first night
      * starts it. see LOTMOVE.cpy
           SELECT OPTIONAL LOT-MOVEMENT-FILE ASSIGN TO 'lotmove.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOT-MOVEMENT.

      * the exception page for the warehouse - over-tolerance
      * one-night movements (a balance can no longer go negative,
      * the backorder hold stops the issue first)
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

      * the purchase-order lines, read once for the prices of the
      * lines TranEdit has just matched receipts to. OPTIONAL: no PO
      * master yet means every receipt goes in at the part's
      * existing average. see POLINE.cpy
           SELECT OPTIONAL PO-MASTER ASSIGN TO 'pomast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POL-KEY
           FILE STATUS IS WS-FS-PO-MASTER.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       COPY PARTBAL.

      * keyed by part then location - see LOCBAL.cpy
       FD LOCATION-BALANCE-MASTER.

       COPY LOCBAL.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

      * keyed by part then lot - see LOTBAL.cpy
       FD LOT-BALANCE-MASTER.

       COPY LOTBAL.

       FD LOT-MOVEMENT-FILE.

       COPY LOTMOVE.

       FD EXCEPTION-FILE.
       01 EXCEPTION-OUT PIC X(80).

      * one held issue: the transaction as it arrived plus the night
      * it was first held. a held transfer carries the location it
      * is going to; the locations sit at the end so the backorders
      * held before stock was kept by location still read, blank -
      * the warehouse. the lot the issue named and its source of
      * entry follow for the same reason, blank on the older ones
       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           03 BO-PART-NO PIC 9(8).
           03 BO-DATE-YYYY PIC 9(4).
           03 BO-QUANT PIC S9(6) SIGN LEADING SEPARATE.
           03 BO-HELD-DATE PIC 9(8).
           03 BO-LOCATION PIC XX.
           03 BO-TO-LOCATION PIC XX.
           03 BO-LOT-NO PIC X(12).
           03 BO-SOURCE PIC X.

       FD BACKORDER-REPORT-FILE.
       01 BACKORDER-REPORT-OUT PIC X(80).

       COPY RUNFLAG.

      * keyed by PO number then line - see POLINE.cpy
       FD PO-MASTER.

       COPY POLINE.

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-BACKORDER-FILE PIC XX VALUE '00'.
       01 WS-FS-BACKORDER-REPORT PIC XX VALUE '00'.
       01 WS-FS-PO-MASTER PIC XX VALUE '00'.
       01 WS-FS-LOCATION-BALANCE PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-LOT-BALANCE PIC XX VALUE '00'.
       01 WS-FS-LOT-MOVEMENT PIC XX VALUE '00'.

      * the run identifier off runflag.dat - spaces on a standalone
      * run outside the chain
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.

      * the business date off runflag.dat - today on a standalone
      * run. a batch whose use-by is before it is out of date and
      * is not issued unless an issue names it
       01 THIS-RUN-DATE PIC 9(8) VALUE ZERO.

      * the night's net posted movement across every part - the
      * value-side figure the balancing sheet checks the transaction
      * file's signed sum against
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'StockPost'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'transact.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
               05 MV-NET-MOVEMENT PIC S9(8) VALUE ZERO.
               05 MV-FINAL-BALANCE PIC S9(8) VALUE ZERO.
               05 MV-LAST-DATE PIC 9(8) VALUE ZERO.
               05 MV-COSTED-QTY PIC 9(8) VALUE ZERO.
               05 MV-COSTED-VALUE PIC 9(11)V9(4) VALUE ZERO.

      * tonight's receipts per part per location, staged the same
      * way as the part movements and posted to the location
      * balances in the same commit pass
       77 MAX-LOCATION-MOVES PIC 9(3) VALUE 300.
       01 LOCATION-MOVE-CONTROLS.
           03 LOC-MOVE-COUNT PIC 9(3) VALUE ZERO.
           03 LOC-MOVE-IDX PIC 9(3) VALUE ZERO.
           03 LOC-MOVE-FOUND-SW PIC X VALUE 'N'.
               88 LOC-MOVE-FOUND VALUE 'Y'.
           03 LOC-MOVE-OVERFLOW-SW PIC X VALUE 'N'.
               88 LOC-MOVE-OVERFLOWED VALUE 'Y'.
       01 LOCATION-MOVE-TABLE.
           03 LOCATION-MOVE-ENTRY OCCURS 300 TIMES.
               05 LM-PART-NO PIC 9(8).
               05 LM-LOCATION PIC XX.
               05 LM-NET-MOVEMENT PIC S9(8) VALUE ZERO.
               05 LM-LAST-DATE PIC 9(8) VALUE ZERO.

      * tonight's receipts of lot-controlled parts, one entry per
      * receipt rather than netted - each posts to its lot in the
      * same commit pass and leaves its own line on the recall trail
       77 MAX-LOT-RECEIPTS PIC 9(3) VALUE 300.
       01 LOT-RECEIPT-CONTROLS.
           03 LOT-RECEIPT-COUNT PIC 9(3) VALUE ZERO.
           03 LOT-RECEIPT-IDX PIC 9(3) VALUE ZERO.
           03 LOT-RECEIPT-OVERFLOW-SW PIC X VALUE 'N'.
               88 LOT-RECEIPTS-OVERFLOWED VALUE 'Y'.
           03 LOT-RECEIPTS-POSTED PIC 9(5) VALUE ZERO.
           03 LOT-DRAWS-POSTED PIC 9(5) VALUE ZERO.
       01 LOT-RECEIPT-TABLE.
           03 LOT-RECEIPT-ENTRY OCCURS 300 TIMES.
               05 LR-PART-NO PIC 9(8).
               05 LR-LOT-NO PIC X(12).
               05 LR-EXPIRY-DATE PIC 9(8).
               05 LR-CUS-SUP-NO PIC 9(6).
               05 LR-TRAN-DATE PIC 9(8).
               05 LR-QUANT PIC S9(6).
               05 LR-SOURCE PIC X.
               05 LR-LOCATION PIC XX.

      * one issue's walk of its part's lots: what the lots hold
      * between them, what the issue may draw - its named lot, the
      * other lots still in date, and the stock that belongs to no
      * lot - and, draw by draw, the in-date lot with the earliest
      * use-by
       01 LOT-ISSUE-WORK.
           03 LOT-PART-SW PIC X VALUE 'N'.
               88 PART-IS-LOT-CONTROLLED VALUE 'Y'.
           03 LOT-SHORT-SW PIC X VALUE 'N'.
               88 LOT-STOCK-SHORT VALUE 'Y'.
           03 LOT-SCAN-EOF PIC X VALUE 'N'.
           03 LOT-TOTAL-QTY PIC S9(9) VALUE ZERO.
           03 NAMED-LOT-QTY PIC S9(9) VALUE ZERO.
           03 IN-DATE-LOT-QTY PIC S9(9) VALUE ZERO.
           03 UNLOTTED-QTY PIC S9(9) VALUE ZERO.
           03 USABLE-LOT-QTY PIC S9(9) VALUE ZERO.
           03 LOT-ISSUE-REMAINING PIC S9(9) VALUE ZERO.
           03 LOT-DRAW-QTY PIC S9(9) VALUE ZERO.
           03 LOT-PICK-SW PIC X VALUE 'N'.
               88 LOT-WAS-PICKED VALUE 'Y'.
           03 PICK-LOT-NO PIC X(12) VALUE SPACES.
           03 PICK-EXPIRY-RANK PIC 9(8) VALUE ZERO.
           03 LOT-EXPIRY-RANK PIC 9(8) VALUE ZERO.
           03 DRAW-LOT-NO PIC X(12) VALUE SPACES.
           03 DRAW-HOW PIC X VALUE SPACE.

      * one posting to a location balance: the quantity, signed, and
      * the date it moved on - LB-KEY names the balance
       01 LOCATION-POST-WORK.
           03 LOC-POST-QTY PIC S9(8) VALUE ZERO.
           03 LOC-POST-DATE PIC 9(8) VALUE ZERO.
           03 LOCATION-FOUND-SW PIC X VALUE 'N'.
               88 LOCATION-WAS-FOUND VALUE 'Y'.

      * the prices of the PO lines that have had a receipt against
      * them - part, supplier and the date the receipt was stamped
      * on the line, which is how tonight's receipt finds the line
      * TranEdit matched it to. past MAX-RECEIPT-PRICES the later
      * lines are left out and their receipts go in at the average
       77 MAX-RECEIPT-PRICES PIC 9(3) VALUE 500.
       01 RECEIPT-PRICE-CONTROLS.
           03 PRICE-COUNT PIC 9(3) VALUE ZERO.
           03 PRICE-IDX PIC 9(3) VALUE ZERO.
           03 PRICE-LOAD-EOF PIC X VALUE 'N'.
           03 PRICE-FOUND-SW PIC X VALUE 'N'.
               88 RECEIPT-PRICE-FOUND VALUE 'Y'.
           03 PRICE-OVERFLOW-SW PIC X VALUE 'N'.
               88 PRICE-TABLE-OVERFLOWED VALUE 'Y'.
       01 RECEIPT-PRICE-TABLE.
           03 RECEIPT-PRICE-ENTRY OCCURS 500 TIMES.
               05 RP-PART-NO PIC 9(8).
               05 RP-SUPPLIER PIC 9(6).
               05 RP-RECEIPT-DATE PIC 9(8).
               05 RP-UNIT-COST PIC 9(5)V9(4).

      * the costing of the night: the price found for the receipt
      * in hand, the reworked average, and what the posted issues
      * took out of stock at cost
       01 COSTING-WORK.
           03 RECEIPT-UNIT-COST PIC 9(5)V9(4) VALUE ZERO.
           03 COST-IDX PIC 9(3) VALUE ZERO.
           03 HELD-STOCK-QTY PIC S9(8) VALUE ZERO.
           03 COSTED-STOCK-QTY PIC S9(9) VALUE ZERO.
           03 COSTED-STOCK-VALUE PIC S9(13)V9(4) VALUE ZERO.
           03 ISSUE-COST PIC S9(9)V99 VALUE ZERO.
           03 COST-OF-SALES-TOTAL PIC S9(9)V99 VALUE ZERO.
           03 RECEIPTS-COSTED-COUNT PIC 9(5) VALUE ZERO.
           03 RECEIPTS-AT-AVERAGE-COUNT PIC 9(5) VALUE ZERO.
       01 SHOW-COST-OF-SALES PIC -(8)9.99.

      * the transaction date in hand reworked YYYYMMDD so the latest
      * one per part can ride onto PB-LAST-MOVE-DATE
           03 HELD-IDX PIC 9(3) VALUE ZERO.
           03 RELEASED-PRIOR-COUNT PIC 9(5) VALUE ZERO.
           03 ISSUES-POSTED-COUNT PIC 9(5) VALUE ZERO.
           03 TRANSFERS-POSTED-COUNT PIC 9(5) VALUE ZERO.
           03 BACKORDER-EOF PIC X VALUE 'N'.
           03 TONIGHT-DATE PIC 9(8) VALUE ZERO.
       01 RELEASE-QUEUE-TABLE.
               05 RQ-DATE-YYYY PIC 9(4).
               05 RQ-QUANT PIC S9(6).
               05 RQ-HELD-DATE PIC 9(8).
               05 RQ-LOCATION PIC XX.
               05 RQ-TO-LOCATION PIC XX.
               05 RQ-LOT-NO PIC X(12).
               05 RQ-TRAN-SOURCE PIC X.
       01 HELD-TABLE.
           03 HELD-ENTRY OCCURS 500 TIMES.
               05 HD-PART-NO PIC 9(8).
               05 HD-DATE-YYYY PIC 9(4).
               05 HD-QUANT PIC S9(6).
               05 HD-HELD-DATE PIC 9(8).
               05 HD-LOCATION PIC XX.
               05 HD-TO-LOCATION PIC XX.
               05 HD-LOT-NO PIC X(12).
               05 HD-TRAN-SOURCE PIC X.

      * what the balancing sheet needs to tie the transaction file
      * to the master: the movement actually posted, and the held
           03 MJRN-OPERATOR PIC X(8) VALUE SPACES.
           03 MJRN-FILE-ID PIC X VALUE 'B'.
           03 MJRN-ACTION PIC X.
           03 MJRN-BEFORE-IMAGE PIC X(120).
           03 MJRN-AFTER-IMAGE PIC X(120).

      * a posted issue rolled into the movement table under these
      * names, so the tolerance check and the posted-movement total
       01 BCK-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'PART NO   CUST/SUPP '.
           03 FILLER PIC X(30) VALUE 'TRAN DATE    QUANT  HELD SINCE'.
           03 FILLER PIC X(10) VALUE 'LOC  TO'.
       01 BCK-DETAIL-LINE.
           03 BCK-D-PART-NO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BCK-D-QUANT PIC -(5)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BCK-D-HELD-DATE PIC 9(8).
           03 FILLER PIC X(3) VALUE SPACES.
           03 BCK-D-LOCATION PIC XX.
           03 FILLER PIC X(3) VALUE SPACES.
           03 BCK-D-TO-LOCATION PIC XX.
       01 WS-BACKORDER-LINE PIC X(80).

      * print lines for the exception report
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT TONIGHT-DATE FROM DATE YYYYMMDD.
           MOVE TONIGHT-DATE TO THIS-RUN-DATE.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           PERFORM LOAD-HELD-BACKORDERS.
           PERFORM LOAD-RECEIPT-PRICES.
           PERFORM VERIFY-HAND-OFF-INPUT.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-FS-TRANSACTION-FILE NOT = '00'
               MOVE 'TRANSACTION-FILE' TO ALOG-FILE-NAME
               MOVE WS-FS-TRANSACTION-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM OPEN-PART-MASTER.

      * receipts net per part as ever; an issue joins the release
      * queue instead, behind the prior nights' held backorders, so
      * it only posts if the stock is really there - and so does a
      * transfer, which can only send what its location holds
           PERFORM UNTIL TRAN-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                   NOT AT END
                       ADD 1 TO TRAN-POST-COUNT
                       IF TRAN-QUANT < ZERO
                           OR NOT TRAN-IS-MOVEMENT
                           PERFORM QUEUE-TONIGHT-ISSUE
                       ELSE
                           PERFORM TRACK-NIGHT-MOVEMENT
                           PERFORM TRACK-LOCATION-RECEIPT
                           PERFORM TRACK-LOT-RECEIPT
                       END-IF
               END-READ
           END-PERFORM.
      * movements would silently never post, so refuse instead with
      * the balances untouched
           IF MOVEMENT-OVERFLOWED OR QUEUE-OVERFLOWED
               OR LOC-MOVE-OVERFLOWED OR LOT-RECEIPTS-OVERFLOWED
               DISPLAY "*** Movement or release tables full "
                   "tonight - nothing posted ***"
               MOVE 10 TO RETURN-CODE
           END-IF.

           PERFORM OPEN-PART-BALANCE-MASTER.
           PERFORM OPEN-LOCATION-BALANCE-MASTER.
           PERFORM OPEN-LOT-BALANCE-MASTER.
           PERFORM OPEN-LOT-MOVEMENT-FILE.
           PERFORM VARYING MOVEMENT-IDX FROM 1 BY 1
                   UNTIL MOVEMENT-IDX > MOVEMENT-PART-COUNT
               PERFORM APPLY-ONE-NET-MOVEMENT
           END-PERFORM.
           PERFORM VARYING LOC-MOVE-IDX FROM 1 BY 1
                   UNTIL LOC-MOVE-IDX > LOC-MOVE-COUNT
               PERFORM APPLY-ONE-LOCATION-RECEIPT
           END-PERFORM.
           PERFORM VARYING LOT-RECEIPT-IDX FROM 1 BY 1
                   UNTIL LOT-RECEIPT-IDX > LOT-RECEIPT-COUNT
               PERFORM APPLY-ONE-LOT-RECEIPT
           END-PERFORM.
      * the receipts are on - now the release pass works the queue
      * oldest-first, posting as far as each balance allows and
      * holding the rest
               PERFORM POST-OR-HOLD-ISSUE
           END-PERFORM.
           CLOSE PART-BALANCE-MASTER.
           CLOSE LOCATION-BALANCE-MASTER.
           CLOSE LOT-BALANCE-MASTER.
           CLOSE LOT-MOVEMENT-FILE.
           CLOSE PART-MASTER.

           PERFORM REWRITE-BACKORDER-FILE.
           PERFORM PRINT-BACKORDER-REPORT.
           DISPLAY "Movements posted: " TRAN-POST-COUNT.
           DISPLAY "Backorders released: " RELEASED-PRIOR-COUNT
               "  Still held: " HELD-COUNT.
           DISPLAY "Transfers posted: " TRANSFERS-POSTED-COUNT.
           DISPLAY "Lot receipts posted: " LOT-RECEIPTS-POSTED
               "  Lot draws posted: " LOT-DRAWS-POSTED.
           DISPLAY "Stock exceptions: " EXCEPTION-COUNT.
           MOVE COST-OF-SALES-TOTAL TO SHOW-COST-OF-SALES.
           DISPLAY "Receipts costed at PO price: "
               RECEIPTS-COSTED-COUNT "  At average: "
               RECEIPTS-AT-AVERAGE-COUNT.
           DISPLAY "Cost of sales: " SHOW-COST-OF-SALES.

           MOVE TRAN-POST-COUNT TO RSUM-RECORDS-READ.
           IF EXCEPTION-COUNT > ZERO OR HELD-COUNT > ZERO

           STOP RUN.

      * transact.dat is TranSort's hand-off - proved against its
      * manifest entry before it is opened, so a truncated or stale
      * file stops here instead of moving stock. see FileManifest.cbl
       VERIFY-HAND-OFF-INPUT.
           MOVE 'V' TO MFST-FUNCTION.
           MOVE 'transact.dat' TO MFST-FILE-NAME.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** StockPost - " MFST-FILE-NAME
                   " fails its manifest check - nothing posted ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       MOVE RF-RUN-DATE TO THIS-RUN-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.
           MOVE NET-HELD-DELTA TO NV-AMOUNT.
           MOVE THIS-RUN-ID TO NV-RUN-ID.
           PERFORM WRITE-ONE-NIGHT-VALUE.
           MOVE 'SPCS' TO NV-SOURCE.
           MOVE COST-OF-SALES-TOTAL TO NV-AMOUNT.
           MOVE THIS-RUN-ID TO NV-RUN-ID.
           PERFORM WRITE-ONE-NIGHT-VALUE.
           CLOSE NIGHT-VALUE-FILE.

       WRITE-ONE-NIGHT-VALUE.
               PERFORM REPORT-FILE-ABEND
           END-IF.

       OPEN-LOCATION-BALANCE-MASTER.
           OPEN I-O LOCATION-BALANCE-MASTER.
           IF WS-FS-LOCATION-BALANCE = '35'
               OPEN OUTPUT LOCATION-BALANCE-MASTER
               CLOSE LOCATION-BALANCE-MASTER
               OPEN I-O LOCATION-BALANCE-MASTER
           END-IF.
           IF WS-FS-LOCATION-BALANCE NOT = '00'
               MOVE 'LOCATION-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-LOCATION-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       OPEN-PART-MASTER.
           OPEN INPUT PART-MASTER.
           IF WS-FS-PART-MASTER NOT = '00'
               MOVE 'PART-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       OPEN-LOT-BALANCE-MASTER.
           OPEN I-O LOT-BALANCE-MASTER.
           IF WS-FS-LOT-BALANCE = '35'
               OPEN OUTPUT LOT-BALANCE-MASTER
               CLOSE LOT-BALANCE-MASTER
               OPEN I-O LOT-BALANCE-MASTER
           END-IF.
           IF WS-FS-LOT-BALANCE NOT = '00'
               MOVE 'LOT-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-LOT-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       OPEN-LOT-MOVEMENT-FILE.
           OPEN EXTEND LOT-MOVEMENT-FILE.
           IF WS-FS-LOT-MOVEMENT = '35'
               OPEN OUTPUT LOT-MOVEMENT-FILE
           END-IF.
           IF WS-FS-LOT-MOVEMENT NOT = '00'
               AND WS-FS-LOT-MOVEMENT NOT = '05'
               MOVE 'LOT-MOVEMENT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-LOT-MOVEMENT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * rolls this movement into the part's one-night net in the
      * movement table - the staging half: nothing touches the
      * master until the whole file has been read
       TRACK-NIGHT-MOVEMENT.
           COMPUTE TRAN-DATE-NUMERIC = TRAN-DATE-YYYY * 10000
               + TRAN-DATE-MM * 100 + TRAN-DATE-DD.
           PERFORM FIND-RECEIPT-PRICE.
           MOVE 'N' TO MOVEMENT-FOUND-SW.
           PERFORM VARYING MOVEMENT-IDX FROM 1 BY 1
                   UNTIL MOVEMENT-IDX > MOVEMENT-PART-COUNT
                       MOVE TRAN-DATE-NUMERIC TO
                           MV-LAST-DATE(MOVEMENT-IDX)
                   END-IF
                   MOVE MOVEMENT-IDX TO COST-IDX
                   PERFORM COST-RECEIPT-INTO-MOVEMENT
                   MOVE 'Y' TO MOVEMENT-FOUND-SW
               END-IF
           END-PERFORM.
                       MV-NET-MOVEMENT(MOVEMENT-PART-COUNT)
                   MOVE TRAN-DATE-NUMERIC TO
                       MV-LAST-DATE(MOVEMENT-PART-COUNT)
                   MOVE MOVEMENT-PART-COUNT TO COST-IDX
                   PERFORM COST-RECEIPT-INTO-MOVEMENT
               ELSE
                   MOVE 'Y' TO MOVEMENT-OVERFLOW-SW
               END-IF
           END-IF.

      * the same receipt into its location's one-night net -
      * TRAN-DATE-NUMERIC is already set by TRACK-NIGHT-MOVEMENT
       TRACK-LOCATION-RECEIPT.
           MOVE 'N' TO LOC-MOVE-FOUND-SW.
           PERFORM VARYING LOC-MOVE-IDX FROM 1 BY 1
                   UNTIL LOC-MOVE-IDX > LOC-MOVE-COUNT
               IF LM-PART-NO(LOC-MOVE-IDX) = TRAN-PART-NO
                   AND LM-LOCATION(LOC-MOVE-IDX) = TRAN-LOCATION
                   ADD TRAN-QUANT TO LM-NET-MOVEMENT(LOC-MOVE-IDX)
                   IF TRAN-DATE-NUMERIC > LM-LAST-DATE(LOC-MOVE-IDX)
                       MOVE TRAN-DATE-NUMERIC TO
                           LM-LAST-DATE(LOC-MOVE-IDX)
                   END-IF
                   MOVE 'Y' TO LOC-MOVE-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT LOC-MOVE-FOUND
               IF LOC-MOVE-COUNT < MAX-LOCATION-MOVES
                   ADD 1 TO LOC-MOVE-COUNT
                   MOVE TRAN-PART-NO TO LM-PART-NO(LOC-MOVE-COUNT)
                   MOVE TRAN-LOCATION TO LM-LOCATION(LOC-MOVE-COUNT)
                   MOVE TRAN-QUANT TO
                       LM-NET-MOVEMENT(LOC-MOVE-COUNT)
                   MOVE TRAN-DATE-NUMERIC TO
                       LM-LAST-DATE(LOC-MOVE-COUNT)
               ELSE
                   MOVE 'Y' TO LOC-MOVE-OVERFLOW-SW
               END-IF
           END-IF.

      * a receipt of a lot-controlled part that names its lot is
      * staged for that lot - TRAN-DATE-NUMERIC is already set. a
      * count surplus comes without one, and joins the stock that
      * belongs to no lot
       TRACK-LOT-RECEIPT.
           IF TRAN-QUANT > ZERO
               AND NOT TRAN-HAS-NO-LOT
               MOVE TRAN-PART-NO TO PM-PART-NO
               PERFORM READ-PART-LOT-FLAG
               IF PART-IS-LOT-CONTROLLED
                   IF LOT-RECEIPT-COUNT < MAX-LOT-RECEIPTS
                       ADD 1 TO LOT-RECEIPT-COUNT
                       MOVE TRAN-PART-NO TO
                           LR-PART-NO(LOT-RECEIPT-COUNT)
                       MOVE TRAN-LOT-NO TO
                           LR-LOT-NO(LOT-RECEIPT-COUNT)
                       MOVE TRAN-EXPIRY-DATE TO
                           LR-EXPIRY-DATE(LOT-RECEIPT-COUNT)
                       MOVE TRAN-CUS-SUP-NO TO
                           LR-CUS-SUP-NO(LOT-RECEIPT-COUNT)
                       MOVE TRAN-DATE-NUMERIC TO
                           LR-TRAN-DATE(LOT-RECEIPT-COUNT)
                       MOVE TRAN-QUANT TO
                           LR-QUANT(LOT-RECEIPT-COUNT)
                       MOVE TRAN-SOURCE TO
                           LR-SOURCE(LOT-RECEIPT-COUNT)
                       MOVE TRAN-LOCATION TO
                           LR-LOCATION(LOT-RECEIPT-COUNT)
                   ELSE
                       MOVE 'Y' TO LOT-RECEIPT-OVERFLOW-SW
                   END-IF
               END-IF
           END-IF.

      * whether the part PM-PART-NO names traces its lots - a part
      * missing from the master is treated as one that doesn't
       READ-PART-LOT-FLAG.
           MOVE 'N' TO LOT-PART-SW.
           READ PART-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PM-IS-LOT-CONTROLLED
                       MOVE 'Y' TO LOT-PART-SW
                   END-IF
           END-READ.

      * a receipt with a price found goes into the part's costed
      * quantity and value; one without (a count adjustment, a
      * customer return, an unordered or unpriced delivery) is left
      * out of both, and goes in at the part's existing average
       COST-RECEIPT-INTO-MOVEMENT.
           IF RECEIPT-PRICE-FOUND
               ADD TRAN-QUANT TO MV-COSTED-QTY(COST-IDX)
               COMPUTE MV-COSTED-VALUE(COST-IDX) =
                   MV-COSTED-VALUE(COST-IDX)
                   + TRAN-QUANT * RECEIPT-UNIT-COST
               ADD 1 TO RECEIPTS-COSTED-COUNT
           ELSE
               IF TRAN-QUANT > ZERO
                   ADD 1 TO RECEIPTS-AT-AVERAGE-COUNT
               END-IF
           END-IF.

      * the price of the PO line TranEdit matched this receipt to -
      * same part, same supplier, receipt date stamped on the line.
      * only supplier deliveries are looked up: count adjustments
      * and customer returns were never matched to an order. where
      * two lines qualify the later order's price wins
       FIND-RECEIPT-PRICE.
           MOVE 'N' TO PRICE-FOUND-SW.
           MOVE ZERO TO RECEIPT-UNIT-COST.
           IF TRAN-QUANT > ZERO
               AND TRAN-SOURCE NOT = 'Y'
               AND TRAN-SOURCE NOT = 'N'
               PERFORM VARYING PRICE-IDX FROM 1 BY 1
                       UNTIL PRICE-IDX > PRICE-COUNT
                   IF RP-PART-NO(PRICE-IDX) = TRAN-PART-NO
                       AND RP-SUPPLIER(PRICE-IDX) = TRAN-CUS-SUP-NO
                       AND RP-RECEIPT-DATE(PRICE-IDX) =
                           TRAN-DATE-NUMERIC
                       MOVE 'Y' TO PRICE-FOUND-SW
                       MOVE RP-UNIT-COST(PRICE-IDX) TO
                           RECEIPT-UNIT-COST
                   END-IF
               END-PERFORM
           END-IF.

      * every priced PO line that has seen a receipt, into storage
      * before the transaction pass - cancelled lines and lines
      * nothing has arrived against can't have costed tonight's
      * receipts
       LOAD-RECEIPT-PRICES.
           OPEN INPUT PO-MASTER.
           IF WS-FS-PO-MASTER NOT = '00'
               AND WS-FS-PO-MASTER NOT = '05'
               AND WS-FS-PO-MASTER NOT = '35'
               MOVE 'PO-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PO-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM UNTIL PRICE-LOAD-EOF = 'Y'
               READ PO-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO PRICE-LOAD-EOF
                   NOT AT END
                       IF NOT POL-IS-CANCELLED
                           AND POL-LAST-RECEIPT-DATE NOT = ZERO
                           AND POL-UNIT-COST > ZERO
                           PERFORM HOLD-RECEIPT-PRICE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-MASTER.
           IF PRICE-TABLE-OVERFLOWED
               DISPLAY "Received PO lines beyond " MAX-RECEIPT-PRICES
                   " not priced this run"
           END-IF.

       HOLD-RECEIPT-PRICE.
           IF PRICE-COUNT < MAX-RECEIPT-PRICES
               ADD 1 TO PRICE-COUNT
               MOVE POL-PART-NO TO RP-PART-NO(PRICE-COUNT)
               MOVE POL-SUPPLIER TO RP-SUPPLIER(PRICE-COUNT)
               MOVE POL-LAST-RECEIPT-DATE TO
                   RP-RECEIPT-DATE(PRICE-COUNT)
               MOVE POL-UNIT-COST TO RP-UNIT-COST(PRICE-COUNT)
           ELSE
               MOVE 'Y' TO PRICE-OVERFLOW-SW
           END-IF.

      * the commit half: one read/add/rewrite per part applies the
      * night's net movement to the running balance - a part with no
      * master record yet starts from zero, created here
                   MOVE ZERO TO PB-MIN-LEVEL
                   MOVE ZERO TO PB-REORDER-QTY
                   MOVE ZERO TO PB-LAST-MOVE-DATE
                   MOVE ZERO TO PB-UNIT-COST
                   MOVE ZERO TO PB-ALLOCATED-QTY
                   MOVE ZERO TO PB-LEAD-TIME-DAYS
                   WRITE PART-BALANCE-RECORD
                       INVALID KEY
                           MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
           END-READ.
           MOVE SPACES TO MJRN-BEFORE-IMAGE.
           MOVE PART-BALANCE-RECORD TO MJRN-BEFORE-IMAGE.
           PERFORM REWORK-AVERAGE-COST.
           ADD MV-NET-MOVEMENT(MOVEMENT-IDX) TO PB-BALANCE.
           IF MV-LAST-DATE(MOVEMENT-IDX) > PB-LAST-MOVE-DATE
               MOVE MV-LAST-DATE(MOVEMENT-IDX) TO PB-LAST-MOVE-DATE
           PERFORM JOURNAL-BALANCE-ACTION.
           MOVE PB-BALANCE TO MV-FINAL-BALANCE(MOVEMENT-IDX).

      * the night's receipts at one location onto its balance
       APPLY-ONE-LOCATION-RECEIPT.
           MOVE LM-PART-NO(LOC-MOVE-IDX) TO LB-PART-NO.
           MOVE LM-LOCATION(LOC-MOVE-IDX) TO LB-LOCATION.
           MOVE LM-NET-MOVEMENT(LOC-MOVE-IDX) TO LOC-POST-QTY.
           MOVE LM-LAST-DATE(LOC-MOVE-IDX) TO LOC-POST-DATE.
           PERFORM POST-TO-LOCATION-BALANCE.

      * one signed quantity onto the location balance LB-KEY names -
      * a location with no balance yet starts from zero, created
      * here, the way a part with no balance does
       POST-TO-LOCATION-BALANCE.
           READ LOCATION-BALANCE-MASTER
               INVALID KEY
                   MOVE ZERO TO LB-BALANCE
                   MOVE ZERO TO LB-MIN-LEVEL
                   MOVE ZERO TO LB-REORDER-QTY
                   MOVE ZERO TO LB-LAST-MOVE-DATE
                   WRITE LOCATION-BALANCE-RECORD
                       INVALID KEY
                           MOVE 'LOCATION-BALANCE' TO ALOG-FILE-NAME
                           MOVE 'WRITE' TO ALOG-OPERATION
                           MOVE WS-FS-LOCATION-BALANCE TO
                               ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                   END-WRITE
                   MOVE SPACES TO MJRN-BEFORE-IMAGE
                   MOVE 'W' TO MJRN-ACTION
                   PERFORM JOURNAL-LOCATION-ACTION
           END-READ.
           MOVE SPACES TO MJRN-BEFORE-IMAGE.
           MOVE LOCATION-BALANCE-RECORD TO MJRN-BEFORE-IMAGE.
           ADD LOC-POST-QTY TO LB-BALANCE.
           IF LOC-POST-DATE > LB-LAST-MOVE-DATE
               MOVE LOC-POST-DATE TO LB-LAST-MOVE-DATE
           END-IF.
           REWRITE LOCATION-BALANCE-RECORD
               INVALID KEY
                   MOVE 'LOCATION-BALANCE' TO ALOG-FILE-NAME
                   MOVE 'REWRITE' TO ALOG-OPERATION
                   MOVE WS-FS-LOCATION-BALANCE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-REWRITE.
           MOVE 'R' TO MJRN-ACTION.
           PERFORM JOURNAL-LOCATION-ACTION.

      * one staged receipt onto its lot - a batch not seen before
      * starts from zero, created here with the use-by the receipt
      * carries; one first received without a use-by takes the
      * first a later receipt of it brings
       APPLY-ONE-LOT-RECEIPT.
           MOVE LR-PART-NO(LOT-RECEIPT-IDX) TO LT-PART-NO.
           MOVE LR-LOT-NO(LOT-RECEIPT-IDX) TO LT-LOT-NO.
           READ LOT-BALANCE-MASTER
               INVALID KEY
                   MOVE LR-EXPIRY-DATE(LOT-RECEIPT-IDX) TO
                       LT-EXPIRY-DATE
                   MOVE ZERO TO LT-BALANCE
                   MOVE LR-TRAN-DATE(LOT-RECEIPT-IDX) TO
                       LT-RECEIVED-DATE
                   MOVE ZERO TO LT-LAST-MOVE-DATE
                   WRITE LOT-BALANCE-RECORD
                       INVALID KEY
                           MOVE 'LOT-BALANCE' TO ALOG-FILE-NAME
                           MOVE 'WRITE' TO ALOG-OPERATION
                           MOVE WS-FS-LOT-BALANCE TO ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                   END-WRITE
                   MOVE SPACES TO MJRN-BEFORE-IMAGE
                   MOVE 'W' TO MJRN-ACTION
                   PERFORM JOURNAL-LOT-ACTION
           END-READ.
           MOVE SPACES TO MJRN-BEFORE-IMAGE.
           MOVE LOT-BALANCE-RECORD TO MJRN-BEFORE-IMAGE.
           ADD LR-QUANT(LOT-RECEIPT-IDX) TO LT-BALANCE.
           IF LT-EXPIRY-DATE = ZERO
               MOVE LR-EXPIRY-DATE(LOT-RECEIPT-IDX) TO LT-EXPIRY-DATE
           END-IF.
           IF LR-TRAN-DATE(LOT-RECEIPT-IDX) > LT-LAST-MOVE-DATE
               MOVE LR-TRAN-DATE(LOT-RECEIPT-IDX) TO LT-LAST-MOVE-DATE
           END-IF.
           REWRITE LOT-BALANCE-RECORD
               INVALID KEY
                   MOVE 'LOT-BALANCE' TO ALOG-FILE-NAME
                   MOVE 'REWRITE' TO ALOG-OPERATION
                   MOVE WS-FS-LOT-BALANCE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-REWRITE.
           MOVE 'R' TO MJRN-ACTION.
           PERFORM JOURNAL-LOT-ACTION.
           ADD 1 TO LOT-RECEIPTS-POSTED.
           MOVE THIS-RUN-DATE TO LTM-RUN-DATE.
           MOVE THIS-RUN-ID TO LTM-RUN-ID.
           MOVE LT-PART-NO TO LTM-PART-NO.
           MOVE LT-LOT-NO TO LTM-LOT-NO.
           MOVE LT-EXPIRY-DATE TO LTM-EXPIRY-DATE.
           MOVE LR-CUS-SUP-NO(LOT-RECEIPT-IDX) TO LTM-CUS-SUP-NO.
           MOVE LR-TRAN-DATE(LOT-RECEIPT-IDX) TO LTM-TRAN-DATE.
           MOVE LR-QUANT(LOT-RECEIPT-IDX) TO LTM-QUANT.
           MOVE LR-SOURCE(LOT-RECEIPT-IDX) TO LTM-SOURCE.
           MOVE LR-LOCATION(LOT-RECEIPT-IDX) TO LTM-LOCATION.
           MOVE 'R' TO LTM-HOW.
           PERFORM WRITE-LOT-MOVEMENT.

      * the weighted average before tonight's receipts go on: the
      * stock already held at the old average, the priced receipts
      * at their PO prices, the unpriced ones at the old average,
      * over the quantity held afterwards. a part holding nothing
      * takes its average from the receipts alone
       REWORK-AVERAGE-COST.
           IF PB-BALANCE > ZERO
               MOVE PB-BALANCE TO HELD-STOCK-QTY
           ELSE
               MOVE ZERO TO HELD-STOCK-QTY
           END-IF.
           COMPUTE COSTED-STOCK-QTY = HELD-STOCK-QTY
               + MV-NET-MOVEMENT(MOVEMENT-IDX).
           IF MV-COSTED-QTY(MOVEMENT-IDX) > ZERO
               AND COSTED-STOCK-QTY > ZERO
               COMPUTE COSTED-STOCK-VALUE =
                   (COSTED-STOCK-QTY - MV-COSTED-QTY(MOVEMENT-IDX))
                   * PB-UNIT-COST
                   + MV-COSTED-VALUE(MOVEMENT-IDX)
               COMPUTE PB-UNIT-COST ROUNDED =
                   COSTED-STOCK-VALUE / COSTED-STOCK-QTY
           END-IF.

      * the balance action that just took, onto the master journal -
      * the after image is the record as it now stands
       JOURNAL-BALANCE-ACTION.
           MOVE 'B' TO MJRN-FILE-ID.
           MOVE SPACES TO MJRN-AFTER-IMAGE.
           MOVE PART-BALANCE-RECORD TO MJRN-AFTER-IMAGE.
           CALL "MasterJrnl" USING MJRN-PROGRAM-NAME MJRN-OPERATOR
               MJRN-FILE-ID MJRN-ACTION MJRN-BEFORE-IMAGE
               MJRN-AFTER-IMAGE.

       JOURNAL-LOCATION-ACTION.
           MOVE 'L' TO MJRN-FILE-ID.
           MOVE SPACES TO MJRN-AFTER-IMAGE.
           MOVE LOCATION-BALANCE-RECORD TO MJRN-AFTER-IMAGE.
           CALL "MasterJrnl" USING MJRN-PROGRAM-NAME MJRN-OPERATOR
               MJRN-FILE-ID MJRN-ACTION MJRN-BEFORE-IMAGE
               MJRN-AFTER-IMAGE.

       JOURNAL-LOT-ACTION.
           MOVE 'K' TO MJRN-FILE-ID.
           MOVE SPACES TO MJRN-AFTER-IMAGE.
           MOVE LOT-BALANCE-RECORD TO MJRN-AFTER-IMAGE.
           CALL "MasterJrnl" USING MJRN-PROGRAM-NAME MJRN-OPERATOR
               MJRN-FILE-ID MJRN-ACTION MJRN-BEFORE-IMAGE
               MJRN-AFTER-IMAGE.

       WRITE-LOT-MOVEMENT.
           WRITE LOT-MOVEMENT-RECORD.
           IF WS-FS-LOT-MOVEMENT NOT = '00'
               MOVE 'LOT-MOVEMENT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-LOT-MOVEMENT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * one exception line per part that ended the night negative or
      * moved by more than MOVEMENT-TOLERANCE either way
       PRINT-EXCEPTION-REPORT.
                           MOVE BO-QUANT TO RQ-QUANT(QUEUE-COUNT)
                           MOVE BO-HELD-DATE TO
                               RQ-HELD-DATE(QUEUE-COUNT)
                           MOVE BO-LOCATION TO
                               RQ-LOCATION(QUEUE-COUNT)
                           IF BO-LOCATION = SPACES
                               MOVE 'WH' TO RQ-LOCATION(QUEUE-COUNT)
                           END-IF
                           MOVE BO-TO-LOCATION TO
                               RQ-TO-LOCATION(QUEUE-COUNT)
                           MOVE BO-LOT-NO TO RQ-LOT-NO(QUEUE-COUNT)
                           MOVE BO-SOURCE TO
                               RQ-TRAN-SOURCE(QUEUE-COUNT)
                       ELSE
                           MOVE 'Y' TO QUEUE-OVERFLOW-SW
                       END-IF
           END-PERFORM.
           CLOSE BACKORDER-FILE.

      * tonight's issue or transfer behind the held backorders, in
      * arrival order
       QUEUE-TONIGHT-ISSUE.
           IF QUEUE-COUNT < MAX-RELEASE-QUEUE
               ADD 1 TO QUEUE-COUNT
               MOVE TRAN-DATE-YYYY TO RQ-DATE-YYYY(QUEUE-COUNT)
               MOVE TRAN-QUANT TO RQ-QUANT(QUEUE-COUNT)
               MOVE ZERO TO RQ-HELD-DATE(QUEUE-COUNT)
               MOVE TRAN-LOCATION TO RQ-LOCATION(QUEUE-COUNT)
               MOVE TRAN-TO-LOCATION TO RQ-TO-LOCATION(QUEUE-COUNT)
               MOVE TRAN-LOT-NO TO RQ-LOT-NO(QUEUE-COUNT)
               MOVE TRAN-SOURCE TO RQ-TRAN-SOURCE(QUEUE-COUNT)
           ELSE
               MOVE 'Y' TO QUEUE-OVERFLOW-SW
           END-IF.
      * one queued issue against the part's freshly-receipted
      * balance: enough stock posts it (and a prior-night hold is a
      * release), not enough holds it - never a negative balance.
      * the stock has to be at the issue's own location too - what
      * sits on the van can't fill an issue from the warehouse, and
      * for a lot-controlled part out-of-date batches can't fill it
      * either. the held delta keeps the balancing sheet able to tie
      * the transaction file to what actually posted
       POST-OR-HOLD-ISSUE.
           IF RQ-TO-LOCATION(QUEUE-IDX) NOT = SPACES
               PERFORM POST-OR-HOLD-TRANSFER
           ELSE
               MOVE RQ-PART-NO(QUEUE-IDX) TO PB-PART-NO
               PERFORM READ-QUEUED-LOCATION
               READ PART-BALANCE-MASTER
                   INVALID KEY
                       PERFORM HOLD-THIS-ISSUE
                   NOT INVALID KEY
                       PERFORM CHECK-LOT-STOCK-COVERS
                       IF PB-BALANCE + RQ-QUANT(QUEUE-IDX) < ZERO
                           OR NOT LOCATION-WAS-FOUND
                           OR LB-BALANCE + RQ-QUANT(QUEUE-IDX)
                               < ZERO
                           OR LOT-STOCK-SHORT
                           PERFORM HOLD-THIS-ISSUE
                       ELSE
                           PERFORM POST-THIS-ISSUE
                       END-IF
               END-READ
           END-IF.

      * the balance at the location the queued entry moves stock
      * out of
       READ-QUEUED-LOCATION.
           MOVE RQ-PART-NO(QUEUE-IDX) TO LB-PART-NO.
           MOVE RQ-LOCATION(QUEUE-IDX) TO LB-LOCATION.
           MOVE 'N' TO LOCATION-FOUND-SW.
           READ LOCATION-BALANCE-MASTER
               INVALID KEY
                   MOVE ZERO TO LB-BALANCE
               NOT INVALID KEY
                   MOVE 'Y' TO LOCATION-FOUND-SW
           END-READ.

      * what a lot-controlled part's issue may draw: the lot it
      * names, whatever its use-by - it was asked for by name - the
      * other lots still in date on the business date, and the
      * stock the part held before its lots were tracked, which is
      * whatever the balance holds beyond the lots. short of the
      * issue, it is held like any other
       CHECK-LOT-STOCK-COVERS.
           MOVE 'N' TO LOT-SHORT-SW.
           MOVE RQ-PART-NO(QUEUE-IDX) TO PM-PART-NO.
           PERFORM READ-PART-LOT-FLAG.
           IF PART-IS-LOT-CONTROLLED
               PERFORM SCAN-PART-LOTS
               COMPUTE UNLOTTED-QTY = PB-BALANCE - LOT-TOTAL-QTY
               IF UNLOTTED-QTY < ZERO
                   MOVE ZERO TO UNLOTTED-QTY
               END-IF
               COMPUTE USABLE-LOT-QTY = NAMED-LOT-QTY
                   + IN-DATE-LOT-QTY + UNLOTTED-QTY
               IF USABLE-LOT-QTY + RQ-QUANT(QUEUE-IDX) < ZERO
                   MOVE 'Y' TO LOT-SHORT-SW
               END-IF
           END-IF.

      * every lot of the queued issue's part, in key order: what the
      * lots hold between them, the named lot's share, what the
      * other lots hold that is still in date, and of those the one
      * with the earliest use-by - a batch with no use-by ranks
      * after every dated one, and a tie goes to the first in key
      * order
       SCAN-PART-LOTS.
           MOVE ZERO TO LOT-TOTAL-QTY.
           MOVE ZERO TO NAMED-LOT-QTY.
           MOVE ZERO TO IN-DATE-LOT-QTY.
           MOVE 'N' TO LOT-PICK-SW.
           MOVE SPACES TO PICK-LOT-NO.
           MOVE ZERO TO PICK-EXPIRY-RANK.
           MOVE 'N' TO LOT-SCAN-EOF.
           MOVE RQ-PART-NO(QUEUE-IDX) TO LT-PART-NO.
           MOVE LOW-VALUES TO LT-LOT-NO.
           START LOT-BALANCE-MASTER KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-EOF
           END-START.
           PERFORM UNTIL LOT-SCAN-EOF = 'Y'
               READ LOT-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO LOT-SCAN-EOF
                   NOT AT END
                       IF LT-PART-NO NOT = RQ-PART-NO(QUEUE-IDX)
                           MOVE 'Y' TO LOT-SCAN-EOF
                       ELSE
                           PERFORM WEIGH-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.

       WEIGH-ONE-LOT.
           IF LT-BALANCE > ZERO
               ADD LT-BALANCE TO LOT-TOTAL-QTY
               EVALUATE TRUE
                   WHEN LT-LOT-NO = RQ-LOT-NO(QUEUE-IDX)
                       MOVE LT-BALANCE TO NAMED-LOT-QTY
                   WHEN LT-EXPIRY-DATE NOT = ZERO
                       AND LT-EXPIRY-DATE < THIS-RUN-DATE
                       CONTINUE
                   WHEN OTHER
                       ADD LT-BALANCE TO IN-DATE-LOT-QTY
                       IF LT-EXPIRY-DATE = ZERO
                           MOVE 99999999 TO LOT-EXPIRY-RANK
                       ELSE
                           MOVE LT-EXPIRY-DATE TO LOT-EXPIRY-RANK
                       END-IF
                       IF NOT LOT-WAS-PICKED
                           OR LOT-EXPIRY-RANK < PICK-EXPIRY-RANK
                           MOVE 'Y' TO LOT-PICK-SW
                           MOVE LT-LOT-NO TO PICK-LOT-NO
                           MOVE LOT-EXPIRY-RANK TO PICK-EXPIRY-RANK
                       END-IF
               END-EVALUATE
           END-IF.

      * the posted issue taken out of its lots: the lot it names
      * first, then the lots still in date, earliest use-by first,
      * and whatever is left from the stock that belongs to no lot -
      * the hold check has already seen that it is all there. each
      * draw leaves its line on the recall trail
       DRAW-ISSUE-FROM-LOTS.
           COMPUTE LOT-ISSUE-REMAINING = ZERO - RQ-QUANT(QUEUE-IDX).
           IF RQ-LOT-NO(QUEUE-IDX) NOT = SPACES
               MOVE RQ-LOT-NO(QUEUE-IDX) TO DRAW-LOT-NO
               MOVE 'N' TO DRAW-HOW
               PERFORM DRAW-FROM-ONE-LOT
           END-IF.
           MOVE 'Y' TO LOT-PICK-SW.
           PERFORM UNTIL LOT-ISSUE-REMAINING NOT > ZERO
                   OR NOT LOT-WAS-PICKED
               PERFORM SCAN-PART-LOTS
               IF LOT-WAS-PICKED
                   MOVE PICK-LOT-NO TO DRAW-LOT-NO
                   MOVE 'F' TO DRAW-HOW
                   PERFORM DRAW-FROM-ONE-LOT
               END-IF
           END-PERFORM.
           IF LOT-ISSUE-REMAINING > ZERO
               MOVE SPACES TO LTM-LOT-NO
               MOVE ZERO TO LTM-EXPIRY-DATE
               COMPUTE LTM-QUANT = ZERO - LOT-ISSUE-REMAINING
               MOVE 'U' TO LTM-HOW
               PERFORM WRITE-ISSUE-LOT-MOVEMENT
           END-IF.

      * as much of what the issue still needs as the lot DRAW-LOT-NO
      * holds
       DRAW-FROM-ONE-LOT.
           MOVE RQ-PART-NO(QUEUE-IDX) TO LT-PART-NO.
           MOVE DRAW-LOT-NO TO LT-LOT-NO.
           READ LOT-BALANCE-MASTER
               INVALID KEY
                   MOVE ZERO TO LOT-DRAW-QTY
               NOT INVALID KEY
                   IF LT-BALANCE < LOT-ISSUE-REMAINING
                       MOVE LT-BALANCE TO LOT-DRAW-QTY
                   ELSE
                       MOVE LOT-ISSUE-REMAINING TO LOT-DRAW-QTY
                   END-IF
           END-READ.
           IF LOT-DRAW-QTY > ZERO
               MOVE SPACES TO MJRN-BEFORE-IMAGE
               MOVE LOT-BALANCE-RECORD TO MJRN-BEFORE-IMAGE
               SUBTRACT LOT-DRAW-QTY FROM LT-BALANCE
               SUBTRACT LOT-DRAW-QTY FROM LOT-ISSUE-REMAINING
               IF TRAN-DATE-NUMERIC > LT-LAST-MOVE-DATE
                   MOVE TRAN-DATE-NUMERIC TO LT-LAST-MOVE-DATE
               END-IF
               REWRITE LOT-BALANCE-RECORD
                   INVALID KEY
                       MOVE 'LOT-BALANCE' TO ALOG-FILE-NAME
                       MOVE 'REWRITE' TO ALOG-OPERATION
                       MOVE WS-FS-LOT-BALANCE TO ALOG-FILE-STATUS
                       PERFORM REPORT-FILE-ABEND
               END-REWRITE
               MOVE 'R' TO MJRN-ACTION
               PERFORM JOURNAL-LOT-ACTION
               MOVE LT-LOT-NO TO LTM-LOT-NO
               MOVE LT-EXPIRY-DATE TO LTM-EXPIRY-DATE
               COMPUTE LTM-QUANT = ZERO - LOT-DRAW-QTY
               MOVE DRAW-HOW TO LTM-HOW
               PERFORM WRITE-ISSUE-LOT-MOVEMENT
           END-IF.

      * the issue's side of a recall-trail line - LotTrace finds the
      * customer and the invoice from these
       WRITE-ISSUE-LOT-MOVEMENT.
           MOVE THIS-RUN-DATE TO LTM-RUN-DATE.
           MOVE THIS-RUN-ID TO LTM-RUN-ID.
           MOVE RQ-PART-NO(QUEUE-IDX) TO LTM-PART-NO.
           MOVE RQ-CUS-SUP-NO(QUEUE-IDX) TO LTM-CUS-SUP-NO.
           MOVE TRAN-DATE-NUMERIC TO LTM-TRAN-DATE.
           MOVE RQ-TRAN-SOURCE(QUEUE-IDX) TO LTM-SOURCE.
           MOVE RQ-LOCATION(QUEUE-IDX) TO LTM-LOCATION.
           PERFORM WRITE-LOT-MOVEMENT.
           ADD 1 TO LOT-DRAWS-POSTED.

      * a transfer posts when the sending location holds the whole
      * quantity, and is held otherwise - released later the way a
      * backorder is, once a receipt or another transfer fills the
      * location. the part's total doesn't move, so nothing here
      * touches the part balance, the cost of sales or the night's
      * posted and held figures
       POST-OR-HOLD-TRANSFER.
           PERFORM READ-QUEUED-LOCATION.
           IF NOT LOCATION-WAS-FOUND
               OR LB-BALANCE < RQ-QUANT(QUEUE-IDX)
               PERFORM HOLD-THIS-ISSUE
           ELSE
               PERFORM POST-THIS-TRANSFER
           END-IF.

       POST-THIS-TRANSFER.
           COMPUTE TRAN-DATE-NUMERIC =
               RQ-DATE-YYYY(QUEUE-IDX) * 10000
               + RQ-DATE-MM(QUEUE-IDX) * 100
               + RQ-DATE-DD(QUEUE-IDX).
           MOVE TRAN-DATE-NUMERIC TO LOC-POST-DATE.
           COMPUTE LOC-POST-QTY = ZERO - RQ-QUANT(QUEUE-IDX).
           PERFORM POST-TO-LOCATION-BALANCE.
           MOVE RQ-PART-NO(QUEUE-IDX) TO LB-PART-NO.
           MOVE RQ-TO-LOCATION(QUEUE-IDX) TO LB-LOCATION.
           MOVE RQ-QUANT(QUEUE-IDX) TO LOC-POST-QTY.
           PERFORM POST-TO-LOCATION-BALANCE.
           ADD 1 TO TRANSFERS-POSTED-COUNT.
           IF RQ-SOURCE(QUEUE-IDX) = 'B'
               ADD 1 TO RELEASED-PRIOR-COUNT
           END-IF.

       POST-THIS-ISSUE.
           MOVE SPACES TO MJRN-BEFORE-IMAGE.
           END-REWRITE.
           MOVE 'R' TO MJRN-ACTION.
           PERFORM JOURNAL-BALANCE-ACTION.
           MOVE RQ-PART-NO(QUEUE-IDX) TO LB-PART-NO.
           MOVE RQ-LOCATION(QUEUE-IDX) TO LB-LOCATION.
           MOVE RQ-QUANT(QUEUE-IDX) TO LOC-POST-QTY.
           MOVE TRAN-DATE-NUMERIC TO LOC-POST-DATE.
           PERFORM POST-TO-LOCATION-BALANCE.
           IF PART-IS-LOT-CONTROLLED
               PERFORM DRAW-ISSUE-FROM-LOTS
           END-IF.
           ADD 1 TO ISSUES-POSTED-COUNT.
      * the issue leaves stock at the average it stood at - the
      * night's cost of sales
           COMPUTE ISSUE-COST ROUNDED =
               (ZERO - RQ-QUANT(QUEUE-IDX)) * PB-UNIT-COST.
           ADD ISSUE-COST TO COST-OF-SALES-TOTAL.
           IF RQ-SOURCE(QUEUE-IDX) = 'B'
               ADD 1 TO RELEASED-PRIOR-COUNT
               SUBTRACT RQ-QUANT(QUEUE-IDX) FROM NET-HELD-DELTA
                   MOVE RQ-HELD-DATE(QUEUE-IDX) TO
                       HD-HELD-DATE(HELD-COUNT)
               ELSE
                   MOVE THIS-RUN-DATE TO HD-HELD-DATE(HELD-COUNT)
               END-IF
               MOVE RQ-LOCATION(QUEUE-IDX) TO HD-LOCATION(HELD-COUNT)
               MOVE RQ-TO-LOCATION(QUEUE-IDX) TO
                   HD-TO-LOCATION(HELD-COUNT)
               MOVE RQ-LOT-NO(QUEUE-IDX) TO HD-LOT-NO(HELD-COUNT)
               MOVE RQ-TRAN-SOURCE(QUEUE-IDX) TO
                   HD-TRAN-SOURCE(HELD-COUNT)
           END-IF.
           IF RQ-SOURCE(QUEUE-IDX) = 'T'
               AND RQ-TO-LOCATION(QUEUE-IDX) = SPACES
               ADD RQ-QUANT(QUEUE-IDX) TO NET-HELD-DELTA
           END-IF.

               MOVE HD-DATE-YYYY(HELD-IDX) TO BO-DATE-YYYY
               MOVE HD-QUANT(HELD-IDX) TO BO-QUANT
               MOVE HD-HELD-DATE(HELD-IDX) TO BO-HELD-DATE
               MOVE HD-LOCATION(HELD-IDX) TO BO-LOCATION
               MOVE HD-TO-LOCATION(HELD-IDX) TO BO-TO-LOCATION
               MOVE HD-LOT-NO(HELD-IDX) TO BO-LOT-NO
               MOVE HD-TRAN-SOURCE(HELD-IDX) TO BO-SOURCE
               WRITE BACKORDER-RECORD
               IF WS-FS-BACKORDER-FILE NOT = '00'
                   MOVE 'BACKORDER-FILE' TO ALOG-FILE-NAME
           CLOSE BACKORDER-FILE.

      * one line per issue still waiting on stock - part, customer,
      * the transaction as it arrived, how long it has waited, and
      * the location it is waiting at (and for a transfer, where it
      * is going)
       PRINT-BACKORDER-REPORT.
           OPEN OUTPUT BACKORDER-REPORT-FILE.
           IF WS-FS-BACKORDER-REPORT NOT = '00'
               MOVE HD-DATE-YYYY(HELD-IDX) TO BCK-D-YEAR
               MOVE HD-QUANT(HELD-IDX) TO BCK-D-QUANT
               MOVE HD-HELD-DATE(HELD-IDX) TO BCK-D-HELD-DATE
               MOVE HD-LOCATION(HELD-IDX) TO BCK-D-LOCATION
               MOVE HD-TO-LOCATION(HELD-IDX) TO BCK-D-TO-LOCATION
               MOVE SPACES TO WS-BACKORDER-LINE
               MOVE BCK-DETAIL-LINE TO WS-BACKORDER-LINE
               PERFORM WRITE-BACKORDER-LINE
