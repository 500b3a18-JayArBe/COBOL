      *          edit-reject file with a reason per record - bad data
      *          stopped before it reaches the report and the hash
      *          totals, not decorated on it as 'UNKNOWN PART'.
      *          Clean receipts are matched against the open lines of
      *          the purchase-order master (pomast.dat) for the same
      *          part and supplier, oldest order first, and every
      *          receipt's outcome - matched, short, over or
      *          unordered - goes on the receipt-match report
      *          (pomatch.rpt). A blank stock location defaults to
      *          the main warehouse; a transfer between two
      *          locations is edited for its locations instead of a
      *          customer or supplier, and is never a receipt. A
      *          part the master flags lot-controlled needs a lot
      *          number on every receipt and on every issue keyed by
      *          hand, and a receipt's use-by date must be a real
      *          date - the generated issues (shipments, standing
      *          orders, count shortfalls) come without one and
      *          StockPost picks their lots.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the raw upstream feed - the old 27-byte two-digit-year
      * shape, the 29-byte four-digit shape, the 30-byte shape with
      * the source-of-entry column, the 34-byte shape with the
      * stock locations, or the 54-byte shape with the lot number
      * and use-by date, record by record
           SELECT TRAN-IN-FILE ASSIGN TO 'tranin.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRAN-IN-FILE.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO 'period.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD-FILE.

      * the purchase-order lines the night's receipts are matched
      * against - read whole at the start, the open lines held in
      * storage, and only rewritten once the pass has completed, the
      * same way the history is only committed at end of job.
      * OPTIONAL: no PO master yet means every receipt is unordered.
      * see POLINE.cpy
           SELECT OPTIONAL PO-MASTER ASSIGN TO 'pomast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POL-KEY
           FILE STATUS IS WS-FS-PO-MASTER.

      * one line per clean receipt and what it matched
           SELECT RECEIPT-MATCH-FILE ASSIGN TO 'pomatch.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEIPT-MATCH.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * tells them apart (column 21 carries the quantity sign in the
      * old shape, a year digit in the new)
       FD TRAN-IN-FILE.
       01 TRAN-IN-RECORD PIC X(54).
       01 TRAN-IN-OLD-SHAPE REDEFINES TRAN-IN-RECORD.
         03 OLD-PART-NO PIC 9(8).
         03 OLD-CUS-SUP-NO PIC 9(6).
         03 OLD-DATE-MM PIC 99.
         03 OLD-DATE-YY PIC 99.
         03 OLD-QUANT PIC S9(6) SIGN LEADING SEPARATE.
         03 FILLER PIC X(27).
       01 TRAN-IN-NEW-SHAPE REDEFINES TRAN-IN-RECORD.
         03 TRAN-PART-NO PIC 9(8).
         03 TRAN-CUS-SUP-NO PIC 9(6).
         03 TRAN-DATE-YYYY PIC 9(4).
         03 TRAN-QUANT PIC S9(6) SIGN LEADING SEPARATE.
         03 TRAN-SOURCE PIC X.
         03 TRAN-LOCATION PIC XX.
           88 TRAN-LOCATION-VALID VALUE 'WH' 'TC' 'VN'.
         03 TRAN-TO-LOCATION PIC XX.
           88 TRAN-IS-MOVEMENT VALUE SPACES.
           88 TRAN-TO-LOCATION-VALID VALUE 'WH' 'TC' 'VN'.
         03 TRAN-LOT-NO PIC X(12).
           88 TRAN-HAS-NO-LOT VALUE SPACES.
         03 TRAN-EXPIRY-DATE PIC 9(8).
         03 TRAN-EXPIRY-PARTS REDEFINES TRAN-EXPIRY-DATE.
           05 TRAN-EXPIRY-YYYY PIC 9(4).
           05 TRAN-EXPIRY-MM PIC 99.
           05 TRAN-EXPIRY-DD PIC 99.

       FD TRAN-OUT-FILE.
       01 TRAN-OUT-RECORD PIC X(54).

      * the rejected transaction image plus the edit that failed it
      * and the run it was rejected on
       FD EDIT-REJECT-FILE.
       01 EDIT-REJECT-RECORD.
           03 EREJ-TRAN-IMAGE PIC X(54).
           03 FILLER PIC X VALUE SPACE.
           03 EREJ-REASON-TEXT PIC X(30).
           03 EREJ-RUN-ID PIC X(11).
       COPY TRANHIST.

       FD HISTORY-WORK-FILE.
       01 HISTORY-WORK-RECORD PIC X(62).

      * one held suspect - see DUPSUSP.cpy
       FD DUP-SUSPENSE-FILE.
       COPY DUPSUSP.

       FD DUP-RELEASE-FILE.
       01 DUP-RELEASE-RECORD PIC X(54).

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.
       FD PERIOD-FILE.

       COPY PERIODCT.

      * keyed by PO number and line - see POLINE.cpy
       FD PO-MASTER.

       COPY POLINE.

       FD RECEIPT-MATCH-FILE.
       01 RECEIPT-MATCH-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

       01 THIS-RUN-ID PIC X(11) VALUE SPACES.

      * tonight's run date, stamped onto each history record appended
      * - the chain's business date off an active run flag, so a
      * catch-up pass stamps the date it is running for
       01 EDIT-RUN-DATE PIC 9(8) VALUE ZERO.

      * the most recent accepted transactions off tranhist.dat, held
       01 RECENT-HISTORY-TABLE.
           03 RECENT-ENTRY OCCURS 2000 TIMES.
               05 RH-RUN-DATE PIC 9(8).
               05 RH-IMAGE PIC X(54).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'TranEdit'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'tranclean.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.

      * the closed periods off period.dat, loaded once - the only
      * rows that matter here are the closed ones
       77 MAX-CLOSED-PERIODS PIC 9(3) VALUE 600.
       01 CLOSED-PERIOD-CONTROLS.
           03 CLOSED-PERIOD-COUNT PIC 9(3) VALUE ZERO.
           03 CLOSED-IDX PIC 9(3) VALUE ZERO.
           03 PERIOD-EOF PIC X VALUE 'N'.
       01 CLOSED-PERIOD-TABLE.
           03 CLOSED-PERIOD-ENTRY OCCURS 600 TIMES.
               05 CP-START-DATE PIC 9(8).
               05 CP-END-DATE PIC 9(8).

       01 RESHAPE-WORK.
           03 RESHAPE-QUANT PIC S9(6) SIGN LEADING SEPARATE.

       01 WS-FS-PO-MASTER PIC XX VALUE '00'.
       01 WS-FS-RECEIPT-MATCH PIC XX VALUE '00'.

      * the open purchase-order lines, in PO-number order - so the
      * oldest order for a part and supplier is always the first one
      * a receipt fills. the changed switch marks the lines the
      * commit at end of job has to rewrite
       77 MAX-OPEN-PO-LINES PIC 9(4) VALUE 1000.
       01 OPEN-PO-CONTROLS.
           03 OPEN-PO-COUNT PIC 9(4) VALUE ZERO.
           03 OPEN-PO-IDX PIC 9(4) VALUE ZERO.
           03 PO-LOAD-EOF PIC X VALUE 'N'.
           03 PO-COMMIT-EOF PIC X VALUE 'N'.
           03 PO-OVERFLOW-SW PIC X VALUE 'N'.
               88 PO-TABLE-OVERFLOWED VALUE 'Y'.
           03 PO-LINES-CHANGED PIC 9(4) VALUE ZERO.
       01 OPEN-PO-TABLE.
           03 OPEN-PO-ENTRY OCCURS 1000 TIMES.
               05 OP-PO-NUMBER PIC 9(6).
               05 OP-LINE-NO PIC 9(3).
               05 OP-SUPPLIER PIC 9(6).
               05 OP-PART-NO PIC 9(8).
               05 OP-ORDER-QTY PIC 9(8).
               05 OP-RECEIVED-QTY PIC 9(8).
               05 OP-LAST-RECEIPT-DATE PIC 9(8).
               05 OP-CHANGED-SW PIC X.

      * one receipt's match: what is still to place, what the line
      * in hand has outstanding, and the last line the receipt
      * touched - an over-receipt's excess is booked to that line
       01 RECEIPT-MATCH-WORK.
           03 RECEIPT-REMAINING PIC 9(8) VALUE ZERO.
           03 LINE-OUTSTANDING PIC 9(8) VALUE ZERO.
           03 LINE-APPLIED PIC 9(8) VALUE ZERO.
           03 LAST-MATCHED-IDX PIC 9(4) VALUE ZERO.
           03 RECEIPTS-MATCHED PIC 9(5) VALUE ZERO.
           03 RECEIPTS-SHORT PIC 9(5) VALUE ZERO.
           03 RECEIPTS-OVER PIC 9(5) VALUE ZERO.
           03 RECEIPTS-UNORDERED PIC 9(5) VALUE ZERO.

      * print lines for the receipt-match report
       01 RCM-TITLE-LINE PIC X(44)
           VALUE 'GOODS RECEIVED AGAINST PURCHASE ORDERS'.
       01 RCM-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'PART NO  SUPPLIER DA'.
           03 FILLER PIC X(20) VALUE 'TE      RECEIVED PO '.
           03 FILLER PIC X(20) VALUE 'NO LIN OUTCOME    VA'.
           03 FILLER PIC X(6) VALUE 'RIANCE'.
       01 RCM-DETAIL-LINE.
           03 RCM-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 RCM-D-SUPPLIER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RCM-D-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 RCM-D-RECEIVED PIC Z(5)9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 RCM-D-PO-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 RCM-D-LINE-NO PIC 9(3).
           03 FILLER PIC X VALUE SPACE.
           03 RCM-D-OUTCOME PIC X(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RCM-D-VARIANCE PIC Z(7)9.
       01 RCM-TOTAL-LINE.
           03 FILLER PIC X(10) VALUE 'MATCHED: '.
           03 RCM-T-MATCHED PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE '  SHORT: '.
           03 RCM-T-SHORT PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE '  OVER: '.
           03 RCM-T-OVER PIC ZZZZ9.
           03 FILLER PIC X(14) VALUE '  UNORDERED: '.
           03 RCM-T-UNORDERED PIC ZZZZ9.
       01 WS-MATCH-LINE PIC X(80).

      * shared date-validation work area - see DATEWS.cpy/DATEVAL.cpy
       COPY DATEWS.
      *-----------------------
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-RECENT-HISTORY.
           PERFORM LOAD-OPEN-PO-LINES.
           OPEN INPUT TRAN-IN-FILE.
           IF WS-FS-TRAN-IN-FILE NOT = '00'
               MOVE 'TRAN-IN-FILE' TO ALOG-FILE-NAME
               MOVE WS-FS-HISTORY-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT RECEIPT-MATCH-FILE.
           IF WS-FS-RECEIPT-MATCH NOT = '00'
               MOVE 'RECEIPT-MATCH-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-RECEIPT-MATCH TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-MATCH-LINE.
           MOVE RCM-TITLE-LINE TO WS-MATCH-LINE.
           PERFORM WRITE-MATCH-LINE.
           MOVE SPACES TO WS-MATCH-LINE.
           MOVE RCM-COL-HEAD TO WS-MATCH-LINE.
           PERFORM WRITE-MATCH-LINE.

           PERFORM UNTIL TRAN-IN-EOF = 'Y'
               READ TRAN-IN-FILE
           CLOSE TRAN-IN-FILE.
           PERFORM PROCESS-RELEASED-DUPLICATES.
           CLOSE TRAN-OUT-FILE.
           PERFORM WRITE-HAND-OFF-MANIFEST.
           CLOSE EDIT-REJECT-FILE.
           CLOSE PART-MASTER.
           CLOSE CUST-MASTER.
           CLOSE HISTORY-WORK-FILE.
           CLOSE DUP-SUSPENSE-FILE.
           MOVE RECEIPTS-MATCHED TO RCM-T-MATCHED.
           MOVE RECEIPTS-SHORT TO RCM-T-SHORT.
           MOVE RECEIPTS-OVER TO RCM-T-OVER.
           MOVE RECEIPTS-UNORDERED TO RCM-T-UNORDERED.
           MOVE SPACES TO WS-MATCH-LINE.
           PERFORM WRITE-MATCH-LINE.
           MOVE RCM-TOTAL-LINE TO WS-MATCH-LINE.
           PERFORM WRITE-MATCH-LINE.
           CLOSE RECEIPT-MATCH-FILE.
           PERFORM COMMIT-HISTORY-RECORDS.
           PERFORM COMMIT-PO-RECEIPTS.
           PERFORM WRITE-SOURCE-RECON.
           DISPLAY "Transactions read: " TRAN-READ-COUNT.
           DISPLAY "Clean: " TRAN-CLEAN-COUNT
               "  Rejected: " TRAN-REJECT-COUNT
               "  Duplicate suspects: " DUP-SUSPECT-COUNT.
           DISPLAY "Receipts matched: " RECEIPTS-MATCHED
               "  Short: " RECEIPTS-SHORT
               "  Over: " RECEIPTS-OVER
               "  Unordered: " RECEIPTS-UNORDERED.

           MOVE TRAN-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE TRAN-REJECT-COUNT TO RSUM-RECORDS-REJECTED.

           STOP RUN.

      * tranclean.dat is handed on to TranSort, which proves it
      * against this entry before sorting it - see FileManifest.cbl.
      * taken before anything is committed, so a step that cannot
      * record its hand-off stops while a restart can still redo it
       WRITE-HAND-OFF-MANIFEST.
           MOVE 'W' TO MFST-FUNCTION.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** TranEdit - no manifest entry for "
                   MFST-FILE-NAME " - run stopped ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           IF TRAN-SOURCE = SPACE OR TRAN-SOURCE = LOW-VALUE
               MOVE 'M' TO TRAN-SOURCE
           END-IF.
      * and one without a location - anything sent before stock was
      * held by location - moved in the main warehouse
           IF TRAN-LOCATION = SPACES OR TRAN-LOCATION = LOW-VALUES
               MOVE 'WH' TO TRAN-LOCATION
           END-IF.
           IF TRAN-TO-LOCATION = LOW-VALUES
               MOVE SPACES TO TRAN-TO-LOCATION
           END-IF.
      * and one sent before lots were tracked carries no lot
           IF TRAN-LOT-NO = LOW-VALUES
               MOVE SPACES TO TRAN-LOT-NO
           END-IF.
           IF TRAN-EXPIRY-DATE NOT NUMERIC
               MOVE ZERO TO TRAN-EXPIRY-DATE
           END-IF.

      * runs the three edits in order - part on master, customer/
      * supplier on master, date valid - and routes the record by
      * the outcome. first edit to fail names the reason. a transfer
      * has no customer or supplier - its locations are edited in
      * that one's place
       EDIT-ONE-TRANSACTION.
           MOVE SPACES TO EDIT-REJECT-REASON.
           PERFORM CHECK-PART-ON-MASTER.
           IF EDIT-REJECT-REASON = SPACES
               PERFORM CHECK-STOCK-LOCATION
           END-IF.
           IF EDIT-REJECT-REASON = SPACES
               IF TRAN-IS-MOVEMENT
                   PERFORM CHECK-CUST-ON-MASTER
               ELSE
                   PERFORM CHECK-TRANSFER
               END-IF
           END-IF.
           IF EDIT-REJECT-REASON = SPACES
               PERFORM CHECK-TRAN-DATE
           IF EDIT-REJECT-REASON = SPACES
               PERFORM CHECK-QUANT-MAGNITUDE
           END-IF.
           IF EDIT-REJECT-REASON = SPACES
               PERFORM CHECK-LOT-NUMBER
           END-IF.
           MOVE 'N' TO DUP-FOUND-SW.
           IF EDIT-REJECT-REASON = SPACES
               AND NOT DUP-CHECK-BYPASSED
                       PERFORM REPORT-FILE-ABEND
                   END-IF
                   PERFORM WRITE-HISTORY-RECORD
      * a cycle-count adjustment is a correction to the shelf, and
      * a customer return comes back against a credit note - neither
      * is goods arriving from a supplier
      * - and a transfer only moves stock already here
                   IF TRAN-QUANT > ZERO
                       AND TRAN-SOURCE NOT = 'Y'
                       AND TRAN-SOURCE NOT = 'N'
                       AND TRAN-IS-MOVEMENT
                       PERFORM MATCH-RECEIPT-TO-PO
                   END-IF
               WHEN OTHER
                   PERFORM WRITE-EDIT-REJECT-RECORD
           END-EVALUATE.
                   CONTINUE
           END-READ.

      * the location the stock moved at must be one we keep stock in
       CHECK-STOCK-LOCATION.
           IF NOT TRAN-LOCATION-VALID
               MOVE 'UNKNOWN STOCK LOCATION' TO EDIT-REJECT-REASON
           END-IF.

      * a transfer moves a positive quantity from one location we
      * keep stock in to a different one, with nobody on the
      * customer or supplier side
       CHECK-TRANSFER.
           EVALUATE TRUE
               WHEN NOT TRAN-TO-LOCATION-VALID
                   MOVE 'UNKNOWN TRANSFER LOCATION' TO
                       EDIT-REJECT-REASON
               WHEN TRAN-TO-LOCATION = TRAN-LOCATION
                   MOVE 'TRANSFER TO SAME LOCATION' TO
                       EDIT-REJECT-REASON
               WHEN TRAN-QUANT NOT > ZERO
                   MOVE 'TRANSFER QUANTITY NOT POSITIVE' TO
                       EDIT-REJECT-REASON
               WHEN TRAN-CUS-SUP-NO NOT = ZERO
                   MOVE 'TRANSFER NAMES CUST/SUPP' TO
                       EDIT-REJECT-REASON
           END-EVALUATE.

      * the same VALIDATE-DATE-RECORD every input.dat date goes
      * through - a month 13 stops here now instead of sailing into
      * the listing
      * handling, or an account finance closed, stops here with its
      * own reason instead of sailing into the listing and the
      * stock master. zero on either side of a window means no
      * restriction there. a transfer looked up no account, so only
      * the part's window applies to it
       CHECK-LIFECYCLE-WINDOW.
           COMPUTE TRAN-DATE-COMPARE = MY-YEAR * 10000
               + MY-MONTH * 100 + MY-DAY.
               WHEN PM-DISC-DATE NOT = ZERO
                   AND TRAN-DATE-COMPARE > PM-DISC-DATE
                   MOVE 'PART DISCONTINUED' TO EDIT-REJECT-REASON
               WHEN NOT TRAN-IS-MOVEMENT
                   CONTINUE
               WHEN CM-EFF-FROM NOT = ZERO
                   AND TRAN-DATE-COMPARE < CM-EFF-FROM
                   MOVE 'ACCOUNT NOT YET OPEN' TO
           END-PERFORM.
           CLOSE RECON-FILE.

      * the chain's run identifier and business date, for stamping
      * - see RUNFLAG.cpy
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       IF RF-RUN-DATE NOT = ZERO
                           MOVE RF-RUN-DATE TO EDIT-RUN-DATE
                       END-IF
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.
                               RH-RUN-DATE(RECENT-SLOT)
                           MOVE TH-TRAN-IMAGE TO
                               RH-IMAGE(RECENT-SLOT)
      * history from before stock was held by location moved in the
      * warehouse, the way tonight's blank locations default
                           IF TH-LOCATION = SPACES
                               MOVE 'WH' TO
                                   RH-IMAGE(RECENT-SLOT)(31:2)
                           END-IF
      * and from before lots were tracked, with no lot - the way
      * tonight's unlotted records read
                           IF TH-EXPIRY-DATE NOT NUMERIC
                               MOVE ZERO TO
                                   RH-IMAGE(RECENT-SLOT)(47:8)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING RECENT-IDX FROM 1 BY 1
                   UNTIL RECENT-IDX > RECENT-IN-TABLE
                   OR DUP-WAS-FOUND
      * the business bytes only - the source column stays out of
      * the match, so the same transaction re-sent down a different
      * entry path (or history stamped 'M' by the conversion) is
      * still the duplicate it is
               IF RH-IMAGE(RECENT-IDX)(1:29) = TRAN-IN-RECORD(1:29)
                   AND RH-IMAGE(RECENT-IDX)(31:24) =
                       TRAN-IN-RECORD(31:24)
                   MOVE 'Y' TO DUP-FOUND-SW
                   MOVE RH-RUN-DATE(RECENT-IDX) TO
                       DUP-MATCH-RUN-DATE
           MOVE 'H' TO DS-STATUS.
           MOVE TRAN-IN-RECORD TO DS-TRAN-IMAGE.
           MOVE THIS-RUN-ID TO DS-RUN-ID.
           MOVE TRAN-IN-RECORD(31:4) TO DS-IMAGE-CONT.
           MOVE TRAN-IN-RECORD(35:20) TO DS-LOT-CONT.
           WRITE DUP-SUSPENSE-RECORD.
           IF WS-FS-DUP-SUSPENSE NOT = '00'
               MOVE 'DUP-SUSPENSE-FILE' TO ALOG-FILE-NAME
               MOVE 'QUANTITY OVERFLOW' TO EDIT-REJECT-REASON
           END-IF.

      * a lot-controlled part, still in the master buffer from the
      * part lookup, must say which lot moved: every receipt names
      * the lot it brings in, with a use-by date that is a real
      * date when it has one, and every issue keyed by hand names
      * the lot it took. the generated movements - a shipment, a
      * standing order, a count adjustment - come without one:
      * StockPost draws their issues earliest use-by first, and a
      * count surplus joins the stock that belongs to no lot. a
      * transfer moves the part between locations, not between lots
       CHECK-LOT-NUMBER.
           IF PM-IS-LOT-CONTROLLED
               AND TRAN-IS-MOVEMENT
               AND TRAN-HAS-NO-LOT
               AND TRAN-SOURCE NOT = 'S'
               AND TRAN-SOURCE NOT = 'O'
               AND TRAN-SOURCE NOT = 'Y'
               MOVE 'LOT NUMBER REQUIRED' TO EDIT-REJECT-REASON
           END-IF.
           IF PM-IS-LOT-CONTROLLED
               AND TRAN-IS-MOVEMENT
               AND EDIT-REJECT-REASON = SPACES
               AND TRAN-QUANT > ZERO
               AND TRAN-EXPIRY-DATE NOT = ZERO
               MOVE TRAN-EXPIRY-DD TO MY-DAY
               MOVE TRAN-EXPIRY-MM TO MY-MONTH
               MOVE TRAN-EXPIRY-YYYY TO MY-YEAR
               PERFORM VALIDATE-DATE-RECORD
               IF DATE-NOT-OK
                   MOVE 'BAD USE-BY DATE' TO EDIT-REJECT-REASON
               END-IF
           END-IF.

       WRITE-EDIT-REJECT-RECORD.
           ADD 1 TO TRAN-REJECT-COUNT.
           MOVE TRAN-IN-RECORD TO EREJ-TRAN-IMAGE.
           DISPLAY "Rejected transaction, reason: "
               EDIT-REJECT-REASON.

      * the open PO lines into storage before the edit pass - lines
      * received in full or cancelled have nothing left to match.
      * past MAX-OPEN-PO-LINES the later orders are left out and
      * their receipts show as unordered, with a console warning
       LOAD-OPEN-PO-LINES.
           OPEN INPUT PO-MASTER.
           IF WS-FS-PO-MASTER NOT = '00'
               AND WS-FS-PO-MASTER NOT = '05'
               AND WS-FS-PO-MASTER NOT = '35'
               MOVE 'PO-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PO-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM UNTIL PO-LOAD-EOF = 'Y'
               READ PO-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO PO-LOAD-EOF
                   NOT AT END
                       IF POL-IS-OPEN
                           PERFORM HOLD-OPEN-PO-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-MASTER.
           IF PO-TABLE-OVERFLOWED
               DISPLAY "Open PO lines beyond " MAX-OPEN-PO-LINES
                   " not matched this run"
           END-IF.

       HOLD-OPEN-PO-LINE.
           IF OPEN-PO-COUNT < MAX-OPEN-PO-LINES
               ADD 1 TO OPEN-PO-COUNT
               MOVE POL-PO-NUMBER TO OP-PO-NUMBER(OPEN-PO-COUNT)
               MOVE POL-LINE-NO TO OP-LINE-NO(OPEN-PO-COUNT)
               MOVE POL-SUPPLIER TO OP-SUPPLIER(OPEN-PO-COUNT)
               MOVE POL-PART-NO TO OP-PART-NO(OPEN-PO-COUNT)
               MOVE POL-ORDER-QTY TO OP-ORDER-QTY(OPEN-PO-COUNT)
               MOVE POL-RECEIVED-QTY TO
                   OP-RECEIVED-QTY(OPEN-PO-COUNT)
               MOVE POL-LAST-RECEIPT-DATE TO
                   OP-LAST-RECEIPT-DATE(OPEN-PO-COUNT)
               MOVE 'N' TO OP-CHANGED-SW(OPEN-PO-COUNT)
           ELSE
               MOVE 'Y' TO PO-OVERFLOW-SW
           END-IF.

      * one clean receipt against the open lines for its part and
      * supplier, oldest order first, until the quantity is placed.
      * nothing open at all is an unordered receipt; quantity left
      * over once every line is full is an over-receipt, booked to
      * the last line it touched; a line left with something still
      * to come is a short delivery
       MATCH-RECEIPT-TO-PO.
           MOVE TRAN-QUANT TO RECEIPT-REMAINING.
           MOVE ZERO TO LAST-MATCHED-IDX.
           PERFORM VARYING OPEN-PO-IDX FROM 1 BY 1
                   UNTIL OPEN-PO-IDX > OPEN-PO-COUNT
                   OR RECEIPT-REMAINING = ZERO
               IF OP-PART-NO(OPEN-PO-IDX) = TRAN-PART-NO
                   AND OP-SUPPLIER(OPEN-PO-IDX) = TRAN-CUS-SUP-NO
                   AND OP-ORDER-QTY(OPEN-PO-IDX) >
                       OP-RECEIVED-QTY(OPEN-PO-IDX)
                   PERFORM APPLY-RECEIPT-TO-LINE
               END-IF
           END-PERFORM.
           MOVE TRAN-PART-NO TO RCM-D-PART-NO.
           MOVE TRAN-CUS-SUP-NO TO RCM-D-SUPPLIER.
           MOVE TRAN-DATE-COMPARE TO RCM-D-DATE.
           MOVE TRAN-QUANT TO RCM-D-RECEIVED.
           EVALUATE TRUE
               WHEN LAST-MATCHED-IDX = ZERO
                   ADD 1 TO RECEIPTS-UNORDERED
                   MOVE ZERO TO RCM-D-PO-NUMBER
                   MOVE ZERO TO RCM-D-LINE-NO
                   MOVE 'UNORDERED' TO RCM-D-OUTCOME
                   MOVE TRAN-QUANT TO RCM-D-VARIANCE
               WHEN RECEIPT-REMAINING > ZERO
                   ADD 1 TO RECEIPTS-OVER
                   ADD RECEIPT-REMAINING TO
                       OP-RECEIVED-QTY(LAST-MATCHED-IDX)
                   MOVE 'OVER' TO RCM-D-OUTCOME
                   MOVE RECEIPT-REMAINING TO RCM-D-VARIANCE
               WHEN OP-ORDER-QTY(LAST-MATCHED-IDX) >
                   OP-RECEIVED-QTY(LAST-MATCHED-IDX)
                   ADD 1 TO RECEIPTS-SHORT
                   MOVE 'SHORT' TO RCM-D-OUTCOME
                   COMPUTE RCM-D-VARIANCE =
                       OP-ORDER-QTY(LAST-MATCHED-IDX)
                       - OP-RECEIVED-QTY(LAST-MATCHED-IDX)
               WHEN OTHER
                   ADD 1 TO RECEIPTS-MATCHED
                   MOVE 'MATCHED' TO RCM-D-OUTCOME
                   MOVE ZERO TO RCM-D-VARIANCE
           END-EVALUATE.
           IF LAST-MATCHED-IDX NOT = ZERO
               MOVE OP-PO-NUMBER(LAST-MATCHED-IDX) TO RCM-D-PO-NUMBER
               MOVE OP-LINE-NO(LAST-MATCHED-IDX) TO RCM-D-LINE-NO
           END-IF.
           MOVE SPACES TO WS-MATCH-LINE.
           MOVE RCM-DETAIL-LINE TO WS-MATCH-LINE.
           PERFORM WRITE-MATCH-LINE.

      * as much of the receipt as the line has outstanding goes onto
      * it, stamped with the receipt date
       APPLY-RECEIPT-TO-LINE.
           COMPUTE LINE-OUTSTANDING = OP-ORDER-QTY(OPEN-PO-IDX)
               - OP-RECEIVED-QTY(OPEN-PO-IDX).
           IF RECEIPT-REMAINING < LINE-OUTSTANDING
               MOVE RECEIPT-REMAINING TO LINE-APPLIED
           ELSE
               MOVE LINE-OUTSTANDING TO LINE-APPLIED
           END-IF.
           ADD LINE-APPLIED TO OP-RECEIVED-QTY(OPEN-PO-IDX).
           SUBTRACT LINE-APPLIED FROM RECEIPT-REMAINING.
           MOVE TRAN-DATE-COMPARE TO
               OP-LAST-RECEIPT-DATE(OPEN-PO-IDX).
           IF OP-CHANGED-SW(OPEN-PO-IDX) NOT = 'Y'
               MOVE 'Y' TO OP-CHANGED-SW(OPEN-PO-IDX)
               ADD 1 TO PO-LINES-CHANGED
           END-IF.
           MOVE OPEN-PO-IDX TO LAST-MATCHED-IDX.

      * the pass is complete - the receipts go onto the PO master
      * now, in one sequential sweep: each line the night touched is
      * rewritten with its received quantity, and closed as received
      * once the order is filled
       COMMIT-PO-RECEIPTS.
           IF PO-LINES-CHANGED > ZERO
               OPEN I-O PO-MASTER
               IF WS-FS-PO-MASTER NOT = '00'
                   MOVE 'PO-MASTER' TO ALOG-FILE-NAME
                   MOVE 'OPEN' TO ALOG-OPERATION
                   MOVE WS-FS-PO-MASTER TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
               MOVE 1 TO OPEN-PO-IDX
               PERFORM UNTIL PO-COMMIT-EOF = 'Y'
                   READ PO-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO PO-COMMIT-EOF
                       NOT AT END
                           PERFORM REWRITE-CHANGED-PO-LINE
                   END-READ
               END-PERFORM
               CLOSE PO-MASTER
           END-IF.

      * the table is in key order too, so one index walks forward
      * beside the file
       REWRITE-CHANGED-PO-LINE.
           PERFORM UNTIL OPEN-PO-IDX > OPEN-PO-COUNT
                   OR OP-PO-NUMBER(OPEN-PO-IDX) > POL-PO-NUMBER
                   OR (OP-PO-NUMBER(OPEN-PO-IDX) = POL-PO-NUMBER
                   AND OP-LINE-NO(OPEN-PO-IDX) >= POL-LINE-NO)
               ADD 1 TO OPEN-PO-IDX
           END-PERFORM.
           IF OPEN-PO-IDX NOT > OPEN-PO-COUNT
               IF OP-PO-NUMBER(OPEN-PO-IDX) = POL-PO-NUMBER
                   AND OP-LINE-NO(OPEN-PO-IDX) = POL-LINE-NO
                   AND OP-CHANGED-SW(OPEN-PO-IDX) = 'Y'
                   MOVE OP-RECEIVED-QTY(OPEN-PO-IDX) TO
                       POL-RECEIVED-QTY
                   MOVE OP-LAST-RECEIPT-DATE(OPEN-PO-IDX) TO
                       POL-LAST-RECEIPT-DATE
                   IF POL-RECEIVED-QTY NOT < POL-ORDER-QTY
                       MOVE 'R' TO POL-STATUS
                   END-IF
                   REWRITE PO-LINE-RECORD
                   IF WS-FS-PO-MASTER NOT = '00'
                       MOVE 'PO-MASTER' TO ALOG-FILE-NAME
                       MOVE 'REWRITE' TO ALOG-OPERATION
                       MOVE WS-FS-PO-MASTER TO ALOG-FILE-STATUS
                       PERFORM REPORT-FILE-ABEND
                   END-IF
               END-IF
           END-IF.

       WRITE-MATCH-LINE.
           MOVE WS-MATCH-LINE TO RECEIPT-MATCH-OUT.
           WRITE RECEIPT-MATCH-OUT.
           IF WS-FS-RECEIPT-MATCH NOT = '00'
               MOVE 'RECEIPT-MATCH-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-RECEIPT-MATCH TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * shared with FirstProgram/FirstSubProgram - see DATEVAL.cpy
       COPY DATEVAL.

