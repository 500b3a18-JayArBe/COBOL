      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the buyer's side of the purchase suggestions.
      *          Reads the buyer's confirmations (poconf.dat) against
      *          ReorderCheck's posugg.dat and raises each confirmed
      *          suggestion as a line on the purchase-order master
      *          (pomast.dat, see POLINE.cpy) against a supplier off
      *          custmast.dat - one PO number per supplier per run,
      *          numbered off ponum.dat the way invnum.dat numbers
      *          invoices. A confirmation card can also cancel an
      *          open PO line. Everything applied or refused goes on
      *          the confirmation report (poconf.rpt) with the
      *          operator stamped on it - the paper order book the
      *          buyers kept, brought inside the system so the
      *          night's receipts have something to be matched
      *          against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PoConfirm.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the buyer's confirmations - one card per suggestion taken up,
      * or per open line cancelled
           SELECT CONFIRM-FILE ASSIGN TO 'poconf.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONFIRM-FILE.

      * last night's purchase suggestions, read whole into storage -
      * a confirmation must name a part the reorder check suggested
           SELECT OPTIONAL SUGGESTION-FILE ASSIGN TO 'posugg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SUGGESTION.

      * the supplier the order goes to must be on the shared
      * customer/supplier master and still open
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

      * the purchase-order line master, opened I-O with the same
      * OPEN OUTPUT fallback MasterMaint gives the masters, so the
      * first confirmation run creates it
           SELECT PO-MASTER ASSIGN TO 'pomast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POL-KEY
           FILE STATUS IS WS-FS-PO-MASTER.

      * the last PO number ever issued - the same small counter
      * invnum.dat is. OPTIONAL because the first run starts it at 1
           SELECT OPTIONAL PO-NUM-FILE ASSIGN TO 'ponum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PO-NUM.

           SELECT CONFIRM-REPORT-FILE ASSIGN TO 'poconf.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONFIRM-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one confirmation card:
      *   PCF-ACTION   'C' - confirm the suggestion for PCF-PART-NO
      *                      to supplier PCF-SUPPLIER; PCF-QUANTITY
      *                      zero takes the suggested quantity;
      *                      PCF-UNIT-COST the price per unit agreed
      *                      with the supplier, four places of pence
      *                      (left blank, no price is held and the
      *                      receipt costs at the part's average)
      *                'X' - cancel open line PCF-LINE-NO of PO
      *                      PCF-PO-NUMBER
       FD CONFIRM-FILE.
       01 CONFIRM-RECORD.
           03 PCF-ACTION PIC X.
           03 PCF-PART-NO PIC 9(8).
           03 PCF-SUPPLIER PIC 9(6).
           03 PCF-QUANTITY PIC 9(8).
           03 PCF-PO-NUMBER PIC 9(6).
           03 PCF-LINE-NO PIC 9(3).
           03 PCF-UNIT-COST PIC X(9).

      * the suggestion record ReorderCheck writes
       FD SUGGESTION-FILE.
       01 SUGGESTION-RECORD.
           03 SG-PART-NO PIC 9(8).
           03 SG-BALANCE PIC S9(8) SIGN LEADING SEPARATE.
           03 SG-MIN-LEVEL PIC 9(8).
           03 SG-SUGGESTED-QTY PIC 9(8).
           03 SG-LAST-MOVE-DATE PIC 9(8).
           03 SG-ON-ORDER PIC 9(8).

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

      * keyed by PO number and line - see POLINE.cpy
       FD PO-MASTER.

       COPY POLINE.

       FD PO-NUM-FILE.
       01 PO-NUM-RECORD PIC 9(6).

       FD CONFIRM-REPORT-FILE.
       01 CONFIRM-REPORT-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-CONFIRM-FILE PIC XX VALUE '00'.
       01 WS-FS-SUGGESTION PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PO-MASTER PIC XX VALUE '00'.
       01 WS-FS-PO-NUM PIC XX VALUE '00'.
       01 WS-FS-CONFIRM-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - who is running this, and
      * what they are allowed to do. level 2 raises and cancels
      * orders
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'PoConfirm'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to FileLock.cbl - the chain holds the PO
      * master's lock all night while the edit matches receipts
      * against it, and this program backs off rather than collide
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20).
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'PoConfirm'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'PoConfirm'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 CONFIRM-EOF PIC X VALUE 'N'.
       01 CONFIRM-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CONFIRM-APPLIED-COUNT PIC 9(7) VALUE ZERO.
       01 CONFIRM-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 CONFIRM-REJECT-REASON PIC X(30) VALUE SPACES.

      * today's date, the order date every line raised this run
      * carries
       01 TODAY-DATE PIC 9(8) VALUE ZERO.

      * the next PO number to issue, off ponum.dat
       01 NEXT-PO-NUMBER PIC 9(6) VALUE ZERO.
       01 ORDER-QUANTITY PIC 9(8) VALUE ZERO.

      * the agreed price off the card, taken as digits then read
      * back with its four implied places
       01 UNIT-COST-DIGITS PIC X(9) VALUE ZERO.
       01 UNIT-COST-VALUE REDEFINES UNIT-COST-DIGITS PIC 9(5)V9(4).

      * last night's suggestions, held whole - the taken switch
      * stops the same suggestion being confirmed twice in one run
       77 MAX-SUGGESTIONS PIC 9(3) VALUE 500.
       01 SUGGESTION-CONTROLS.
           03 SUGGESTION-COUNT PIC 9(3) VALUE ZERO.
           03 SUGGESTION-IDX PIC 9(3) VALUE ZERO.
           03 SUGGESTION-EOF PIC X VALUE 'N'.
           03 SUGGESTION-FOUND-SW PIC X VALUE 'N'.
               88 SUGGESTION-WAS-FOUND VALUE 'Y'.
       01 SUGGESTION-TABLE.
           03 SUGGESTION-ENTRY OCCURS 500 TIMES.
               05 ST-PART-NO PIC 9(8).
               05 ST-SUGGESTED-QTY PIC 9(8).
               05 ST-TAKEN-SW PIC X.

      * the PO each supplier's confirmations go onto this run - the
      * first card for a supplier opens a new number, the rest of
      * that supplier's cards add lines under it
       77 MAX-RUN-SUPPLIERS PIC 9(3) VALUE 100.
       01 SUPPLIER-PO-CONTROLS.
           03 SUPPLIER-PO-COUNT PIC 9(3) VALUE ZERO.
           03 SUPPLIER-PO-IDX PIC 9(3) VALUE ZERO.
           03 SUPPLIER-FOUND-SW PIC X VALUE 'N'.
               88 SUPPLIER-WAS-FOUND VALUE 'Y'.
       01 SUPPLIER-PO-TABLE.
           03 SUPPLIER-PO-ENTRY OCCURS 100 TIMES.
               05 SP-SUPPLIER PIC 9(6).
               05 SP-PO-NUMBER PIC 9(6).
               05 SP-LAST-LINE PIC 9(3).

      * print lines for the confirmation report
       01 CNF-TITLE-LINE PIC X(44)
           VALUE 'PURCHASE ORDER CONFIRMATIONS - THIS RUN'.
       01 CNF-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'A PO NO LIN SUPPLIER'.
           03 FILLER PIC X(20) VALUE ' PART NO   QUANTITY '.
           03 FILLER PIC X(20) VALUE 'STATUS    REASON    '.
       01 CNF-DETAIL-LINE.
           03 CNF-D-ACTION PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 CNF-D-PO-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 CNF-D-LINE-NO PIC 9(3).
           03 FILLER PIC X VALUE SPACE.
           03 CNF-D-SUPPLIER PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CNF-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 CNF-D-QUANTITY PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CNF-D-STATUS PIC X(9).
           03 FILLER PIC X VALUE SPACE.
           03 CNF-D-REASON PIC X(30).
       01 CNF-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 CNF-O-OPERATOR PIC X(8).
           03 FILLER PIC X(14) VALUE '  ORDER DATE: '.
           03 CNF-O-DATE PIC 9(8).
       01 CNF-TOTAL-LINE.
           03 FILLER PIC X(17) VALUE 'LINES RAISED:    '.
           03 CNF-T-RAISED PIC Z(6)9.
           03 FILLER PIC X(16) VALUE '   CANCELLED:   '.
           03 CNF-T-CANCELLED PIC Z(6)9.
           03 FILLER PIC X(15) VALUE '   REJECTED:   '.
           03 CNF-T-REJECTED PIC Z(6)9.
       01 WS-CONFIRM-LINE PIC X(80).
       01 LINES-RAISED-COUNT PIC 9(7) VALUE ZERO.
       01 LINES-CANCELLED-COUNT PIC 9(7) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "PoConfirm - sign-on refused, "
                   "nothing raised"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OAUTH-LEVEL < 2
               DISPLAY "PoConfirm - operator level "
                   OAUTH-LEVEL " may inquire only - "
                   "raising orders needs level 2"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'L' TO FLCK-ACTION.
           MOVE 'pomast.dat' TO FLCK-LOCK-NAME.
           MOVE 'PoConfirm' TO FLCK-HOLDER-NAME.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           IF FLCK-RETURN-CODE NOT = ZERO
               DISPLAY "PoConfirm - pomast.dat is in use by "
                   FLCK-HOLDER-NAME
                   " - nothing raised, try again later"
               MOVE 7 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SUGGESTIONS.
           PERFORM LOAD-PO-NUMBER.
           OPEN INPUT CONFIRM-FILE.
           IF WS-FS-CONFIRM-FILE NOT = '00'
               MOVE 'CONFIRM-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CONFIRM-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O PO-MASTER.
           IF WS-FS-PO-MASTER = '35'
               OPEN OUTPUT PO-MASTER
               CLOSE PO-MASTER
               OPEN I-O PO-MASTER
           END-IF.
           IF WS-FS-PO-MASTER NOT = '00'
               MOVE 'PO-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PO-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT CONFIRM-REPORT-FILE.
           IF WS-FS-CONFIRM-REPORT NOT = '00'
               MOVE 'CONFIRM-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CONFIRM-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-CONFIRM-LINE.
           MOVE CNF-TITLE-LINE TO WS-CONFIRM-LINE.
           PERFORM WRITE-CONFIRM-LINE.
           MOVE OAUTH-OPERATOR-ID TO CNF-O-OPERATOR.
           MOVE TODAY-DATE TO CNF-O-DATE.
           MOVE SPACES TO WS-CONFIRM-LINE.
           MOVE CNF-OPERATOR-LINE TO WS-CONFIRM-LINE.
           PERFORM WRITE-CONFIRM-LINE.
           MOVE SPACES TO WS-CONFIRM-LINE.
           MOVE CNF-COL-HEAD TO WS-CONFIRM-LINE.
           PERFORM WRITE-CONFIRM-LINE.

           PERFORM UNTIL CONFIRM-EOF = 'Y'
               READ CONFIRM-FILE
                   AT END
                       MOVE 'Y' TO CONFIRM-EOF
                   NOT AT END
                       ADD 1 TO CONFIRM-READ-COUNT
                       PERFORM APPLY-ONE-CONFIRMATION
               END-READ
           END-PERFORM.

           MOVE LINES-RAISED-COUNT TO CNF-T-RAISED.
           MOVE LINES-CANCELLED-COUNT TO CNF-T-CANCELLED.
           MOVE CONFIRM-REJECT-COUNT TO CNF-T-REJECTED.
           MOVE SPACES TO WS-CONFIRM-LINE.
           PERFORM WRITE-CONFIRM-LINE.
           MOVE CNF-TOTAL-LINE TO WS-CONFIRM-LINE.
           PERFORM WRITE-CONFIRM-LINE.

           CLOSE CONFIRM-FILE.
           CLOSE CUST-MASTER.
           CLOSE PO-MASTER.
           CLOSE CONFIRM-REPORT-FILE.
           PERFORM SAVE-PO-NUMBER.
           MOVE 'U' TO FLCK-ACTION.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           DISPLAY "Confirmations read: " CONFIRM-READ-COUNT.
           DISPLAY "PO lines raised: " LINES-RAISED-COUNT
               "  Cancelled: " LINES-CANCELLED-COUNT
               "  Rejected: " CONFIRM-REJECT-COUNT.

           MOVE CONFIRM-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE CONFIRM-REJECT-COUNT TO RSUM-RECORDS-REJECTED.
           IF CONFIRM-REJECT-COUNT > ZERO
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

      * last night's suggestions into storage. OPTIONAL open: no
      * suggestion file means nothing can be confirmed, and every
      * 'C' card says so
       LOAD-SUGGESTIONS.
           OPEN INPUT SUGGESTION-FILE.
           PERFORM UNTIL SUGGESTION-EOF = 'Y'
               READ SUGGESTION-FILE
                   AT END
                       MOVE 'Y' TO SUGGESTION-EOF
                   NOT AT END
                       IF SUGGESTION-COUNT < MAX-SUGGESTIONS
                           ADD 1 TO SUGGESTION-COUNT
                           MOVE SG-PART-NO TO
                               ST-PART-NO(SUGGESTION-COUNT)
                           MOVE SG-SUGGESTED-QTY TO
                               ST-SUGGESTED-QTY(SUGGESTION-COUNT)
                           MOVE 'N' TO ST-TAKEN-SW(SUGGESTION-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUGGESTION-FILE.

      * the last PO number ever issued, off ponum.dat - the first
      * new PO this run issues one past it
       LOAD-PO-NUMBER.
           MOVE 1 TO NEXT-PO-NUMBER.
           OPEN INPUT PO-NUM-FILE.
           READ PO-NUM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   COMPUTE NEXT-PO-NUMBER = PO-NUM-RECORD + 1
           END-READ.
           CLOSE PO-NUM-FILE.

      * rewrites ponum.dat with the last number this run issued,
      * ready for the next run to pick up - same shape invnum.dat has
       SAVE-PO-NUMBER.
           COMPUTE PO-NUM-RECORD = NEXT-PO-NUMBER - 1.
           OPEN OUTPUT PO-NUM-FILE.
           IF WS-FS-PO-NUM NOT = '00'
               MOVE 'PO-NUM-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PO-NUM TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           WRITE PO-NUM-RECORD.
           IF WS-FS-PO-NUM NOT = '00'
               MOVE 'PO-NUM-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-PO-NUM TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE PO-NUM-FILE.

      * one card: route by action, anything else is refused
       APPLY-ONE-CONFIRMATION.
           MOVE SPACES TO CONFIRM-REJECT-REASON.
           EVALUATE PCF-ACTION
               WHEN 'C'
                   PERFORM CONFIRM-SUGGESTION
               WHEN 'X'
                   PERFORM CANCEL-PO-LINE
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO CONFIRM-REJECT-REASON
                   MOVE ZERO TO CNF-D-PO-NUMBER
                   MOVE ZERO TO CNF-D-LINE-NO
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

      * a confirmation must name a part on last night's
      * suggestions not already taken up this run, and a supplier
      * on the master whose account is still open; the quantity is
      * the buyer's where keyed, the suggestion's where not
       CONFIRM-SUGGESTION.
           MOVE ZERO TO CNF-D-PO-NUMBER.
           MOVE ZERO TO CNF-D-LINE-NO.
           IF PCF-PART-NO NOT NUMERIC
               OR PCF-SUPPLIER NOT NUMERIC
               OR PCF-QUANTITY NOT NUMERIC
               MOVE 'CARD NOT NUMERIC' TO CONFIRM-REJECT-REASON
           END-IF.
           IF PCF-UNIT-COST NOT = SPACES
               AND PCF-UNIT-COST NOT NUMERIC
               MOVE 'UNIT COST NOT NUMERIC' TO CONFIRM-REJECT-REASON
           END-IF.
           IF CONFIRM-REJECT-REASON = SPACES
               PERFORM FIND-SUGGESTION
               IF NOT SUGGESTION-WAS-FOUND
                   MOVE 'PART NOT ON SUGGESTIONS' TO
                       CONFIRM-REJECT-REASON
               ELSE
                   IF ST-TAKEN-SW(SUGGESTION-IDX) = 'Y'
                       MOVE 'SUGGESTION ALREADY CONFIRMED' TO
                           CONFIRM-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF CONFIRM-REJECT-REASON = SPACES
               PERFORM CHECK-SUPPLIER
           END-IF.
           IF CONFIRM-REJECT-REASON = SPACES
               IF PCF-QUANTITY > ZERO
                   MOVE PCF-QUANTITY TO ORDER-QUANTITY
               ELSE
                   MOVE ST-SUGGESTED-QTY(SUGGESTION-IDX) TO
                       ORDER-QUANTITY
               END-IF
               IF ORDER-QUANTITY = ZERO
                   MOVE 'NOTHING TO ORDER' TO CONFIRM-REJECT-REASON
               END-IF
           END-IF.
           IF CONFIRM-REJECT-REASON = SPACES
               PERFORM FIND-SUPPLIER-PO
           END-IF.
           IF CONFIRM-REJECT-REASON = SPACES
               PERFORM WRITE-NEW-PO-LINE
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

       FIND-SUGGESTION.
           MOVE 'N' TO SUGGESTION-FOUND-SW.
           PERFORM VARYING SUGGESTION-IDX FROM 1 BY 1
                   UNTIL SUGGESTION-IDX > SUGGESTION-COUNT
                   OR SUGGESTION-WAS-FOUND
               IF ST-PART-NO(SUGGESTION-IDX) = PCF-PART-NO
                   MOVE 'Y' TO SUGGESTION-FOUND-SW
               END-IF
           END-PERFORM.
           IF SUGGESTION-WAS-FOUND
               SUBTRACT 1 FROM SUGGESTION-IDX
           END-IF.

      * the supplier on the master, and open today - the same
      * closed-account rule the edit applies to transactions
       CHECK-SUPPLIER.
           MOVE PCF-SUPPLIER TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'SUPPLIER NOT ON MASTER' TO
                       CONFIRM-REJECT-REASON
               NOT INVALID KEY
                   IF CM-CLOSED-DATE NOT = ZERO
                       AND TODAY-DATE > CM-CLOSED-DATE
                       MOVE 'SUPPLIER ACCOUNT CLOSED' TO
                           CONFIRM-REJECT-REASON
                   END-IF
           END-READ.

      * leaves SUPPLIER-PO-IDX pointing at the supplier's PO for this
      * run, issuing a fresh number the first time the supplier
      * shows up
       FIND-SUPPLIER-PO.
           MOVE 'N' TO SUPPLIER-FOUND-SW.
           PERFORM VARYING SUPPLIER-PO-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-PO-IDX > SUPPLIER-PO-COUNT
                   OR SUPPLIER-WAS-FOUND
               IF SP-SUPPLIER(SUPPLIER-PO-IDX) = PCF-SUPPLIER
                   MOVE 'Y' TO SUPPLIER-FOUND-SW
               END-IF
           END-PERFORM.
           IF SUPPLIER-WAS-FOUND
               SUBTRACT 1 FROM SUPPLIER-PO-IDX
           ELSE
               IF SUPPLIER-PO-COUNT < MAX-RUN-SUPPLIERS
                   ADD 1 TO SUPPLIER-PO-COUNT
                   MOVE SUPPLIER-PO-COUNT TO SUPPLIER-PO-IDX
                   MOVE PCF-SUPPLIER TO SP-SUPPLIER(SUPPLIER-PO-IDX)
                   MOVE NEXT-PO-NUMBER TO SP-PO-NUMBER(SUPPLIER-PO-IDX)
                   MOVE ZERO TO SP-LAST-LINE(SUPPLIER-PO-IDX)
                   ADD 1 TO NEXT-PO-NUMBER
               ELSE
                   MOVE 'TOO MANY SUPPLIERS THIS RUN' TO
                       CONFIRM-REJECT-REASON
               END-IF
           END-IF.

      * the next line of the supplier's PO onto the master, open,
      * nothing received
       WRITE-NEW-PO-LINE.
           ADD 1 TO SP-LAST-LINE(SUPPLIER-PO-IDX).
           MOVE SPACES TO PO-LINE-RECORD.
           MOVE SP-PO-NUMBER(SUPPLIER-PO-IDX) TO POL-PO-NUMBER.
           MOVE SP-LAST-LINE(SUPPLIER-PO-IDX) TO POL-LINE-NO.
           MOVE PCF-SUPPLIER TO POL-SUPPLIER.
           MOVE PCF-PART-NO TO POL-PART-NO.
           MOVE TODAY-DATE TO POL-ORDER-DATE.
           MOVE ORDER-QUANTITY TO POL-ORDER-QTY.
           MOVE ZERO TO POL-RECEIVED-QTY.
           MOVE 'O' TO POL-STATUS.
           MOVE OAUTH-OPERATOR-ID TO POL-BUYER-ID.
           MOVE ZERO TO POL-LAST-RECEIPT-DATE.
           IF PCF-UNIT-COST = SPACES
               MOVE ZERO TO POL-UNIT-COST
           ELSE
               MOVE PCF-UNIT-COST TO UNIT-COST-DIGITS
               MOVE UNIT-COST-VALUE TO POL-UNIT-COST
           END-IF.
           WRITE PO-LINE-RECORD
               INVALID KEY
                   MOVE 'PO-MASTER' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-PO-MASTER TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-WRITE.
           MOVE 'Y' TO ST-TAKEN-SW(SUGGESTION-IDX).
           ADD 1 TO LINES-RAISED-COUNT.
           ADD 1 TO CONFIRM-APPLIED-COUNT.
           MOVE POL-PO-NUMBER TO CNF-D-PO-NUMBER.
           MOVE POL-LINE-NO TO CNF-D-LINE-NO.
           MOVE ORDER-QUANTITY TO CNF-D-QUANTITY.
           MOVE 'RAISED' TO CNF-D-STATUS.
           MOVE SPACES TO CNF-D-REASON.
           PERFORM WRITE-DETAIL-LINE.

      * only an open line can be cancelled - one already received
      * in full, or cancelled before, stays as it is
       CANCEL-PO-LINE.
           MOVE PCF-PO-NUMBER TO CNF-D-PO-NUMBER.
           MOVE PCF-LINE-NO TO CNF-D-LINE-NO.
           MOVE PCF-PO-NUMBER TO POL-PO-NUMBER.
           MOVE PCF-LINE-NO TO POL-LINE-NO.
           READ PO-MASTER
               INVALID KEY
                   MOVE 'PO LINE NOT ON MASTER' TO
                       CONFIRM-REJECT-REASON
               NOT INVALID KEY
                   IF NOT POL-IS-OPEN
                       MOVE 'PO LINE NOT OPEN' TO
                           CONFIRM-REJECT-REASON
                   END-IF
           END-READ.
           IF CONFIRM-REJECT-REASON = SPACES
               MOVE 'X' TO POL-STATUS
               REWRITE PO-LINE-RECORD
                   INVALID KEY
                       MOVE 'PO-MASTER' TO ALOG-FILE-NAME
                       MOVE 'REWRITE' TO ALOG-OPERATION
                       MOVE WS-FS-PO-MASTER TO ALOG-FILE-STATUS
                       PERFORM REPORT-FILE-ABEND
               END-REWRITE
               ADD 1 TO LINES-CANCELLED-COUNT
               ADD 1 TO CONFIRM-APPLIED-COUNT
               MOVE POL-SUPPLIER TO CNF-D-SUPPLIER
               MOVE POL-PART-NO TO CNF-D-PART-NO
               COMPUTE CNF-D-QUANTITY =
                   POL-ORDER-QTY - POL-RECEIVED-QTY
               MOVE 'CANCELLED' TO CNF-D-STATUS
               MOVE SPACES TO CNF-D-REASON
               PERFORM WRITE-DETAIL-LINE
           ELSE
               MOVE ZERO TO CNF-D-SUPPLIER
               MOVE ZERO TO CNF-D-PART-NO
               PERFORM WRITE-REJECT-LINE
           END-IF.

       WRITE-REJECT-LINE.
           ADD 1 TO CONFIRM-REJECT-COUNT.
           MOVE PCF-QUANTITY TO CNF-D-QUANTITY.
           MOVE 'REJECTED' TO CNF-D-STATUS.
           MOVE CONFIRM-REJECT-REASON TO CNF-D-REASON.
           PERFORM WRITE-DETAIL-LINE.
           DISPLAY "Rejected confirmation, reason: "
               CONFIRM-REJECT-REASON.

      * the card's action beside whatever the caller set for the
      * PO, quantity and outcome - a confirmation card names its own
      * supplier and part, a cancellation shows the line's
       WRITE-DETAIL-LINE.
           MOVE PCF-ACTION TO CNF-D-ACTION.
           IF PCF-ACTION NOT = 'X'
               MOVE PCF-SUPPLIER TO CNF-D-SUPPLIER
               MOVE PCF-PART-NO TO CNF-D-PART-NO
           END-IF.
           MOVE SPACES TO WS-CONFIRM-LINE.
           MOVE CNF-DETAIL-LINE TO WS-CONFIRM-LINE.
           PERFORM WRITE-CONFIRM-LINE.

       WRITE-CONFIRM-LINE.
           MOVE WS-CONFIRM-LINE TO CONFIRM-REPORT-OUT.
           WRITE CONFIRM-REPORT-OUT.
           IF WS-FS-CONFIRM-REPORT NOT = '00'
               MOVE 'CONFIRM-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-CONFIRM-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM PoConfirm.
