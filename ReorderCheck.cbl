      *          date off the night's transactions. Purchasing works
      *          from this instead of a weekly eyeball of the
      *          exception report. A part with no minimum set is
      *          nobody's to reorder and is left alone. Stock already
      *          on order - the outstanding quantity on the open lines
      *          of the purchase-order master (pomast.dat) - counts
      *          towards the balance, so a part the buyer has already
      *          ordered is not suggested again night after night
      *          while the delivery is on its way. A second section
      *          works the same way per location (locbal.dat, see
      *          LOCBAL.cpy): a location at or below its own minimum
      *          is suggested a top-up, sent across from the main
      *          warehouse where the warehouse can spare it and
      *          bought in where it can't.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

      * the balances per location, read start to finish after the
      * part pass - OPTIONAL: no location balances means no
      * location section
           SELECT OPTIONAL LOCATION-BALANCE-MASTER ASSIGN TO
               'locbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-FS-LOCATION-BALANCE.

      * the part master, for the description on the buyer's line
           SELECT PART-MASTER ASSIGN TO 'partmast.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PM-PART-NO
           FILE STATUS IS WS-FS-PART-MASTER.

      * the purchase-order lines, read start to finish for what is
      * still outstanding on the open ones. OPTIONAL: no PO master
      * yet means nothing on order
           SELECT OPTIONAL PO-MASTER ASSIGN TO 'pomast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POL-KEY
           FILE STATUS IS WS-FS-PO-MASTER.

      * one record per part needing reordering - the machine-readable
      * side of the buyer's report
           SELECT SUGGESTION-FILE ASSIGN TO 'posugg.dat'

       COPY PARTBAL.

      * keyed by part then location - see LOCBAL.cpy
       FD LOCATION-BALANCE-MASTER.

       COPY LOCBAL.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

      * keyed by PO number and line - see POLINE.cpy
       FD PO-MASTER.

       COPY POLINE.

      * the suggestion the buyer confirms a purchase order from -
      * PoConfirm reads it back. SG-ON-ORDER is what was already on
      * open orders when the suggestion was made
       FD SUGGESTION-FILE.
       01 SUGGESTION-RECORD.
           03 SG-PART-NO PIC 9(8).
           03 SG-MIN-LEVEL PIC 9(8).
           03 SG-SUGGESTED-QTY PIC 9(8).
           03 SG-LAST-MOVE-DATE PIC 9(8).
           03 SG-ON-ORDER PIC 9(8).

       FD BUYER-REPORT-FILE.
       01 BUYER-REPORT-OUT PIC X(100).
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-SUGGESTION PIC XX VALUE '00'.
       01 WS-FS-BUYER-REPORT PIC XX VALUE '00'.
       01 WS-FS-PO-MASTER PIC XX VALUE '00'.
       01 WS-FS-LOCATION-BALANCE PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 BALANCE-EOF PIC X VALUE 'N'.
       01 PARTS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 SUGGESTION-COUNT PIC 9(5) VALUE ZERO.
       01 COVERED-BY-ORDER-COUNT PIC 9(5) VALUE ZERO.

      * the outstanding quantity on open PO lines, one slot per part
      * - loaded once before the balance pass
       77 MAX-ON-ORDER-PARTS PIC 9(3) VALUE 500.
       01 ON-ORDER-CONTROLS.
           03 ON-ORDER-COUNT PIC 9(3) VALUE ZERO.
           03 ON-ORDER-IDX PIC 9(3) VALUE ZERO.
           03 PO-MASTER-EOF PIC X VALUE 'N'.
           03 ON-ORDER-FOUND-SW PIC X VALUE 'N'.
               88 ON-ORDER-WAS-FOUND VALUE 'Y'.
           03 ON-ORDER-SEARCH-PART PIC 9(8) VALUE ZERO.
           03 PART-ON-ORDER-QTY PIC 9(8) VALUE ZERO.
           03 STOCK-POSITION PIC S9(9) VALUE ZERO.
       01 ON-ORDER-TABLE.
           03 ON-ORDER-ENTRY OCCURS 500 TIMES.
               05 OO-PART-NO PIC 9(8).
               05 OO-QUANTITY PIC 9(8).

      * whether the part master opened, for the description column -
      * a missing master just leaves the column blank
      * back up to the minimum
       01 SUGGESTED-QTY PIC 9(8) VALUE ZERO.

      * one part's locations, gathered as the location pass reads
      * them - the file is in part then location order, so the
      * warehouse's balance is only known once the whole part is in
      * hand. WH-SPARE-QTY is what the warehouse still has above its
      * own minimum to send out, less what this part's earlier
      * top-ups have already taken
       77 MAX-GROUP-LOCATIONS PIC 99 VALUE 10.
       01 LOCATION-GROUP-CONTROLS.
           03 GROUP-PART-NO PIC 9(8) VALUE ZERO.
           03 GROUP-COUNT PIC 99 VALUE ZERO.
           03 GROUP-IDX PIC 99 VALUE ZERO.
           03 LOCBAL-EOF PIC X VALUE 'N'.
           03 WH-SPARE-QTY PIC S9(9) VALUE ZERO.
           03 LOCATIONS-READ-COUNT PIC 9(7) VALUE ZERO.
           03 LOCATION-SUGGESTION-COUNT PIC 9(5) VALUE ZERO.
           03 TRANSFER-SUGGESTION-COUNT PIC 9(5) VALUE ZERO.
       01 LOCATION-GROUP-TABLE.
           03 LOCATION-GROUP-ENTRY OCCURS 10 TIMES.
               05 LG-LOCATION PIC XX.
               05 LG-BALANCE PIC S9(8).
               05 LG-MIN-LEVEL PIC 9(8).
               05 LG-REORDER-QTY PIC 9(8).
               05 LG-LAST-MOVE-DATE PIC 9(8).

      * print lines for the buyer's report
       01 BUY-TITLE-LINE PIC X(40)
           VALUE 'PURCHASE SUGGESTIONS - PARTS AT MINIMUM'.
       01 BUY-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'PART NO   BALANCE   '.
           03 FILLER PIC X(20) VALUE 'MINIMUM   SUGGEST   '.
           03 FILLER PIC X(20) VALUE 'ON ORDER  LAST MOVE '.
           03 FILLER PIC X(11) VALUE 'DESCRIPTION'.
       01 BUY-DETAIL-LINE.
           03 BUY-D-PART-NO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BUY-D-SUGGEST PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BUY-D-ON-ORDER PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BUY-D-LAST-MOVE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BUY-D-DESC PIC X(30).
       01 BUY-COVERED-LINE.
           03 FILLER PIC X(36)
               VALUE 'PARTS AT MINIMUM COVERED BY ORDERS: '.
           03 BUY-C-COUNT PIC ZZZZ9.
       01 LOC-TITLE-LINE PIC X(44)
           VALUE 'LOCATION TOP-UPS - LOCATIONS AT MINIMUM'.
       01 LOC-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'PART NO  LOC BALANCE'.
           03 FILLER PIC X(20) VALUE '   MINIMUM   SUGGEST'.
           03 FILLER PIC X(20) VALUE '  ACTION'.
           03 FILLER PIC X(20) VALUE 'LAST MOVE DESCRIPTIO'.
           03 FILLER PIC X VALUE 'N'.
       01 LOC-DETAIL-LINE.
           03 LOC-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 LOC-D-LOCATION PIC XX.
           03 FILLER PIC X VALUE SPACE.
           03 LOC-D-BALANCE PIC -(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LOC-D-MIN PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LOC-D-SUGGEST PIC Z(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LOC-D-ACTION PIC X(16).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LOC-D-LAST-MOVE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LOC-D-DESC PIC X(30).
       01 WS-BUYER-LINE PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM LOAD-ON-ORDER.
           OPEN INPUT PART-BALANCE-MASTER.
           IF WS-FS-PART-BALANCE NOT = '00'
               MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
                       ADD 1 TO PARTS-READ-COUNT
                       IF PB-MIN-LEVEL > ZERO
                           AND PB-BALANCE NOT > PB-MIN-LEVEL
                           PERFORM CHECK-STOCK-ON-ORDER
                       END-IF
               END-READ
           END-PERFORM.
               MOVE 'NO PARTS AT OR BELOW MINIMUM' TO WS-BUYER-LINE
               PERFORM WRITE-BUYER-LINE
           END-IF.
           IF COVERED-BY-ORDER-COUNT > ZERO
               MOVE COVERED-BY-ORDER-COUNT TO BUY-C-COUNT
               MOVE SPACES TO WS-BUYER-LINE
               MOVE BUY-COVERED-LINE TO WS-BUYER-LINE
               PERFORM WRITE-BUYER-LINE
           END-IF.
           PERFORM CHECK-LOCATION-LEVELS.

           CLOSE PART-BALANCE-MASTER.
           IF PART-MASTER-IS-OPEN
           CLOSE BUYER-REPORT-FILE.
           DISPLAY "Parts checked: " PARTS-READ-COUNT.
           DISPLAY "Purchase suggestions: " SUGGESTION-COUNT.
           DISPLAY "Covered by open orders: " COVERED-BY-ORDER-COUNT.
           DISPLAY "Locations checked: " LOCATIONS-READ-COUNT
               "  Top-ups: " LOCATION-SUGGESTION-COUNT
               "  From the warehouse: " TRANSFER-SUGGESTION-COUNT.

           MOVE PARTS-READ-COUNT TO RSUM-RECORDS-READ.
           IF SUGGESTION-COUNT > ZERO
               OR LOCATION-SUGGESTION-COUNT > ZERO
               MOVE 'WARNINGS' TO RSUM-RUN-STATUS
           END-IF.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the outstanding quantity on every open PO line, summed by
      * part - a line received in full or cancelled has nothing
      * left to come
       LOAD-ON-ORDER.
           OPEN INPUT PO-MASTER.
           IF WS-FS-PO-MASTER NOT = '00'
               AND WS-FS-PO-MASTER NOT = '05'
               AND WS-FS-PO-MASTER NOT = '35'
               MOVE 'PO-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PO-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM UNTIL PO-MASTER-EOF = 'Y'
               READ PO-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO PO-MASTER-EOF
                   NOT AT END
                       IF POL-IS-OPEN
                           AND POL-ORDER-QTY > POL-RECEIVED-QTY
                           PERFORM ADD-LINE-TO-ON-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-MASTER.

       ADD-LINE-TO-ON-ORDER.
           MOVE POL-PART-NO TO ON-ORDER-SEARCH-PART.
           PERFORM FIND-ON-ORDER-SLOT.
           IF ON-ORDER-WAS-FOUND
               COMPUTE OO-QUANTITY(ON-ORDER-IDX) =
                   OO-QUANTITY(ON-ORDER-IDX)
                   + POL-ORDER-QTY - POL-RECEIVED-QTY
           ELSE
               IF ON-ORDER-COUNT < MAX-ON-ORDER-PARTS
                   ADD 1 TO ON-ORDER-COUNT
                   MOVE POL-PART-NO TO OO-PART-NO(ON-ORDER-COUNT)
                   COMPUTE OO-QUANTITY(ON-ORDER-COUNT) =
                       POL-ORDER-QTY - POL-RECEIVED-QTY
               END-IF
           END-IF.

      * leaves ON-ORDER-IDX on ON-ORDER-SEARCH-PART's slot when it
      * has one
       FIND-ON-ORDER-SLOT.
           MOVE 'N' TO ON-ORDER-FOUND-SW.
           PERFORM VARYING ON-ORDER-IDX FROM 1 BY 1
                   UNTIL ON-ORDER-IDX > ON-ORDER-COUNT
                   OR ON-ORDER-WAS-FOUND
               IF OO-PART-NO(ON-ORDER-IDX) = ON-ORDER-SEARCH-PART
                   MOVE 'Y' TO ON-ORDER-FOUND-SW
               END-IF
           END-PERFORM.
           IF ON-ORDER-WAS-FOUND
               SUBTRACT 1 FROM ON-ORDER-IDX
           END-IF.

      * a part at or below its minimum on the shelf may already be
      * back above it once the open orders arrive - only a part
      * still short counting what is on order gets suggested
       CHECK-STOCK-ON-ORDER.
           MOVE ZERO TO PART-ON-ORDER-QTY.
           MOVE PB-PART-NO TO ON-ORDER-SEARCH-PART.
           PERFORM FIND-ON-ORDER-SLOT.
           IF ON-ORDER-WAS-FOUND
               MOVE OO-QUANTITY(ON-ORDER-IDX) TO PART-ON-ORDER-QTY
           END-IF.
           COMPUTE STOCK-POSITION = PB-BALANCE + PART-ON-ORDER-QTY.
           IF STOCK-POSITION > PB-MIN-LEVEL
               ADD 1 TO COVERED-BY-ORDER-COUNT
           ELSE
               PERFORM SUGGEST-ONE-PART
           END-IF.

      * one part at or below its minimum: the suggestion record for
      * purchasing plus the buyer's line with the description
       SUGGEST-ONE-PART.
           IF PB-REORDER-QTY > ZERO
               MOVE PB-REORDER-QTY TO SUGGESTED-QTY
           ELSE
               COMPUTE SUGGESTED-QTY = PB-MIN-LEVEL - STOCK-POSITION
           END-IF.
           MOVE PB-PART-NO TO SG-PART-NO.
           MOVE PB-BALANCE TO SG-BALANCE.
           MOVE PB-MIN-LEVEL TO SG-MIN-LEVEL.
           MOVE SUGGESTED-QTY TO SG-SUGGESTED-QTY.
           MOVE PB-LAST-MOVE-DATE TO SG-LAST-MOVE-DATE.
           MOVE PART-ON-ORDER-QTY TO SG-ON-ORDER.
           WRITE SUGGESTION-RECORD.
           IF WS-FS-SUGGESTION NOT = '00'
               MOVE 'SUGGESTION-FILE' TO ALOG-FILE-NAME
           MOVE PB-BALANCE TO BUY-D-BALANCE.
           MOVE PB-MIN-LEVEL TO BUY-D-MIN.
           MOVE SUGGESTED-QTY TO BUY-D-SUGGEST.
           MOVE PART-ON-ORDER-QTY TO BUY-D-ON-ORDER.
           MOVE PB-LAST-MOVE-DATE TO BUY-D-LAST-MOVE.
           PERFORM LOOKUP-PART-DESC.
           MOVE SPACES TO WS-BUYER-LINE.
           MOVE BUY-DETAIL-LINE TO WS-BUYER-LINE.
           PERFORM WRITE-BUYER-LINE.

      * the location section: every balance read in key order and
      * gathered by part, each part's locations reviewed together
      * once the next part starts (and the last part at the end)
       CHECK-LOCATION-LEVELS.
           MOVE SPACES TO WS-BUYER-LINE.
           PERFORM WRITE-BUYER-LINE.
           MOVE LOC-TITLE-LINE TO WS-BUYER-LINE.
           PERFORM WRITE-BUYER-LINE.
           MOVE SPACES TO WS-BUYER-LINE.
           MOVE LOC-COL-HEAD TO WS-BUYER-LINE.
           PERFORM WRITE-BUYER-LINE.
           OPEN INPUT LOCATION-BALANCE-MASTER.
           IF WS-FS-LOCATION-BALANCE NOT = '00'
               AND WS-FS-LOCATION-BALANCE NOT = '05'
               MOVE 'LOCATION-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-LOCATION-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM UNTIL LOCBAL-EOF = 'Y'
               READ LOCATION-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO LOCBAL-EOF
                   NOT AT END
                       ADD 1 TO LOCATIONS-READ-COUNT
                       IF LB-PART-NO NOT = GROUP-PART-NO
                           AND GROUP-COUNT > ZERO
                           PERFORM REVIEW-LOCATION-GROUP
                       END-IF
                       PERFORM GATHER-ONE-LOCATION
               END-READ
           END-PERFORM.
           IF GROUP-COUNT > ZERO
               PERFORM REVIEW-LOCATION-GROUP
           END-IF.
           CLOSE LOCATION-BALANCE-MASTER.
           IF LOCATION-SUGGESTION-COUNT = ZERO
               MOVE SPACES TO WS-BUYER-LINE
               MOVE 'NO LOCATIONS AT OR BELOW MINIMUM' TO
                   WS-BUYER-LINE
               PERFORM WRITE-BUYER-LINE
           END-IF.

       GATHER-ONE-LOCATION.
           MOVE LB-PART-NO TO GROUP-PART-NO.
           IF GROUP-COUNT < MAX-GROUP-LOCATIONS
               ADD 1 TO GROUP-COUNT
               MOVE LB-LOCATION TO LG-LOCATION(GROUP-COUNT)
               MOVE LB-BALANCE TO LG-BALANCE(GROUP-COUNT)
               MOVE LB-MIN-LEVEL TO LG-MIN-LEVEL(GROUP-COUNT)
               MOVE LB-REORDER-QTY TO LG-REORDER-QTY(GROUP-COUNT)
               MOVE LB-LAST-MOVE-DATE TO
                   LG-LAST-MOVE-DATE(GROUP-COUNT)
           END-IF.

      * what the warehouse can spare first, then each location of
      * the part at or below its own minimum
       REVIEW-LOCATION-GROUP.
           MOVE ZERO TO WH-SPARE-QTY.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT
               IF LG-LOCATION(GROUP-IDX) = 'WH'
                   COMPUTE WH-SPARE-QTY = LG-BALANCE(GROUP-IDX)
                       - LG-MIN-LEVEL(GROUP-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT
               IF LG-MIN-LEVEL(GROUP-IDX) > ZERO
                   AND LG-BALANCE(GROUP-IDX) NOT >
                       LG-MIN-LEVEL(GROUP-IDX)
                   PERFORM SUGGEST-ONE-LOCATION
               END-IF
           END-PERFORM.
           MOVE ZERO TO GROUP-COUNT.

      * the location's own reorder quantity where one is set,
      * otherwise what gets it back to its minimum. the warehouse
      * itself is always bought in - it is the part section's
      * suggestion above; anywhere else comes from the warehouse
      * when the warehouse can spare the whole top-up
       SUGGEST-ONE-LOCATION.
           ADD 1 TO LOCATION-SUGGESTION-COUNT.
           IF LG-REORDER-QTY(GROUP-IDX) > ZERO
               MOVE LG-REORDER-QTY(GROUP-IDX) TO SUGGESTED-QTY
           ELSE
               COMPUTE SUGGESTED-QTY = LG-MIN-LEVEL(GROUP-IDX)
                   - LG-BALANCE(GROUP-IDX)
           END-IF.
           IF LG-LOCATION(GROUP-IDX) NOT = 'WH'
               AND WH-SPARE-QTY NOT < SUGGESTED-QTY
               MOVE 'TRANSFER FROM WH' TO LOC-D-ACTION
               SUBTRACT SUGGESTED-QTY FROM WH-SPARE-QTY
               ADD 1 TO TRANSFER-SUGGESTION-COUNT
           ELSE
               MOVE 'PURCHASE' TO LOC-D-ACTION
           END-IF.
           MOVE GROUP-PART-NO TO LOC-D-PART-NO.
           MOVE LG-LOCATION(GROUP-IDX) TO LOC-D-LOCATION.
           MOVE LG-BALANCE(GROUP-IDX) TO LOC-D-BALANCE.
           MOVE LG-MIN-LEVEL(GROUP-IDX) TO LOC-D-MIN.
           MOVE SUGGESTED-QTY TO LOC-D-SUGGEST.
           MOVE LG-LAST-MOVE-DATE(GROUP-IDX) TO LOC-D-LAST-MOVE.
           MOVE GROUP-PART-NO TO PB-PART-NO.
           PERFORM LOOKUP-PART-DESC.
           MOVE BUY-D-DESC TO LOC-D-DESC.
           MOVE SPACES TO WS-BUYER-LINE.
           MOVE LOC-DETAIL-LINE TO WS-BUYER-LINE.
           PERFORM WRITE-BUYER-LINE.

       LOOKUP-PART-DESC.
           MOVE SPACES TO BUY-D-DESC.
           IF PART-MASTER-IS-OPEN
