      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the nightly sales-order allocation and warehouse pick
      *          list, run straight after StockPost. Once the night's
      *          receipts and shipped issues have posted, the stock
      *          promised to each part is set again from the open
      *          order lines themselves: lines still short are
      *          allocated whatever has come free, oldest order
      *          first, and each part's PB-ALLOCATED-QTY is rewritten
      *          to what its open lines now hold - journaled onto
      *          mjrnl.dat like any other balance change, and only
      *          where it actually changed. Every open line with
      *          stock allocated then goes on the pick list
      *          (picklist.rpt), sorted by part so the warehouse
      *          walks each bin once: order, line, customer and
      *          their reference, the quantity to pick, and where it
      *          is going - the order's delivery address, through
      *          CustAddr.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SoPick.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * keyed by order number and line - read through in key order,
      * so the oldest order is allocated first, and rewritten as it
      * goes. OPTIONAL - a site that has never taken an order has no
      * master yet, and nothing to pick
           SELECT OPTIONAL SALES-ORDER-MASTER ASSIGN TO 'soorder.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-KEY
           FILE STATUS IS WS-FS-SALES-ORDER.

      * read at random for what is on the shelf, then through in key
      * order to set each part's allocation
           SELECT OPTIONAL PART-BALANCE-MASTER ASSIGN TO 'partbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

      * for the part description on the pick list
           SELECT PART-MASTER ASSIGN TO 'partmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NO
           FILE STATUS IS WS-FS-PART-MASTER.

           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT PICK-LIST-FILE ASSIGN TO 'picklist.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PICK-LIST.

           SELECT SORT-WORK-FILE ASSIGN TO 'sopksort.tmp'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * keyed by order number and line - see SOORDER.cpy
       FD SALES-ORDER-MASTER.

       COPY SOORDER.

      * keyed by part number - see PARTBAL.cpy
       FD PART-BALANCE-MASTER.

       COPY PARTBAL.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

      * the chain's business date and run identifier - see
      * RUNFLAG.cpy
       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD PICK-LIST-FILE.
       01 PICK-LIST-OUT PIC X(80).

      * one line to pick, sorted by part and then by order and line
       SD SORT-WORK-FILE.
       01 SORT-PICK-RECORD.
           03 SRT-PART-NO PIC 9(8).
           03 SRT-ORDER-NO PIC 9(6).
           03 SRT-LINE-NO PIC 9(3).
           03 SRT-CUSTOMER PIC 9(6).
           03 SRT-DELIV-SEQ PIC 9(2).
           03 SRT-CUST-REF PIC X(12).
           03 SRT-PICK-QTY PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-SALES-ORDER PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-PICK-LIST PIC XX VALUE '00'.

      * arguments passed to MasterJrnl.cbl - an allocation reset is
      * a 'B' rewrite like any other balance change
       01 MASTER-JRNL-WORK.
           03 MJRN-PROGRAM-NAME PIC X(20) VALUE 'SoPick'.
           03 MJRN-OPERATOR PIC X(8) VALUE SPACES.
           03 MJRN-FILE-ID PIC X VALUE 'B'.
           03 MJRN-ACTION PIC X VALUE 'R'.
           03 MJRN-BEFORE-IMAGE PIC X(120).
           03 MJRN-AFTER-IMAGE PIC X(120).

      * arguments passed to CustAddr.cbl - the order's delivery
      * address for the pick list
       01 CUST-ADDRESS-WORK.
           03 CADR-CUST-NUMBER PIC 9(6).
           03 CADR-ADDR-SEQ PIC 9(2).
           03 CADR-ADDRESS-LINES.
               05 CADR-LINE OCCURS 5 TIMES PIC X(40).
           03 CADR-RETURN-CODE PIC 9(2).
       01 CADR-IDX PIC 9 VALUE ZERO.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'SoPick'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'SoPick'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 TONIGHT-DATE PIC 9(8) VALUE ZERO.

      * what each part's open lines hold, built from the order
      * master and then added to as short lines are allocated. a
      * night with more parts on order than the table holds leaves
      * every part's allocation as it stood rather than reset only
      * some of them
       77 MAX-ALLOC-PARTS PIC 9(4) VALUE 2000.
       01 ALLOC-PART-COUNT PIC 9(4) VALUE ZERO.
       01 PART-ALLOC-TABLE.
           03 PART-ALLOC-ENTRY OCCURS 2000 TIMES.
               05 PAL-PART-NO PIC 9(8).
               05 PAL-ALLOCATED PIC 9(9).
       01 PAL-IDX PIC 9(4) VALUE ZERO.
       01 PAL-FOUND-IDX PIC 9(4) VALUE ZERO.
       01 ALLOC-OVERFLOW-SW PIC X VALUE 'N'.
           88 ALLOC-TABLE-OVERFLOWED VALUE 'Y'.

       01 ORDER-EOF PIC X VALUE 'N'.
       01 BALANCE-EOF PIC X VALUE 'N'.
       01 SORT-EOF PIC X VALUE 'N'.
       01 ORDER-RECORDS-READ PIC 9(7) VALUE ZERO.

      * the header of the order whose lines are being read, so its
      * lines can carry the customer and delivery address into the
      * sort
       01 HELD-CUSTOMER PIC 9(6) VALUE ZERO.
       01 HELD-DELIV-SEQ PIC 9(2) VALUE ZERO.
       01 HELD-CUST-REF PIC X(12) VALUE SPACES.

       01 ALLOCATION-WORK.
           03 LINE-SHORT-QTY PIC 9(8) VALUE ZERO.
           03 FREE-TO-ALLOCATE PIC S9(9) VALUE ZERO.
           03 NEW-ALLOCATION PIC 9(8) VALUE ZERO.

       01 NIGHT-TOTALS.
           03 LINES-ALLOCATED-COUNT PIC 9(7) VALUE ZERO.
           03 UNITS-ALLOCATED-TOTAL PIC 9(9) VALUE ZERO.
           03 LINES-STILL-SHORT-COUNT PIC 9(7) VALUE ZERO.
           03 PARTS-RESET-COUNT PIC 9(7) VALUE ZERO.
           03 PICK-LINE-COUNT PIC 9(7) VALUE ZERO.

      * control break on part for the pick list
       01 PREV-PART-NO PIC 9(8) VALUE ZERO.
       01 FIRST-PART-SW PIC X VALUE 'Y'.
           88 FIRST-PART VALUE 'Y'.
       01 PART-PICK-TOTAL PIC 9(9) VALUE ZERO.

      * print lines for the pick list
       01 PCK-TITLE-LINE.
           03 FILLER PIC X(30) VALUE 'WAREHOUSE PICK LIST - RUN '.
           03 PCK-T-RUN-ID PIC X(11).
           03 FILLER PIC X(8) VALUE '  DATE: '.
           03 PCK-T-DATE PIC 9(8).
       01 PCK-PART-LINE.
           03 FILLER PIC X(6) VALUE 'PART: '.
           03 PCK-P-PART-NO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PCK-P-DESC PIC X(30).
       01 PCK-COL-HEAD.
           03 FILLER PIC X(20) VALUE '  ORDER  LIN CUSTOME'.
           03 FILLER PIC X(20) VALUE 'R CUST REF        PI'.
           03 FILLER PIC X(20) VALUE 'CK QTY              '.
       01 PCK-DETAIL-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PCK-D-ORDER-NO PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 PCK-D-LINE-NO PIC 9(3).
           03 FILLER PIC X VALUE SPACE.
           03 PCK-D-CUSTOMER PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PCK-D-CUST-REF PIC X(12).
           03 FILLER PIC X VALUE SPACE.
           03 PCK-D-PICK-QTY PIC Z(7)9.
       01 PCK-ADDRESS-LINE.
           03 FILLER PIC X(6) VALUE SPACES.
           03 PCK-A-LABEL PIC X(12).
           03 PCK-A-TEXT PIC X(40).
       01 PCK-PART-TOTAL-LINE.
           03 FILLER PIC X(20) VALUE '  TOTAL TO PICK FOR '.
           03 PCK-PT-PART-NO PIC 9(8).
           03 FILLER PIC X(4) VALUE ':   '.
           03 PCK-PT-QTY PIC Z(8)9.
       01 PCK-TOTAL-LINE.
           03 FILLER PIC X(14) VALUE 'LINES TO PICK:'.
           03 PCK-T-LINES PIC Z(6)9.
           03 FILLER PIC X(21) VALUE '   ALLOCATED TONIGHT:'.
           03 PCK-T-ALLOCATED PIC Z(6)9.
           03 FILLER PIC X(15) VALUE '   STILL SHORT:'.
           03 PCK-T-SHORT PIC Z(6)9.
       01 PCK-OVERFLOW-LINE PIC X(60)
           VALUE '*** TOO MANY PARTS ON ORDER - ALLOCATIONS NOT RESET'.
       01 WS-PICK-LINE PIC X(80).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT TONIGHT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-FLAG.
           OPEN I-O SALES-ORDER-MASTER.
           IF WS-FS-SALES-ORDER NOT = '00'
               AND WS-FS-SALES-ORDER NOT = '05'
               MOVE 'SALES-ORDER-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-SALES-ORDER TO ALOG-FILE-STATUS
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
           OPEN INPUT PART-MASTER.
           IF WS-FS-PART-MASTER NOT = '00'
               MOVE 'PART-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT PICK-LIST-FILE.
           IF WS-FS-PICK-LIST NOT = '00'
               MOVE 'PICK-LIST-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PICK-LIST TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE THIS-RUN-ID TO PCK-T-RUN-ID.
           MOVE TONIGHT-DATE TO PCK-T-DATE.
           MOVE SPACES TO WS-PICK-LINE.
           MOVE PCK-TITLE-LINE TO WS-PICK-LINE.
           PERFORM WRITE-PICK-LINE.
           MOVE SPACES TO WS-PICK-LINE.
           PERFORM WRITE-PICK-LINE.

           PERFORM TOTAL-OPEN-ALLOCATIONS.
           IF NOT ALLOC-TABLE-OVERFLOWED
               PERFORM ALLOCATE-SHORT-LINES
           END-IF.
           IF NOT ALLOC-TABLE-OVERFLOWED
               PERFORM RESET-PART-ALLOCATIONS
           ELSE
               MOVE 'WARNINGS' TO RSUM-RUN-STATUS
               MOVE PCK-OVERFLOW-LINE TO WS-PICK-LINE
               PERFORM WRITE-PICK-LINE
               MOVE SPACES TO WS-PICK-LINE
               PERFORM WRITE-PICK-LINE
               DISPLAY "SoPick - more than " MAX-ALLOC-PARTS
                   " parts on open orders, allocations left as "
                   "they stood"
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-PART-NO
               ON ASCENDING KEY SRT-ORDER-NO
               ON ASCENDING KEY SRT-LINE-NO
               INPUT PROCEDURE IS SELECT-PICK-LINES
               OUTPUT PROCEDURE IS PRINT-PICK-LIST.

           IF NOT FIRST-PART
               PERFORM FINISH-PART-GROUP
           END-IF.
           MOVE PICK-LINE-COUNT TO PCK-T-LINES.
           MOVE LINES-ALLOCATED-COUNT TO PCK-T-ALLOCATED.
           MOVE LINES-STILL-SHORT-COUNT TO PCK-T-SHORT.
           MOVE SPACES TO WS-PICK-LINE.
           MOVE PCK-TOTAL-LINE TO WS-PICK-LINE.
           PERFORM WRITE-PICK-LINE.

           CLOSE SALES-ORDER-MASTER.
           CLOSE PART-BALANCE-MASTER.
           CLOSE PART-MASTER.
           CLOSE PICK-LIST-FILE.
           DISPLAY "Order records read: " ORDER-RECORDS-READ.
           DISPLAY "Lines allocated: " LINES-ALLOCATED-COUNT
               "  Units: " UNITS-ALLOCATED-TOTAL
               "  Still short: " LINES-STILL-SHORT-COUNT.
           DISPLAY "Part allocations reset: " PARTS-RESET-COUNT
               "  Lines to pick: " PICK-LINE-COUNT.

           MOVE ORDER-RECORDS-READ TO RSUM-RECORDS-READ.
           MOVE ZERO TO RSUM-RECORDS-REJECTED.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
               RSUM-RECORDS-REJECTED RSUM-RUN-STATUS.

           STOP RUN.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the chain's run identifier and business date, for stamping
      * - see RUNFLAG.cpy
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       IF RF-RUN-DATE NOT = ZERO
                           MOVE RF-RUN-DATE TO TONIGHT-DATE
                       END-IF
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * first pass over the orders: what every part's open lines
      * already hold. a part with only short lines still gets its
      * slot, so the second pass never has to open one
       TOTAL-OPEN-ALLOCATIONS.
           MOVE ZERO TO SO-ORDER-NO.
           MOVE ZERO TO SO-LINE-NO.
           MOVE 'N' TO ORDER-EOF.
           START SALES-ORDER-MASTER KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE 'Y' TO ORDER-EOF
           END-START.
           PERFORM UNTIL ORDER-EOF = 'Y'
               READ SALES-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO ORDER-EOF
                   NOT AT END
                       ADD 1 TO ORDER-RECORDS-READ
                       IF NOT SO-IS-HEADER
                           AND SOL-IS-OPEN
                           PERFORM FIND-PART-ALLOCATION
                           IF PAL-FOUND-IDX > ZERO
                               ADD SOL-ALLOC-QTY TO
                                   PAL-ALLOCATED(PAL-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * SOL-PART-NO's slot in the table, opening one for a part not
      * seen yet - PAL-FOUND-IDX zero when the table is full
       FIND-PART-ALLOCATION.
           MOVE ZERO TO PAL-FOUND-IDX.
           PERFORM VARYING PAL-IDX FROM 1 BY 1
                   UNTIL PAL-IDX > ALLOC-PART-COUNT
                   OR PAL-FOUND-IDX > ZERO
               IF PAL-PART-NO(PAL-IDX) = SOL-PART-NO
                   MOVE PAL-IDX TO PAL-FOUND-IDX
               END-IF
           END-PERFORM.
           IF PAL-FOUND-IDX = ZERO
               IF ALLOC-PART-COUNT < MAX-ALLOC-PARTS
                   ADD 1 TO ALLOC-PART-COUNT
                   MOVE SOL-PART-NO TO PAL-PART-NO(ALLOC-PART-COUNT)
                   MOVE ZERO TO PAL-ALLOCATED(ALLOC-PART-COUNT)
                   MOVE ALLOC-PART-COUNT TO PAL-FOUND-IDX
               ELSE
                   MOVE 'Y' TO ALLOC-OVERFLOW-SW
               END-IF
           END-IF.

      * second pass: each open line still short takes what is free
      * on the shelf - on hand less what the open lines already
      * hold - in order-number order, so the oldest order is served
      * first
       ALLOCATE-SHORT-LINES.
           MOVE ZERO TO SO-ORDER-NO.
           MOVE ZERO TO SO-LINE-NO.
           MOVE 'N' TO ORDER-EOF.
           START SALES-ORDER-MASTER KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE 'Y' TO ORDER-EOF
           END-START.
           PERFORM UNTIL ORDER-EOF = 'Y'
               READ SALES-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO ORDER-EOF
                   NOT AT END
                       IF NOT SO-IS-HEADER
                           AND SOL-IS-OPEN
                           PERFORM ALLOCATE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       ALLOCATE-ONE-LINE.
           COMPUTE LINE-SHORT-QTY = SOL-ORDER-QTY - SOL-SHIPPED-QTY
               - SOL-ALLOC-QTY.
           IF LINE-SHORT-QTY > ZERO
               MOVE ZERO TO NEW-ALLOCATION
               MOVE SOL-PART-NO TO PB-PART-NO
               READ PART-BALANCE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FIND-PART-ALLOCATION
                       IF PAL-FOUND-IDX > ZERO
                           COMPUTE FREE-TO-ALLOCATE = PB-BALANCE
                               - PAL-ALLOCATED(PAL-FOUND-IDX)
                           IF FREE-TO-ALLOCATE > ZERO
                               IF FREE-TO-ALLOCATE < LINE-SHORT-QTY
                                   MOVE FREE-TO-ALLOCATE TO
                                       NEW-ALLOCATION
                               ELSE
                                   MOVE LINE-SHORT-QTY TO
                                       NEW-ALLOCATION
                               END-IF
                           END-IF
                       END-IF
               END-READ
               IF NEW-ALLOCATION > ZERO
                   ADD NEW-ALLOCATION TO SOL-ALLOC-QTY
                   ADD NEW-ALLOCATION TO
                       PAL-ALLOCATED(PAL-FOUND-IDX)
                   REWRITE SALES-ORDER-RECORD
                       INVALID KEY
                           MOVE 'SALES-ORDER-MASTER' TO
                               ALOG-FILE-NAME
                           MOVE 'REWRITE' TO ALOG-OPERATION
                           MOVE WS-FS-SALES-ORDER TO
                               ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                   END-REWRITE
                   ADD 1 TO LINES-ALLOCATED-COUNT
                   ADD NEW-ALLOCATION TO UNITS-ALLOCATED-TOTAL
               END-IF
               IF NEW-ALLOCATION < LINE-SHORT-QTY
                   ADD 1 TO LINES-STILL-SHORT-COUNT
               END-IF
           END-IF.

      * third pass: every part's allocation set to what its open
      * lines hold now - zero for a part with none. only a real
      * change is rewritten and journaled
       RESET-PART-ALLOCATIONS.
           MOVE ZERO TO PB-PART-NO.
           MOVE 'N' TO BALANCE-EOF.
           START PART-BALANCE-MASTER KEY IS NOT LESS THAN PB-PART-NO
               INVALID KEY
                   MOVE 'Y' TO BALANCE-EOF
           END-START.
           PERFORM UNTIL BALANCE-EOF = 'Y'
               READ PART-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO BALANCE-EOF
                   NOT AT END
                       PERFORM RESET-ONE-PART
               END-READ
           END-PERFORM.

       RESET-ONE-PART.
           MOVE ZERO TO NEW-ALLOCATION.
           PERFORM VARYING PAL-IDX FROM 1 BY 1
                   UNTIL PAL-IDX > ALLOC-PART-COUNT
               IF PAL-PART-NO(PAL-IDX) = PB-PART-NO
                   MOVE PAL-ALLOCATED(PAL-IDX) TO NEW-ALLOCATION
               END-IF
           END-PERFORM.
           IF NEW-ALLOCATION NOT = PB-ALLOCATED-QTY
               MOVE SPACES TO MJRN-BEFORE-IMAGE
               MOVE PART-BALANCE-RECORD TO MJRN-BEFORE-IMAGE
               MOVE NEW-ALLOCATION TO PB-ALLOCATED-QTY
               REWRITE PART-BALANCE-RECORD
                   INVALID KEY
                       MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
                       MOVE 'REWRITE' TO ALOG-OPERATION
                       MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
                       PERFORM REPORT-FILE-ABEND
               END-REWRITE
               MOVE SPACES TO MJRN-AFTER-IMAGE
               MOVE PART-BALANCE-RECORD TO MJRN-AFTER-IMAGE
               CALL "MasterJrnl" USING MJRN-PROGRAM-NAME
                   MJRN-OPERATOR MJRN-FILE-ID MJRN-ACTION
                   MJRN-BEFORE-IMAGE MJRN-AFTER-IMAGE
               ADD 1 TO PARTS-RESET-COUNT
           END-IF.

      * sort input: every open line with stock allocated, carrying
      * its order's customer, reference and delivery address. the
      * header comes first in key order, so it is held as read
       SELECT-PICK-LINES.
           MOVE ZERO TO SO-ORDER-NO.
           MOVE ZERO TO SO-LINE-NO.
           MOVE 'N' TO ORDER-EOF.
           START SALES-ORDER-MASTER KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE 'Y' TO ORDER-EOF
           END-START.
           PERFORM UNTIL ORDER-EOF = 'Y'
               READ SALES-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO ORDER-EOF
                   NOT AT END
                       IF SO-IS-HEADER
                           MOVE SOH-CUSTOMER TO HELD-CUSTOMER
                           MOVE SOH-DELIV-SEQ TO HELD-DELIV-SEQ
                           MOVE SOH-CUST-REF TO HELD-CUST-REF
                       ELSE
                           IF SOL-IS-OPEN
                               AND SOL-ALLOC-QTY > ZERO
                               MOVE SOL-PART-NO TO SRT-PART-NO
                               MOVE SO-ORDER-NO TO SRT-ORDER-NO
                               MOVE SO-LINE-NO TO SRT-LINE-NO
                               MOVE HELD-CUSTOMER TO SRT-CUSTOMER
                               MOVE HELD-DELIV-SEQ TO SRT-DELIV-SEQ
                               MOVE HELD-CUST-REF TO SRT-CUST-REF
                               MOVE SOL-ALLOC-QTY TO SRT-PICK-QTY
                               RELEASE SORT-PICK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * sort output: the pick list, a group per part
       PRINT-PICK-LIST.
           MOVE 'N' TO SORT-EOF.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-PICK
               END-RETURN
           END-PERFORM.

       PRINT-ONE-PICK.
           IF FIRST-PART
               OR SRT-PART-NO NOT = PREV-PART-NO
               IF NOT FIRST-PART
                   PERFORM FINISH-PART-GROUP
               END-IF
               PERFORM START-PART-GROUP
           END-IF.
           MOVE SRT-ORDER-NO TO PCK-D-ORDER-NO.
           MOVE SRT-LINE-NO TO PCK-D-LINE-NO.
           MOVE SRT-CUSTOMER TO PCK-D-CUSTOMER.
           MOVE SRT-CUST-REF TO PCK-D-CUST-REF.
           MOVE SRT-PICK-QTY TO PCK-D-PICK-QTY.
           MOVE SPACES TO WS-PICK-LINE.
           MOVE PCK-DETAIL-LINE TO WS-PICK-LINE.
           PERFORM WRITE-PICK-LINE.
           ADD SRT-PICK-QTY TO PART-PICK-TOTAL.
           ADD 1 TO PICK-LINE-COUNT.
      * the order's own delivery address - CustAddr hands back the
      * billing address when the account has no separate one
           MOVE SRT-CUSTOMER TO CADR-CUST-NUMBER.
           MOVE SRT-DELIV-SEQ TO CADR-ADDR-SEQ.
           CALL "CustAddr" USING CADR-CUST-NUMBER CADR-ADDR-SEQ
               CADR-ADDRESS-LINES CADR-RETURN-CODE.
           MOVE 'DELIVER TO:' TO PCK-A-LABEL.
           PERFORM VARYING CADR-IDX FROM 1 BY 1
                   UNTIL CADR-IDX > 5
                   OR CADR-LINE(CADR-IDX) = SPACES
               MOVE CADR-LINE(CADR-IDX) TO PCK-A-TEXT
               MOVE SPACES TO WS-PICK-LINE
               MOVE PCK-ADDRESS-LINE TO WS-PICK-LINE
               PERFORM WRITE-PICK-LINE
               MOVE SPACES TO PCK-A-LABEL
           END-PERFORM.

       START-PART-GROUP.
           MOVE 'N' TO FIRST-PART-SW.
           MOVE SRT-PART-NO TO PREV-PART-NO.
           MOVE ZERO TO PART-PICK-TOTAL.
           MOVE SRT-PART-NO TO PM-PART-NO.
           READ PART-MASTER
               INVALID KEY
                   MOVE '** NOT ON PART MASTER **' TO PM-PART-DESC
           END-READ.
           MOVE SRT-PART-NO TO PCK-P-PART-NO.
           MOVE PM-PART-DESC TO PCK-P-DESC.
           MOVE SPACES TO WS-PICK-LINE.
           MOVE PCK-PART-LINE TO WS-PICK-LINE.
           PERFORM WRITE-PICK-LINE.
           MOVE SPACES TO WS-PICK-LINE.
           MOVE PCK-COL-HEAD TO WS-PICK-LINE.
           PERFORM WRITE-PICK-LINE.

       FINISH-PART-GROUP.
           MOVE PREV-PART-NO TO PCK-PT-PART-NO.
           MOVE PART-PICK-TOTAL TO PCK-PT-QTY.
           MOVE SPACES TO WS-PICK-LINE.
           MOVE PCK-PART-TOTAL-LINE TO WS-PICK-LINE.
           PERFORM WRITE-PICK-LINE.
           MOVE SPACES TO WS-PICK-LINE.
           PERFORM WRITE-PICK-LINE.

       WRITE-PICK-LINE.
           MOVE WS-PICK-LINE TO PICK-LIST-OUT.
           WRITE PICK-LIST-OUT.
           IF WS-FS-PICK-LIST NOT = '00'
               MOVE 'PICK-LIST-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-PICK-LIST TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM SoPick.
