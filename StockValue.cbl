      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the period-end stock valuation. Reads the part
      *          stock-balance master (partbal.dat, see PARTBAL.cpy)
      *          start to finish and values every part holding stock
      *          at its weighted-average PB-UNIT-COST, with the
      *          part's description off partmast.dat, onto
      *          stockval.rpt - quantity, unit cost, value, last
      *          movement and how many days the stock has sat since.
      *          Stock not moved for SLOW-MOVER-DAYS or more is
      *          flagged slow, and the foot of the report ages the
      *          whole value into bands off PB-LAST-MOVE-DATE so
      *          finance can see how much of the stock figure is
      *          sitting still. Parts holding stock at no cost are
      *          flagged UNCOSTED - somebody owes them an opening cost
      *          on a MasterMaint 'B' record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. StockValue.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * read start to finish in key order - OPTIONAL so a site that
      * has never posted stock still gets the (empty) valuation
           SELECT OPTIONAL PART-BALANCE-MASTER ASSIGN TO 'partbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

      * the part's description - a missing master just leaves the
      * column blank
           SELECT PART-MASTER ASSIGN TO 'partmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NO
           FILE STATUS IS WS-FS-PART-MASTER.

      * OPTIONAL - a run not carrying a runctl.dat just keeps the
      * SLOW-MOVER-DAYS default below
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

      * the chain's run flag - the business date the stock is valued
      * as at. OPTIONAL so a standalone run values as at today
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT VALUATION-REPORT-FILE ASSIGN TO 'stockval.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VALUATION-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * keyed by part number - see PARTBAL.cpy
       FD PART-BALANCE-MASTER.

       COPY PARTBAL.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

       FD CONTROL-FILE.

       COPY RUNCTL.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD VALUATION-REPORT-FILE.
       01 VALUATION-REPORT-OUT PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-VALUATION-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'StockValue'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'StockValue'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 BALANCE-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 BALANCES-READ PIC 9(7) VALUE ZERO.
       01 PARTS-VALUED PIC 9(7) VALUE ZERO.
       01 PARTS-SLOW PIC 9(7) VALUE ZERO.
       01 PARTS-UNCOSTED PIC 9(7) VALUE ZERO.

       01 PART-MASTER-OPEN-SW PIC X VALUE 'N'.
           88 PART-MASTER-IS-OPEN VALUE 'Y'.

      * stock not moved for this many days or more is slow-moving.
      * overridden by an 'SVSL' record in runctl.dat if one is present
       01 SLOW-MOVER-DAYS PIC 9(6) VALUE 000180.

      * the valuation date and the part's age against its last
      * movement - DateConvert's days-between function, the
      * valuation date as the second date so a positive answer is
      * "days since it last moved"
       01 AGING-DATE-WORK.
           03 VALUATION-DATE PIC 9(8) VALUE ZERO.
           03 AGE-IN-DAYS PIC S9(7) VALUE ZERO.

      * the movement date handed to DateConvert as the date the ask
      * counts from
       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * the part's value, and the whole stock's value aged into bands
      * off the last movement: up to 90 days, 91-180, 181-365, over
      * a year, and stock that has never moved at all
       01 VALUATION-WORK.
           03 PART-VALUE PIC S9(11)V99 VALUE ZERO.
           03 TOTAL-STOCK-VALUE PIC S9(11)V99 VALUE ZERO.
           03 SLOW-STOCK-VALUE PIC S9(11)V99 VALUE ZERO.
       77 AGE-BAND-COUNT PIC 9 VALUE 5.
       01 AGE-BAND-NAMES.
           03 FILLER PIC X(16) VALUE 'UP TO 90 DAYS'.
           03 FILLER PIC X(16) VALUE '91-180 DAYS'.
           03 FILLER PIC X(16) VALUE '181-365 DAYS'.
           03 FILLER PIC X(16) VALUE 'OVER A YEAR'.
           03 FILLER PIC X(16) VALUE 'NEVER MOVED'.
       01 AGE-BAND-LIST REDEFINES AGE-BAND-NAMES.
           03 AGE-BAND-NAME OCCURS 5 TIMES PIC X(16).
       01 AGE-BAND-TABLE.
           03 AGE-BAND-ENTRY OCCURS 5 TIMES.
               05 AB-PART-COUNT PIC 9(7) VALUE ZERO.
               05 AB-VALUE PIC S9(11)V99 VALUE ZERO.
       01 AGE-BAND-IDX PIC 9 VALUE ZERO.

      * print lines for the valuation report
       01 SVR-TITLE-LINE.
           03 FILLER PIC X(36)
               VALUE 'STOCK VALUATION AS AT              '.
           03 SVR-T-DATE PIC 9(8).
           03 FILLER PIC X(26) VALUE '   SLOW MOVING AFTER DAYS:'.
           03 SVR-T-SLOW-DAYS PIC ZZZZZ9.
       01 SVR-COL-HEAD.
           03 FILLER PIC X(20) VALUE ' PART NO DESCRIPTION'.
           03 FILLER PIC X(20) VALUE '                    '.
           03 FILLER PIC X(20) VALUE 'QUANTITY  UNIT COST '.
           03 FILLER PIC X(20) VALUE '         VALUE LAST '.
           03 FILLER PIC X(20) VALUE 'MOVE DAYS FLAG      '.
       01 SVR-DETAIL-LINE.
           03 SVR-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 SVR-D-DESC PIC X(30).
           03 FILLER PIC X VALUE SPACE.
           03 SVR-D-QUANTITY PIC -(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 SVR-D-UNIT-COST PIC Z(4)9.9999.
           03 FILLER PIC X VALUE SPACE.
           03 SVR-D-VALUE PIC -(10)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 SVR-D-LAST-MOVE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 SVR-D-AGE PIC ZZZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 SVR-D-FLAG PIC X(8).
       01 SVR-TOTAL-LINE.
           03 FILLER PIC X(14) VALUE 'PARTS VALUED: '.
           03 SVR-T-PARTS PIC Z(6)9.
           03 FILLER PIC X(21) VALUE '   TOTAL STOCK VALUE:'.
           03 SVR-T-VALUE PIC -(10)9.99.
       01 SVR-SLOW-LINE.
           03 FILLER PIC X(14) VALUE 'SLOW MOVERS:  '.
           03 SVR-S-PARTS PIC Z(6)9.
           03 FILLER PIC X(21) VALUE '   SLOW STOCK VALUE: '.
           03 SVR-S-VALUE PIC -(10)9.99.
           03 FILLER PIC X(14) VALUE '   UNCOSTED:  '.
           03 SVR-S-UNCOSTED PIC Z(6)9.
       01 SVR-BAND-HEAD PIC X(50)
           VALUE 'AGED OFF LAST MOVEMENT       PARTS           VALUE'.
       01 SVR-BAND-LINE.
           03 SVR-B-NAME PIC X(16).
           03 FILLER PIC X(8) VALUE SPACES.
           03 SVR-B-PARTS PIC Z(6)9.
           03 FILLER PIC X VALUE SPACE.
           03 SVR-B-VALUE PIC -(10)9.99.
       01 WS-VALUATION-LINE PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT VALUATION-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           MOVE 'B' TO DA-FUNCTION.
           MOVE VALUATION-DATE(7:2) TO DA-DAY-2.
           MOVE VALUATION-DATE(5:2) TO DA-MONTH-2.
           MOVE VALUATION-DATE(1:4) TO DA-YEAR-2.
           OPEN INPUT PART-BALANCE-MASTER.
           IF WS-FS-PART-BALANCE NOT = '00'
               AND WS-FS-PART-BALANCE NOT = '05'
               AND WS-FS-PART-BALANCE NOT = '35'
               MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT PART-MASTER.
           IF WS-FS-PART-MASTER = '00'
               MOVE 'Y' TO PART-MASTER-OPEN-SW
           END-IF.
           OPEN OUTPUT VALUATION-REPORT-FILE.
           IF WS-FS-VALUATION-REPORT NOT = '00'
               MOVE 'VALUATION-REPORT' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-VALUATION-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE VALUATION-DATE TO SVR-T-DATE.
           MOVE SLOW-MOVER-DAYS TO SVR-T-SLOW-DAYS.
           MOVE SPACES TO WS-VALUATION-LINE.
           MOVE SVR-TITLE-LINE TO WS-VALUATION-LINE.
           PERFORM WRITE-VALUATION-LINE.
           MOVE SPACES TO WS-VALUATION-LINE.
           MOVE SVR-COL-HEAD TO WS-VALUATION-LINE.
           PERFORM WRITE-VALUATION-LINE.

           PERFORM UNTIL BALANCE-EOF = 'Y'
               READ PART-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO BALANCE-EOF
                   NOT AT END
                       ADD 1 TO BALANCES-READ
                       IF PB-BALANCE > ZERO
                           PERFORM VALUE-ONE-PART
                       END-IF
               END-READ
           END-PERFORM.

           IF PARTS-VALUED = ZERO
               MOVE SPACES TO WS-VALUATION-LINE
               MOVE 'NO STOCK HELD' TO WS-VALUATION-LINE
               PERFORM WRITE-VALUATION-LINE
           END-IF.
           PERFORM PRINT-VALUATION-TOTALS.

           CLOSE PART-BALANCE-MASTER.
           IF PART-MASTER-IS-OPEN
               CLOSE PART-MASTER
           END-IF.
           CLOSE VALUATION-REPORT-FILE.
           DISPLAY "Balance records read: " BALANCES-READ.
           DISPLAY "Parts valued: " PARTS-VALUED
               "  Slow moving: " PARTS-SLOW
               "  Uncosted: " PARTS-UNCOSTED.
           MOVE TOTAL-STOCK-VALUE TO SVR-T-VALUE.
           DISPLAY "Total stock value: " SVR-T-VALUE.

           MOVE BALANCES-READ TO RSUM-RECORDS-READ.
           IF PARTS-UNCOSTED > ZERO
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

      * the chain's business date, so a valuation run late still
      * values as at the night it belongs to - see RUNFLAG.cpy
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-DATE TO VALUATION-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * picks the 'SVSL' record out of runctl.dat, if there is one,
      * and uses it to override SLOW-MOVER-DAYS's default
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
                       IF CTL-TYPE = 'SVSL'
                           MOVE CTL-NUMBER TO SLOW-MOVER-DAYS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

      * one part holding stock: its value at the average cost, its
      * age since it last moved, and which band that puts it in
       VALUE-ONE-PART.
           ADD 1 TO PARTS-VALUED.
           COMPUTE PART-VALUE ROUNDED = PB-BALANCE * PB-UNIT-COST.
           ADD PART-VALUE TO TOTAL-STOCK-VALUE.
           MOVE SPACES TO SVR-D-FLAG.
           IF PB-LAST-MOVE-DATE = ZERO
               MOVE ZERO TO AGE-IN-DAYS
               MOVE 5 TO AGE-BAND-IDX
           ELSE
               PERFORM AGE-LAST-MOVEMENT
               EVALUATE TRUE
                   WHEN AGE-IN-DAYS NOT > 90
                       MOVE 1 TO AGE-BAND-IDX
                   WHEN AGE-IN-DAYS NOT > 180
                       MOVE 2 TO AGE-BAND-IDX
                   WHEN AGE-IN-DAYS NOT > 365
                       MOVE 3 TO AGE-BAND-IDX
                   WHEN OTHER
                       MOVE 4 TO AGE-BAND-IDX
               END-EVALUATE
           END-IF.
           ADD 1 TO AB-PART-COUNT(AGE-BAND-IDX).
           ADD PART-VALUE TO AB-VALUE(AGE-BAND-IDX).
      * stock that has never moved has sat still since before the
      * system knew about it - slow by any measure
           IF PB-LAST-MOVE-DATE = ZERO
               OR AGE-IN-DAYS NOT < SLOW-MOVER-DAYS
               ADD 1 TO PARTS-SLOW
               ADD PART-VALUE TO SLOW-STOCK-VALUE
               MOVE 'SLOW' TO SVR-D-FLAG
           END-IF.
           IF PB-UNIT-COST = ZERO
               ADD 1 TO PARTS-UNCOSTED
               MOVE 'UNCOSTED' TO SVR-D-FLAG
           END-IF.
           MOVE PB-PART-NO TO SVR-D-PART-NO.
           PERFORM LOOKUP-PART-DESC.
           MOVE PB-BALANCE TO SVR-D-QUANTITY.
           MOVE PB-UNIT-COST TO SVR-D-UNIT-COST.
           MOVE PART-VALUE TO SVR-D-VALUE.
           MOVE PB-LAST-MOVE-DATE TO SVR-D-LAST-MOVE.
           MOVE AGE-IN-DAYS TO SVR-D-AGE.
           MOVE SPACES TO WS-VALUATION-LINE.
           MOVE SVR-DETAIL-LINE TO WS-VALUATION-LINE.
           PERFORM WRITE-VALUATION-LINE.

       AGE-LAST-MOVEMENT.
           MOVE PB-LAST-MOVE-DATE(7:2) TO CNV-DAY.
           MOVE PB-LAST-MOVE-DATE(5:2) TO CNV-MONTH.
           MOVE PB-LAST-MOVE-DATE(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           MOVE DA-DAYS-BETWEEN TO AGE-IN-DAYS.
           IF AGE-IN-DAYS < ZERO
               MOVE ZERO TO AGE-IN-DAYS
           END-IF.

       LOOKUP-PART-DESC.
           MOVE SPACES TO SVR-D-DESC.
           IF PART-MASTER-IS-OPEN
               MOVE PB-PART-NO TO PM-PART-NO
               READ PART-MASTER
                   INVALID KEY
                       MOVE 'NOT ON PART MASTER' TO SVR-D-DESC
                   NOT INVALID KEY
                       MOVE PM-PART-DESC TO SVR-D-DESC
               END-READ
           END-IF.

      * the foot: the whole stock value, the slow-moving share of
      * it, and the value aged into bands off the last movement
       PRINT-VALUATION-TOTALS.
           MOVE PARTS-VALUED TO SVR-T-PARTS.
           MOVE TOTAL-STOCK-VALUE TO SVR-T-VALUE.
           MOVE SPACES TO WS-VALUATION-LINE.
           PERFORM WRITE-VALUATION-LINE.
           MOVE SVR-TOTAL-LINE TO WS-VALUATION-LINE.
           PERFORM WRITE-VALUATION-LINE.
           MOVE PARTS-SLOW TO SVR-S-PARTS.
           MOVE SLOW-STOCK-VALUE TO SVR-S-VALUE.
           MOVE PARTS-UNCOSTED TO SVR-S-UNCOSTED.
           MOVE SPACES TO WS-VALUATION-LINE.
           MOVE SVR-SLOW-LINE TO WS-VALUATION-LINE.
           PERFORM WRITE-VALUATION-LINE.
           MOVE SPACES TO WS-VALUATION-LINE.
           PERFORM WRITE-VALUATION-LINE.
           MOVE SVR-BAND-HEAD TO WS-VALUATION-LINE.
           PERFORM WRITE-VALUATION-LINE.
           PERFORM VARYING AGE-BAND-IDX FROM 1 BY 1
                   UNTIL AGE-BAND-IDX > AGE-BAND-COUNT
               MOVE AGE-BAND-NAME(AGE-BAND-IDX) TO SVR-B-NAME
               MOVE AB-PART-COUNT(AGE-BAND-IDX) TO SVR-B-PARTS
               MOVE AB-VALUE(AGE-BAND-IDX) TO SVR-B-VALUE
               MOVE SPACES TO WS-VALUATION-LINE
               MOVE SVR-BAND-LINE TO WS-VALUATION-LINE
               PERFORM WRITE-VALUATION-LINE
           END-PERFORM.

       WRITE-VALUATION-LINE.
           MOVE WS-VALUATION-LINE TO VALUATION-REPORT-OUT.
           WRITE VALUATION-REPORT-OUT.
           IF WS-FS-VALUATION-REPORT NOT = '00'
               MOVE 'VALUATION-REPORT' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-VALUATION-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM StockValue.
