      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: keeps the business-indicator history (kpihist.dat,
      *          see KPIHIST.cpy) - one record a business date with
      *          the night's key figures side by side, so the trend
      *          can be read back month on month (KpiTrend) instead
      *          of management asking the same questions every
      *          month. Worked from the files the figures come from
      *          rather than from the night's reports: debtors and
      *          the overdue part of them off the open-item ledger
      *          (aropen.dat) at book rate, aged on the business date
      *          the way ArAgedDebt and ArDunning age them; debtor
      *          days against the last 90 days' invoicing; the
      *          night's invoiced value and cost of sales off
      *          nightval.dat; stock value off the part balances
      *          (partbal.dat) at weighted-average cost, and stock
      *          turn against the last 365 days' cost of sales;
      *          TranEdit's read and reject counts off runstats.dat
      *          with tonight's reject suspense and duplicate
      *          suspects for the rates; and what is still sitting
      *          in the two suspense files. A rerun of the same
      *          business date replaces its record, and records more
      *          than three years old are dropped as the file is
      *          written back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. KpiHist.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * read whole into storage and written back with tonight's
      * record in its place. OPTIONAL so the first night starts it
           SELECT OPTIONAL KPI-HISTORY-FILE ASSIGN TO 'kpihist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-KPI-HISTORY.

      * OPTIONAL - a system that hasn't invoiced yet has no ledger,
      * and is owed nothing
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEM-FILE.

      * read start to finish in key order - OPTIONAL so a site that
      * has never posted stock values it at nothing
           SELECT OPTIONAL PART-BALANCE-MASTER ASSIGN TO 'partbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

           SELECT OPTIONAL NIGHT-VALUE-FILE ASSIGN TO 'nightval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NIGHT-VALUE.

           SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO 'runstats.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-STATS.

      * the suspense is indexed on SUS-SEQUENCE - read here start to
      * finish, the way RejectAging reads it
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'rejsusp.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUS-SEQUENCE
           FILE STATUS IS WS-FS-SUSPENSE-FILE.

           SELECT OPTIONAL DUP-SUSPENSE-FILE ASSIGN TO 'dupsusp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DUP-SUSPENSE.

      * the chain's run flag - the business date the record is kept
      * under and the run identifier it carries. OPTIONAL so a
      * standalone run still works
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD KPI-HISTORY-FILE.

       COPY KPIHIST.

       FD OPEN-ITEM-FILE.

       COPY AROPEN.

      * keyed by part number - see PARTBAL.cpy
       FD PART-BALANCE-MASTER.

       COPY PARTBAL.

       FD NIGHT-VALUE-FILE.

       COPY NIGHTVAL.

       FD RUN-STATS-FILE.

       COPY RUNSTATS.

       FD SUSPENSE-FILE.

       COPY REJSUSP.

       FD DUP-SUSPENSE-FILE.

       COPY DUPSUSP.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-KPI-HISTORY PIC XX VALUE '00'.
       01 WS-FS-OPEN-ITEM-FILE PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-NIGHT-VALUE PIC XX VALUE '00'.
       01 WS-FS-RUN-STATS PIC XX VALUE '00'.
       01 WS-FS-SUSPENSE-FILE PIC XX VALUE '00'.
       01 WS-FS-DUP-SUSPENSE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'KpiHist'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'KpiHist'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * the chain's business date and run identifier
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 RUN-DATE PIC 9(8) VALUE ZERO.

       01 HISTORY-EOF PIC X VALUE 'N'.
       01 LEDGER-EOF PIC X VALUE 'N'.
       01 PART-BALANCE-EOF PIC X VALUE 'N'.
       01 NIGHT-VALUE-EOF PIC X VALUE 'N'.
       01 RUN-STATS-EOF PIC X VALUE 'N'.
       01 SUSPENSE-EOF PIC X VALUE 'N'.
       01 DUP-SUSPENSE-EOF PIC X VALUE 'N'.
       01 HISTORY-READ-COUNT PIC 9(7) VALUE ZERO.
       01 HISTORY-DROPPED-COUNT PIC 9(7) VALUE ZERO.

      * records older than this - the business date three years
      * back - are not written back
       01 HISTORY-CUTOFF-DATE PIC 9(8) VALUE ZERO.

      * the windows debtor days and stock turn are measured over,
      * the first date inside each, and the earliest date the
      * history actually reaches inside each - a history younger
      * than the window is measured over the days it does cover
       77 DEBTOR-WINDOW-DAYS PIC 9(3) VALUE 90.
       77 TURN-WINDOW-DAYS PIC 9(3) VALUE 365.
       01 WINDOW-WORK.
           03 DEBTOR-WINDOW-START PIC 9(8) VALUE ZERO.
           03 TURN-WINDOW-START PIC 9(8) VALUE ZERO.
           03 DEBTOR-WINDOW-FIRST PIC 9(8) VALUE ZERO.
           03 TURN-WINDOW-FIRST PIC 9(8) VALUE ZERO.
           03 DEBTOR-DAYS-COVERED PIC S9(7) VALUE ZERO.
           03 TURN-DAYS-COVERED PIC S9(7) VALUE ZERO.
           03 WINDOW-INVOICED PIC S9(11)V99 VALUE ZERO.
           03 WINDOW-COST-OF-SALES PIC S9(11)V99 VALUE ZERO.

      * tonight's figures as they are gathered
       01 NIGHT-FIGURES.
           03 NF-DEBTORS PIC S9(9)V99 VALUE ZERO.
           03 NF-OVERDUE PIC S9(9)V99 VALUE ZERO.
           03 NF-INVOICED PIC S9(9)V99 VALUE ZERO.
           03 NF-STOCK-VALUE PIC 9(9)V99 VALUE ZERO.
           03 NF-COST-OF-SALES PIC S9(9)V99 VALUE ZERO.
           03 NF-TRAN-READ PIC 9(7) VALUE ZERO.
           03 NF-EDIT-REJECTED PIC 9(7) VALUE ZERO.
           03 NF-SUSPENSE-ADDED PIC 9(7) VALUE ZERO.
           03 NF-TRAN-DUPLICATE PIC 9(7) VALUE ZERO.
           03 NF-REJECTS-OPEN PIC 9(7) VALUE ZERO.
           03 NF-DUPLICATES-HELD PIC 9(7) VALUE ZERO.

      * the indicators worked out wide and then held to the width
      * the history record carries them at
       01 INDICATOR-WORK.
           03 ITEM-HOME-VALUE PIC S9(9)V99 VALUE ZERO.
           03 ITEM-BOOK-RATE PIC 9(3)V9(6) VALUE ZERO.
           03 PART-VALUE PIC 9(9)V99 VALUE ZERO.
           03 WORK-DEBTOR-DAYS PIC 9(9)V9 VALUE ZERO.
           03 WORK-OVERDUE-PCT PIC 9(9)V99 VALUE ZERO.
           03 WORK-STOCK-TURN PIC 9(9)V99 VALUE ZERO.
           03 WORK-REJECT-PCT PIC 9(9)V99 VALUE ZERO.
           03 WORK-DUPLICATE-PCT PIC 9(9)V99 VALUE ZERO.
           03 WORK-ANNUAL-COST PIC S9(11)V99 VALUE ZERO.

      * the item's age against the business date - DateConvert's
      * days-between function, the business date as the second date
      * so a positive answer is "days old", the same ask ArAgedDebt
      * makes
       01 AGE-IN-DAYS PIC S9(7) VALUE ZERO.
       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).
       01 CONVERT-SOURCE-DATE PIC 9(8) VALUE ZERO.

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * the whole history, worked in storage in business-date order
      * and written back - three years is some 1100 nights
       77 MAX-KPI-ENTRIES PIC 9(4) VALUE 1200.
       01 KPI-TABLE-CONTROLS.
           03 KPI-ENTRY-COUNT PIC 9(4) VALUE ZERO.
           03 KPI-IDX PIC 9(4) VALUE ZERO.
           03 KPI-SHIFT-IDX PIC 9(4) VALUE ZERO.
           03 KPI-OVERFLOW-SW PIC X VALUE 'N'.
               88 KPI-OVERFLOWED VALUE 'Y'.
           03 KPI-REPLACED-SW PIC X VALUE 'N'.
               88 KPI-WAS-REPLACED VALUE 'Y'.
       01 KPI-TABLE.
           03 KPI-ENTRY OCCURS 1200 TIMES.
               05 KT-RUN-DATE PIC 9(8).
               05 KT-RUN-ID PIC X(11).
               05 KT-DEBTORS PIC S9(9)V99.
               05 KT-OVERDUE PIC S9(9)V99.
               05 KT-DEBTOR-DAYS PIC 9(4)V9.
               05 KT-OVERDUE-PCT PIC 9(3)V99.
               05 KT-INVOICED PIC S9(9)V99.
               05 KT-STOCK-VALUE PIC 9(9)V99.
               05 KT-COST-OF-SALES PIC S9(9)V99.
               05 KT-STOCK-TURN PIC 9(3)V99.
               05 KT-TRAN-READ PIC 9(7).
               05 KT-TRAN-REJECTED PIC 9(7).
               05 KT-TRAN-DUPLICATE PIC 9(7).
               05 KT-REJECT-PCT PIC 9(3)V99.
               05 KT-DUPLICATE-PCT PIC 9(3)V99.
               05 KT-SUSPENSE-OPEN PIC 9(7).

      * tonight's record, built here before it takes its place in
      * the table
       01 TONIGHT-ENTRY.
           03 TN-DEBTOR-DAYS PIC 9(4)V9 VALUE ZERO.
           03 TN-OVERDUE-PCT PIC 9(3)V99 VALUE ZERO.
           03 TN-STOCK-TURN PIC 9(3)V99 VALUE ZERO.
           03 TN-TRAN-REJECTED PIC 9(7) VALUE ZERO.
           03 TN-REJECT-PCT PIC 9(3)V99 VALUE ZERO.
           03 TN-DUPLICATE-PCT PIC 9(3)V99 VALUE ZERO.
           03 TN-SUSPENSE-OPEN PIC 9(7) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           COMPUTE HISTORY-CUTOFF-DATE = RUN-DATE - 30000.
           PERFORM LOAD-KPI-HISTORY.
      * the rewrite regenerates kpihist.dat from the table - more
      * nights than it holds would silently lose the tail
           IF KPI-OVERFLOWED
               DISPLAY "*** kpihist.dat holds more than "
                   MAX-KPI-ENTRIES " nights - history not kept ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM MEASURE-DEBTORS.
           PERFORM MEASURE-STOCK-VALUE.
           PERFORM READ-NIGHT-VALUES.
           PERFORM READ-EDIT-COUNTS.
           PERFORM COUNT-REJECT-SUSPENSE.
           PERFORM COUNT-DUPLICATE-SUSPENSE.
           PERFORM SET-WINDOW-STARTS.
           PERFORM SUM-HISTORY-WINDOWS.
           PERFORM WORK-OUT-INDICATORS.
           PERFORM PLACE-TONIGHT-ENTRY.
           PERFORM REWRITE-KPI-HISTORY.

           DISPLAY "Business date: " RUN-DATE
               "  History nights kept: " KPI-ENTRY-COUNT
               "  Dropped: " HISTORY-DROPPED-COUNT.
           IF KPI-WAS-REPLACED
               DISPLAY "Record for " RUN-DATE " replaced"
           END-IF.
           DISPLAY "Debtors: " NF-DEBTORS "  Overdue: " NF-OVERDUE
               "  Debtor days: " TN-DEBTOR-DAYS
               "  Overdue pct: " TN-OVERDUE-PCT.
           DISPLAY "Invoiced: " NF-INVOICED
               "  Stock value: " NF-STOCK-VALUE
               "  Stock turn: " TN-STOCK-TURN.
           DISPLAY "Transactions read: " NF-TRAN-READ
               "  Rejected: " TN-TRAN-REJECTED
               "  Duplicates: " NF-TRAN-DUPLICATE
               "  Open suspense: " TN-SUSPENSE-OPEN.

           MOVE HISTORY-READ-COUNT TO RSUM-RECORDS-READ.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
               RSUM-RECORDS-REJECTED RSUM-RUN-STATUS.

           STOP RUN.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the chain's run identifier and business date - a standalone
      * run outside the chain keeps today's figures
       READ-RUN-FLAG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       MOVE RF-RUN-DATE TO RUN-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * the history in file order, which is business-date order,
      * less anything past the three years
       LOAD-KPI-HISTORY.
           OPEN INPUT KPI-HISTORY-FILE.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ KPI-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       ADD 1 TO HISTORY-READ-COUNT
                       IF KH-RUN-DATE < HISTORY-CUTOFF-DATE
                           ADD 1 TO HISTORY-DROPPED-COUNT
                       ELSE
                           PERFORM HOLD-KPI-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KPI-HISTORY-FILE.

       HOLD-KPI-ENTRY.
           IF KPI-ENTRY-COUNT < MAX-KPI-ENTRIES
               ADD 1 TO KPI-ENTRY-COUNT
               MOVE KPI-ENTRY-COUNT TO KPI-IDX
               MOVE KH-RUN-DATE TO KT-RUN-DATE(KPI-IDX)
               MOVE KH-RUN-ID TO KT-RUN-ID(KPI-IDX)
               MOVE KH-DEBTORS TO KT-DEBTORS(KPI-IDX)
               MOVE KH-OVERDUE TO KT-OVERDUE(KPI-IDX)
               MOVE KH-DEBTOR-DAYS TO KT-DEBTOR-DAYS(KPI-IDX)
               MOVE KH-OVERDUE-PCT TO KT-OVERDUE-PCT(KPI-IDX)
               MOVE KH-INVOICED TO KT-INVOICED(KPI-IDX)
               MOVE KH-STOCK-VALUE TO KT-STOCK-VALUE(KPI-IDX)
               MOVE KH-COST-OF-SALES TO KT-COST-OF-SALES(KPI-IDX)
               MOVE KH-STOCK-TURN TO KT-STOCK-TURN(KPI-IDX)
               MOVE KH-TRAN-READ TO KT-TRAN-READ(KPI-IDX)
               MOVE KH-TRAN-REJECTED TO KT-TRAN-REJECTED(KPI-IDX)
               MOVE KH-TRAN-DUPLICATE TO KT-TRAN-DUPLICATE(KPI-IDX)
               MOVE KH-REJECT-PCT TO KT-REJECT-PCT(KPI-IDX)
               MOVE KH-DUPLICATE-PCT TO KT-DUPLICATE-PCT(KPI-IDX)
               MOVE KH-SUSPENSE-OPEN TO KT-SUSPENSE-OPEN(KPI-IDX)
           ELSE
               MOVE 'Y' TO KPI-OVERFLOW-SW
           END-IF.

      * every open item at its book rate - a zero rate is an item
      * from before rates were kept, carried at par - and the part
      * of it more than 30 days past its invoice date
       MEASURE-DEBTORS.
           MOVE 'B' TO DA-FUNCTION.
           MOVE RUN-DATE(7:2) TO DA-DAY-2.
           MOVE RUN-DATE(5:2) TO DA-MONTH-2.
           MOVE RUN-DATE(1:4) TO DA-YEAR-2.
           OPEN INPUT OPEN-ITEM-FILE.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       IF AR-IS-OPEN
                           PERFORM MEASURE-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

       MEASURE-ONE-OPEN-ITEM.
           MOVE AR-BOOK-RATE TO ITEM-BOOK-RATE.
           IF ITEM-BOOK-RATE = ZERO
               MOVE 1 TO ITEM-BOOK-RATE
           END-IF.
           COMPUTE ITEM-HOME-VALUE ROUNDED =
               AR-OPEN-AMOUNT * ITEM-BOOK-RATE.
           ADD ITEM-HOME-VALUE TO NF-DEBTORS.
           MOVE AR-INV-DATE(7:2) TO CNV-DAY.
           MOVE AR-INV-DATE(5:2) TO CNV-MONTH.
           MOVE AR-INV-DATE(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           MOVE DA-DAYS-BETWEEN TO AGE-IN-DAYS.
           IF AGE-IN-DAYS > 30
               ADD ITEM-HOME-VALUE TO NF-OVERDUE
           END-IF.

      * every part holding stock at its weighted-average cost -
      * StockValue's valuation, without the report
       MEASURE-STOCK-VALUE.
           OPEN INPUT PART-BALANCE-MASTER.
           PERFORM UNTIL PART-BALANCE-EOF = 'Y'
               READ PART-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO PART-BALANCE-EOF
                   NOT AT END
                       IF PB-BALANCE > ZERO
                           COMPUTE PART-VALUE ROUNDED =
                               PB-BALANCE * PB-UNIT-COST
                           ADD PART-VALUE TO NF-STOCK-VALUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PART-BALANCE-MASTER.

      * the night's invoicing and cost of sales - see NIGHTVAL.cpy
       READ-NIGHT-VALUES.
           OPEN INPUT NIGHT-VALUE-FILE.
           PERFORM UNTIL NIGHT-VALUE-EOF = 'Y'
               READ NIGHT-VALUE-FILE
                   AT END
                       MOVE 'Y' TO NIGHT-VALUE-EOF
                   NOT AT END
                       IF NV-SOURCE = 'IPRG'
                           ADD NV-AMOUNT TO NF-INVOICED
                       END-IF
                       IF NV-SOURCE = 'SPCS'
                           ADD NV-AMOUNT TO NF-COST-OF-SALES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NIGHT-VALUE-FILE.

      * TranEdit's panel for the night - the last one, should the
      * step have been run again on a restart
       READ-EDIT-COUNTS.
           OPEN INPUT RUN-STATS-FILE.
           PERFORM UNTIL RUN-STATS-EOF = 'Y'
               READ RUN-STATS-FILE
                   AT END
                       MOVE 'Y' TO RUN-STATS-EOF
                   NOT AT END
                       IF RS-PROGRAM-NAME = 'TranEdit'
                           MOVE RS-RECORDS-READ TO NF-TRAN-READ
                           MOVE RS-RECORDS-REJECTED TO
                               NF-EDIT-REJECTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-STATS-FILE.

      * what failed into the reject suspense tonight, and what is
      * still open there whenever it failed
       COUNT-REJECT-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM UNTIL SUSPENSE-EOF = 'Y'
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SUSPENSE-EOF
                   NOT AT END
                       IF SUS-RUN-DATE = RUN-DATE
                           ADD 1 TO NF-SUSPENSE-ADDED
                       END-IF
                       IF SUS-IS-OPEN
                           ADD 1 TO NF-REJECTS-OPEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

      * the suspects held tonight, and every suspect still waiting
      * on an operator's decision
       COUNT-DUPLICATE-SUSPENSE.
           OPEN INPUT DUP-SUSPENSE-FILE.
           PERFORM UNTIL DUP-SUSPENSE-EOF = 'Y'
               READ DUP-SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO DUP-SUSPENSE-EOF
                   NOT AT END
                       IF DS-RUN-DATE = RUN-DATE
                           ADD 1 TO NF-TRAN-DUPLICATE
                       END-IF
                       IF DS-IS-HELD
                           ADD 1 TO NF-DUPLICATES-HELD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUP-SUSPENSE-FILE.

      * the first date inside each window - the business date
      * itself is the window's last day
       SET-WINDOW-STARTS.
           MOVE RUN-DATE TO CONVERT-SOURCE-DATE.
           MOVE 'A' TO DA-FUNCTION.
           COMPUTE DA-ADD-DAYS = 1 - DEBTOR-WINDOW-DAYS.
           PERFORM CALL-DATE-CONVERT.
           COMPUTE DEBTOR-WINDOW-START = DA-RESULT-YEAR * 10000
               + DA-RESULT-MONTH * 100 + DA-RESULT-DAY.
           MOVE 'A' TO DA-FUNCTION.
           COMPUTE DA-ADD-DAYS = 1 - TURN-WINDOW-DAYS.
           PERFORM CALL-DATE-CONVERT.
           COMPUTE TURN-WINDOW-START = DA-RESULT-YEAR * 10000
               + DA-RESULT-MONTH * 100 + DA-RESULT-DAY.

      * the earlier nights inside each window - tonight's own record,
      * if this is a rerun, is tonight's figures, not history
       SUM-HISTORY-WINDOWS.
           MOVE RUN-DATE TO DEBTOR-WINDOW-FIRST.
           MOVE RUN-DATE TO TURN-WINDOW-FIRST.
           MOVE NF-INVOICED TO WINDOW-INVOICED.
           MOVE NF-COST-OF-SALES TO WINDOW-COST-OF-SALES.
           PERFORM VARYING KPI-IDX FROM 1 BY 1
                   UNTIL KPI-IDX > KPI-ENTRY-COUNT
               IF KT-RUN-DATE(KPI-IDX) < RUN-DATE
                   IF KT-RUN-DATE(KPI-IDX) NOT < DEBTOR-WINDOW-START
                       ADD KT-INVOICED(KPI-IDX) TO WINDOW-INVOICED
                       IF KT-RUN-DATE(KPI-IDX) < DEBTOR-WINDOW-FIRST
                           MOVE KT-RUN-DATE(KPI-IDX) TO
                               DEBTOR-WINDOW-FIRST
                       END-IF
                   END-IF
                   IF KT-RUN-DATE(KPI-IDX) NOT < TURN-WINDOW-START
                       ADD KT-COST-OF-SALES(KPI-IDX) TO
                           WINDOW-COST-OF-SALES
                       IF KT-RUN-DATE(KPI-IDX) < TURN-WINDOW-FIRST
                           MOVE KT-RUN-DATE(KPI-IDX) TO
                               TURN-WINDOW-FIRST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'B' TO DA-FUNCTION.
           MOVE RUN-DATE(7:2) TO DA-DAY-2.
           MOVE RUN-DATE(5:2) TO DA-MONTH-2.
           MOVE RUN-DATE(1:4) TO DA-YEAR-2.
           MOVE DEBTOR-WINDOW-FIRST TO CONVERT-SOURCE-DATE.
           PERFORM CALL-DATE-CONVERT.
           COMPUTE DEBTOR-DAYS-COVERED = DA-DAYS-BETWEEN + 1.
           MOVE TURN-WINDOW-FIRST TO CONVERT-SOURCE-DATE.
           PERFORM CALL-DATE-CONVERT.
           COMPUTE TURN-DAYS-COVERED = DA-DAYS-BETWEEN + 1.

       CALL-DATE-CONVERT.
           MOVE CONVERT-SOURCE-DATE(7:2) TO CNV-DAY.
           MOVE CONVERT-SOURCE-DATE(5:2) TO CNV-MONTH.
           MOVE CONVERT-SOURCE-DATE(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.

      * each ratio worked wide and held to what the record carries;
      * a ratio with nothing to divide by is zero. a net credit
      * balance owes nothing and is nothing overdue
       WORK-OUT-INDICATORS.
           MOVE ZERO TO WORK-DEBTOR-DAYS.
           MOVE ZERO TO WORK-OVERDUE-PCT.
           IF NF-DEBTORS > ZERO
               IF WINDOW-INVOICED > ZERO
                   COMPUTE WORK-DEBTOR-DAYS ROUNDED = NF-DEBTORS
                       * DEBTOR-DAYS-COVERED / WINDOW-INVOICED
               END-IF
               IF NF-OVERDUE > ZERO
                   COMPUTE WORK-OVERDUE-PCT ROUNDED =
                       NF-OVERDUE * 100 / NF-DEBTORS
               END-IF
           END-IF.
           IF WORK-DEBTOR-DAYS > 9999.9
               MOVE 9999.9 TO WORK-DEBTOR-DAYS
           END-IF.
           IF WORK-OVERDUE-PCT > 999.99
               MOVE 999.99 TO WORK-OVERDUE-PCT
           END-IF.
           MOVE WORK-DEBTOR-DAYS TO TN-DEBTOR-DAYS.
           MOVE WORK-OVERDUE-PCT TO TN-OVERDUE-PCT.

           MOVE ZERO TO WORK-STOCK-TURN.
           IF NF-STOCK-VALUE > ZERO AND WINDOW-COST-OF-SALES > ZERO
               COMPUTE WORK-ANNUAL-COST ROUNDED = WINDOW-COST-OF-SALES
                   * TURN-WINDOW-DAYS / TURN-DAYS-COVERED
               COMPUTE WORK-STOCK-TURN ROUNDED =
                   WORK-ANNUAL-COST / NF-STOCK-VALUE
           END-IF.
           IF WORK-STOCK-TURN > 999.99
               MOVE 999.99 TO WORK-STOCK-TURN
           END-IF.
           MOVE WORK-STOCK-TURN TO TN-STOCK-TURN.

           COMPUTE TN-TRAN-REJECTED = NF-EDIT-REJECTED
               + NF-SUSPENSE-ADDED.
           MOVE ZERO TO WORK-REJECT-PCT.
           MOVE ZERO TO WORK-DUPLICATE-PCT.
           IF NF-TRAN-READ > ZERO
               COMPUTE WORK-REJECT-PCT ROUNDED =
                   TN-TRAN-REJECTED * 100 / NF-TRAN-READ
               COMPUTE WORK-DUPLICATE-PCT ROUNDED =
                   NF-TRAN-DUPLICATE * 100 / NF-TRAN-READ
           END-IF.
           IF WORK-REJECT-PCT > 999.99
               MOVE 999.99 TO WORK-REJECT-PCT
           END-IF.
           IF WORK-DUPLICATE-PCT > 999.99
               MOVE 999.99 TO WORK-DUPLICATE-PCT
           END-IF.
           MOVE WORK-REJECT-PCT TO TN-REJECT-PCT.
           MOVE WORK-DUPLICATE-PCT TO TN-DUPLICATE-PCT.
           COMPUTE TN-SUSPENSE-OPEN = NF-REJECTS-OPEN
               + NF-DUPLICATES-HELD.

      * tonight's record over the night's earlier one on a rerun,
      * otherwise into its place in date order - at the end, every
      * night but one kept out of order
       PLACE-TONIGHT-ENTRY.
           PERFORM VARYING KPI-IDX FROM 1 BY 1
                   UNTIL KPI-IDX > KPI-ENTRY-COUNT
                   OR KT-RUN-DATE(KPI-IDX) NOT < RUN-DATE
               CONTINUE
           END-PERFORM.
           IF KPI-IDX NOT > KPI-ENTRY-COUNT
               AND KT-RUN-DATE(KPI-IDX) = RUN-DATE
               MOVE 'Y' TO KPI-REPLACED-SW
           ELSE
               IF KPI-ENTRY-COUNT NOT < MAX-KPI-ENTRIES
                   DISPLAY "*** kpihist.dat holds more than "
                       MAX-KPI-ENTRIES " nights - history not kept ***"
                   MOVE 11 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING KPI-SHIFT-IDX FROM KPI-ENTRY-COUNT
                       BY -1 UNTIL KPI-SHIFT-IDX < KPI-IDX
                   MOVE KPI-ENTRY(KPI-SHIFT-IDX) TO
                       KPI-ENTRY(KPI-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO KPI-ENTRY-COUNT
           END-IF.
           MOVE RUN-DATE TO KT-RUN-DATE(KPI-IDX).
           MOVE THIS-RUN-ID TO KT-RUN-ID(KPI-IDX).
           MOVE NF-DEBTORS TO KT-DEBTORS(KPI-IDX).
           MOVE NF-OVERDUE TO KT-OVERDUE(KPI-IDX).
           MOVE TN-DEBTOR-DAYS TO KT-DEBTOR-DAYS(KPI-IDX).
           MOVE TN-OVERDUE-PCT TO KT-OVERDUE-PCT(KPI-IDX).
           MOVE NF-INVOICED TO KT-INVOICED(KPI-IDX).
           MOVE NF-STOCK-VALUE TO KT-STOCK-VALUE(KPI-IDX).
           MOVE NF-COST-OF-SALES TO KT-COST-OF-SALES(KPI-IDX).
           MOVE TN-STOCK-TURN TO KT-STOCK-TURN(KPI-IDX).
           MOVE NF-TRAN-READ TO KT-TRAN-READ(KPI-IDX).
           MOVE TN-TRAN-REJECTED TO KT-TRAN-REJECTED(KPI-IDX).
           MOVE NF-TRAN-DUPLICATE TO KT-TRAN-DUPLICATE(KPI-IDX).
           MOVE TN-REJECT-PCT TO KT-REJECT-PCT(KPI-IDX).
           MOVE TN-DUPLICATE-PCT TO KT-DUPLICATE-PCT(KPI-IDX).
           MOVE TN-SUSPENSE-OPEN TO KT-SUSPENSE-OPEN(KPI-IDX).

       REWRITE-KPI-HISTORY.
           OPEN OUTPUT KPI-HISTORY-FILE.
           IF WS-FS-KPI-HISTORY NOT = '00'
               AND WS-FS-KPI-HISTORY NOT = '05'
               MOVE 'KPI-HISTORY-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-KPI-HISTORY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING KPI-IDX FROM 1 BY 1
                   UNTIL KPI-IDX > KPI-ENTRY-COUNT
               MOVE SPACES TO KPI-HISTORY-RECORD
               MOVE KT-RUN-DATE(KPI-IDX) TO KH-RUN-DATE
               MOVE KT-RUN-ID(KPI-IDX) TO KH-RUN-ID
               MOVE KT-DEBTORS(KPI-IDX) TO KH-DEBTORS
               MOVE KT-OVERDUE(KPI-IDX) TO KH-OVERDUE
               MOVE KT-DEBTOR-DAYS(KPI-IDX) TO KH-DEBTOR-DAYS
               MOVE KT-OVERDUE-PCT(KPI-IDX) TO KH-OVERDUE-PCT
               MOVE KT-INVOICED(KPI-IDX) TO KH-INVOICED
               MOVE KT-STOCK-VALUE(KPI-IDX) TO KH-STOCK-VALUE
               MOVE KT-COST-OF-SALES(KPI-IDX) TO KH-COST-OF-SALES
               MOVE KT-STOCK-TURN(KPI-IDX) TO KH-STOCK-TURN
               MOVE KT-TRAN-READ(KPI-IDX) TO KH-TRAN-READ
               MOVE KT-TRAN-REJECTED(KPI-IDX) TO KH-TRAN-REJECTED
               MOVE KT-TRAN-DUPLICATE(KPI-IDX) TO KH-TRAN-DUPLICATE
               MOVE KT-REJECT-PCT(KPI-IDX) TO KH-REJECT-PCT
               MOVE KT-DUPLICATE-PCT(KPI-IDX) TO KH-DUPLICATE-PCT
               MOVE KT-SUSPENSE-OPEN(KPI-IDX) TO KH-SUSPENSE-OPEN
               WRITE KPI-HISTORY-RECORD
               IF WS-FS-KPI-HISTORY NOT = '00'
                   MOVE 'KPI-HISTORY-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-KPI-HISTORY TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE KPI-HISTORY-FILE.

       END PROGRAM KpiHist.
