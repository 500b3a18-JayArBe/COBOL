      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the monthly trend report off the business-indicator
      *          history (kpihist.dat, see KPIHIST.cpy). Each
      *          indicator is shown for the 13 months up to the
      *          business date's month, every month beside its
      *          movement against the month before and against the
      *          same month a year earlier, so the questions asked
      *          at every month-end meeting are answered on one
      *          report (kpitrend.rpt). A month's figure for the
      *          balances - debtor days, overdue percentage, stock
      *          value, stock turn and open suspense - is its last
      *          night's; invoiced value is the month's nights added
      *          up; the reject and duplicate rates are worked from
      *          the month's summed counts. The business date's own
      *          month is shown to date. A month the history holds
      *          no night for shows as such, and so does a movement
      *          against one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. KpiTrend.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - before the first night's record there is no
      * history, and the report says so
           SELECT OPTIONAL KPI-HISTORY-FILE ASSIGN TO 'kpihist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-KPI-HISTORY.

      * the chain's run flag - the business date whose month the
      * report runs up to. OPTIONAL so a standalone run reports up
      * to this month
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT TREND-REPORT-FILE ASSIGN TO 'kpitrend.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TREND-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD KPI-HISTORY-FILE.

       COPY KPIHIST.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD TREND-REPORT-FILE.
       01 TREND-REPORT-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-KPI-HISTORY PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-TREND-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'KpiTrend'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'KpiTrend'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * the chain's business date and run identifier
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 RUN-DATE PIC 9(8) VALUE ZERO.

       01 HISTORY-EOF PIC X VALUE 'N'.
       01 HISTORY-READ-COUNT PIC 9(7) VALUE ZERO.
       01 HISTORY-USED-COUNT PIC 9(7) VALUE ZERO.

      * the months the report needs - the 13 shown and the 12
      * before them the earliest shown is compared back to - as a
      * count of months since year nought, so stepping back across
      * a year end is a subtraction
       77 MONTHS-HELD PIC 99 VALUE 25.
       77 MONTHS-SHOWN PIC 99 VALUE 13.
       01 MONTH-WORK.
           03 LAST-MONTH-NUMBER PIC 9(6) VALUE ZERO.
           03 FIRST-MONTH-NUMBER PIC 9(6) VALUE ZERO.
           03 RECORD-MONTH-NUMBER PIC 9(6) VALUE ZERO.
           03 SLOT-MONTH-NUMBER PIC 9(6) VALUE ZERO.
           03 SLOT-YEAR PIC 9(4) VALUE ZERO.
           03 SLOT-MONTH PIC 99 VALUE ZERO.
           03 FIRST-SHOWN-SLOT PIC 99 VALUE ZERO.

      * one slot per month, oldest first
       01 MONTH-TABLE-CONTROLS.
           03 MONTH-IDX PIC 99 VALUE ZERO.
           03 PRIOR-IDX PIC 99 VALUE ZERO.
           03 YEAR-AGO-IDX PIC 99 VALUE ZERO.
       01 MONTH-TABLE.
           03 MONTH-ENTRY OCCURS 25 TIMES.
               05 MT-YEAR PIC 9(4).
               05 MT-MONTH PIC 99.
               05 MT-NIGHTS PIC 9(3).
               05 MT-LAST-DATE PIC 9(8).
               05 MT-DEBTOR-DAYS PIC 9(4)V9.
               05 MT-OVERDUE-PCT PIC 9(3)V99.
               05 MT-INVOICED PIC S9(11)V99.
               05 MT-STOCK-VALUE PIC 9(9)V99.
               05 MT-STOCK-TURN PIC 9(3)V99.
               05 MT-TRAN-READ PIC 9(9).
               05 MT-TRAN-REJECTED PIC 9(9).
               05 MT-TRAN-DUPLICATE PIC 9(9).
               05 MT-SUSPENSE-OPEN PIC 9(7).
               05 MT-REJECT-PCT PIC 9(3)V99.
               05 MT-DUPLICATE-PCT PIC 9(3)V99.

      * the indicators in the order the report shows them
       77 INDICATOR-COUNT PIC 9 VALUE 8.
       01 INDICATOR-IDX PIC 9 VALUE ZERO.
       01 INDICATOR-NAME-TABLE.
           03 FILLER PIC X(30) VALUE 'DEBTOR DAYS'.
           03 FILLER PIC X(30) VALUE 'OVERDUE PERCENTAGE'.
           03 FILLER PIC X(30) VALUE 'INVOICED VALUE'.
           03 FILLER PIC X(30) VALUE 'STOCK VALUE'.
           03 FILLER PIC X(30) VALUE 'STOCK TURN (TIMES A YEAR)'.
           03 FILLER PIC X(30) VALUE 'REJECT RATE PERCENTAGE'.
           03 FILLER PIC X(30) VALUE 'DUPLICATE RATE PERCENTAGE'.
           03 FILLER PIC X(30) VALUE 'OPEN SUSPENSE COUNT'.
       01 INDICATOR-NAME-LIST REDEFINES INDICATOR-NAME-TABLE.
           03 INDICATOR-NAME OCCURS 8 TIMES PIC X(30).

      * the indicator being printed, month by month
       01 INDICATOR-VALUES.
           03 IV-VALUE PIC S9(11)V99 OCCURS 25 TIMES.
       01 MOVEMENT-WORK PIC S9(11)V99 VALUE ZERO.
       01 RATE-WORK PIC 9(9)V99 VALUE ZERO.

      * print lines for the trend report
       01 TRD-TITLE-LINE.
           03 FILLER PIC X(34)
               VALUE 'BUSINESS INDICATOR TREND TO MONTH '.
           03 TRD-T-YEAR PIC 9(4).
           03 FILLER PIC X VALUE '/'.
           03 TRD-T-MONTH PIC 99.
           03 FILLER PIC X(9) VALUE '  RUN ID '.
           03 TRD-T-RUN-ID PIC X(11).
       01 TRD-TO-DATE-LINE.
           03 FILLER PIC X(26) VALUE 'THE LAST MONTH IS TO DATE '.
           03 TRD-TD-DATE PIC 9(8).
       01 TRD-INDICATOR-LINE.
           03 FILLER PIC X(4) VALUE '*** '.
           03 TRD-I-NAME PIC X(30).
       01 TRD-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'MONTH   NIGHTS      '.
           03 FILLER PIC X(20) VALUE '      VALUE   VS PRI'.
           03 FILLER PIC X(20) VALUE 'OR MONTH   VS SAME M'.
           03 FILLER PIC X(20) VALUE 'ONTH LAST YEAR      '.
       01 TRD-DETAIL-LINE.
           03 TRD-D-YEAR PIC 9(4).
           03 FILLER PIC X VALUE '/'.
           03 TRD-D-MONTH PIC 99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 TRD-D-NIGHTS PIC ZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 TRD-D-VALUE PIC -(11)9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 TRD-D-PRIOR PIC X(15).
           03 FILLER PIC X(3) VALUE SPACES.
           03 TRD-D-YEAR-AGO PIC X(15).
       01 TRD-NO-DATA-LINE.
           03 TRD-N-YEAR PIC 9(4).
           03 FILLER PIC X VALUE '/'.
           03 TRD-N-MONTH PIC 99.
           03 FILLER PIC X(9) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'NO HISTORY FOR THE MONTH'.
       01 TRD-MOVEMENT PIC +(11)9.99.
       01 WS-TREND-LINE PIC X(80).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           PERFORM SET-UP-MONTHS.
           PERFORM LOAD-KPI-HISTORY.
           PERFORM WORK-OUT-MONTH-RATES.

           OPEN OUTPUT TREND-REPORT-FILE.
           IF WS-FS-TREND-REPORT NOT = '00'
               MOVE 'TREND-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-TREND-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE RUN-DATE(1:4) TO TRD-T-YEAR.
           MOVE RUN-DATE(5:2) TO TRD-T-MONTH.
           MOVE THIS-RUN-ID TO TRD-T-RUN-ID.
           MOVE SPACES TO WS-TREND-LINE.
           MOVE TRD-TITLE-LINE TO WS-TREND-LINE.
           PERFORM WRITE-TREND-LINE.
           MOVE RUN-DATE TO TRD-TD-DATE.
           MOVE SPACES TO WS-TREND-LINE.
           MOVE TRD-TO-DATE-LINE TO WS-TREND-LINE.
           PERFORM WRITE-TREND-LINE.
           IF HISTORY-USED-COUNT = ZERO
               MOVE SPACES TO WS-TREND-LINE
               PERFORM WRITE-TREND-LINE
               MOVE 'NO INDICATOR HISTORY FOR THE MONTHS SHOWN' TO
                   WS-TREND-LINE
               PERFORM WRITE-TREND-LINE
           ELSE
               PERFORM VARYING INDICATOR-IDX FROM 1 BY 1
                       UNTIL INDICATOR-IDX > INDICATOR-COUNT
                   PERFORM PRINT-ONE-INDICATOR
               END-PERFORM
           END-IF.
           CLOSE TREND-REPORT-FILE.

           DISPLAY "History nights read: " HISTORY-READ-COUNT
               "  In the months reported: " HISTORY-USED-COUNT.

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
      * run outside the chain reports up to today
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

      * the 25 months ending with the business date's, each slot
      * empty until a night of its month is read
       SET-UP-MONTHS.
           MOVE RUN-DATE(1:4) TO SLOT-YEAR.
           MOVE RUN-DATE(5:2) TO SLOT-MONTH.
           COMPUTE LAST-MONTH-NUMBER = SLOT-YEAR * 12 + SLOT-MONTH - 1.
           COMPUTE FIRST-MONTH-NUMBER = LAST-MONTH-NUMBER
               - MONTHS-HELD + 1.
           COMPUTE FIRST-SHOWN-SLOT = MONTHS-HELD - MONTHS-SHOWN + 1.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > MONTHS-HELD
               COMPUTE SLOT-MONTH-NUMBER = FIRST-MONTH-NUMBER
                   + MONTH-IDX - 1
               DIVIDE SLOT-MONTH-NUMBER BY 12 GIVING SLOT-YEAR
                   REMAINDER SLOT-MONTH
               ADD 1 TO SLOT-MONTH
               MOVE SLOT-YEAR TO MT-YEAR(MONTH-IDX)
               MOVE SLOT-MONTH TO MT-MONTH(MONTH-IDX)
               MOVE ZERO TO MT-NIGHTS(MONTH-IDX)
               MOVE ZERO TO MT-LAST-DATE(MONTH-IDX)
               MOVE ZERO TO MT-DEBTOR-DAYS(MONTH-IDX)
               MOVE ZERO TO MT-OVERDUE-PCT(MONTH-IDX)
               MOVE ZERO TO MT-INVOICED(MONTH-IDX)
               MOVE ZERO TO MT-STOCK-VALUE(MONTH-IDX)
               MOVE ZERO TO MT-STOCK-TURN(MONTH-IDX)
               MOVE ZERO TO MT-TRAN-READ(MONTH-IDX)
               MOVE ZERO TO MT-TRAN-REJECTED(MONTH-IDX)
               MOVE ZERO TO MT-TRAN-DUPLICATE(MONTH-IDX)
               MOVE ZERO TO MT-SUSPENSE-OPEN(MONTH-IDX)
               MOVE ZERO TO MT-REJECT-PCT(MONTH-IDX)
               MOVE ZERO TO MT-DUPLICATE-PCT(MONTH-IDX)
           END-PERFORM.

      * each night into its month's slot - nights after the business
      * date, or before the earliest month needed, are not reported
       LOAD-KPI-HISTORY.
           OPEN INPUT KPI-HISTORY-FILE.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ KPI-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       ADD 1 TO HISTORY-READ-COUNT
                       PERFORM ADD-NIGHT-TO-MONTH
               END-READ
           END-PERFORM.
           CLOSE KPI-HISTORY-FILE.

       ADD-NIGHT-TO-MONTH.
           MOVE KH-RUN-DATE(1:4) TO SLOT-YEAR.
           MOVE KH-RUN-DATE(5:2) TO SLOT-MONTH.
           COMPUTE RECORD-MONTH-NUMBER = SLOT-YEAR * 12
               + SLOT-MONTH - 1.
           IF KH-RUN-DATE NOT > RUN-DATE
               AND RECORD-MONTH-NUMBER NOT < FIRST-MONTH-NUMBER
               COMPUTE MONTH-IDX = RECORD-MONTH-NUMBER
                   - FIRST-MONTH-NUMBER + 1
               ADD 1 TO HISTORY-USED-COUNT
               ADD 1 TO MT-NIGHTS(MONTH-IDX)
               ADD KH-INVOICED TO MT-INVOICED(MONTH-IDX)
               ADD KH-TRAN-READ TO MT-TRAN-READ(MONTH-IDX)
               ADD KH-TRAN-REJECTED TO MT-TRAN-REJECTED(MONTH-IDX)
               ADD KH-TRAN-DUPLICATE TO MT-TRAN-DUPLICATE(MONTH-IDX)
               IF KH-RUN-DATE NOT < MT-LAST-DATE(MONTH-IDX)
                   MOVE KH-RUN-DATE TO MT-LAST-DATE(MONTH-IDX)
                   MOVE KH-DEBTOR-DAYS TO MT-DEBTOR-DAYS(MONTH-IDX)
                   MOVE KH-OVERDUE-PCT TO MT-OVERDUE-PCT(MONTH-IDX)
                   MOVE KH-STOCK-VALUE TO MT-STOCK-VALUE(MONTH-IDX)
                   MOVE KH-STOCK-TURN TO MT-STOCK-TURN(MONTH-IDX)
                   MOVE KH-SUSPENSE-OPEN TO
                       MT-SUSPENSE-OPEN(MONTH-IDX)
               END-IF
           END-IF.

      * a month's rates from its summed counts, held to the width
      * the nightly record carries them at
       WORK-OUT-MONTH-RATES.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > MONTHS-HELD
               IF MT-TRAN-READ(MONTH-IDX) > ZERO
                   COMPUTE RATE-WORK ROUNDED =
                       MT-TRAN-REJECTED(MONTH-IDX) * 100
                       / MT-TRAN-READ(MONTH-IDX)
                   IF RATE-WORK > 999.99
                       MOVE 999.99 TO RATE-WORK
                   END-IF
                   MOVE RATE-WORK TO MT-REJECT-PCT(MONTH-IDX)
                   COMPUTE RATE-WORK ROUNDED =
                       MT-TRAN-DUPLICATE(MONTH-IDX) * 100
                       / MT-TRAN-READ(MONTH-IDX)
                   IF RATE-WORK > 999.99
                       MOVE 999.99 TO RATE-WORK
                   END-IF
                   MOVE RATE-WORK TO MT-DUPLICATE-PCT(MONTH-IDX)
               END-IF
           END-PERFORM.

      * one indicator's 13 months, each against the month before
      * and the same month a year earlier
       PRINT-ONE-INDICATOR.
           PERFORM PICK-INDICATOR-VALUES.
           MOVE SPACES TO WS-TREND-LINE.
           PERFORM WRITE-TREND-LINE.
           MOVE INDICATOR-NAME(INDICATOR-IDX) TO TRD-I-NAME.
           MOVE TRD-INDICATOR-LINE TO WS-TREND-LINE.
           PERFORM WRITE-TREND-LINE.
           MOVE TRD-COL-HEAD TO WS-TREND-LINE.
           PERFORM WRITE-TREND-LINE.
           PERFORM VARYING MONTH-IDX FROM FIRST-SHOWN-SLOT BY 1
                   UNTIL MONTH-IDX > MONTHS-HELD
               PERFORM PRINT-ONE-MONTH
           END-PERFORM.

       PICK-INDICATOR-VALUES.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > MONTHS-HELD
               EVALUATE INDICATOR-IDX
                   WHEN 1
                       MOVE MT-DEBTOR-DAYS(MONTH-IDX) TO
                           IV-VALUE(MONTH-IDX)
                   WHEN 2
                       MOVE MT-OVERDUE-PCT(MONTH-IDX) TO
                           IV-VALUE(MONTH-IDX)
                   WHEN 3
                       MOVE MT-INVOICED(MONTH-IDX) TO
                           IV-VALUE(MONTH-IDX)
                   WHEN 4
                       MOVE MT-STOCK-VALUE(MONTH-IDX) TO
                           IV-VALUE(MONTH-IDX)
                   WHEN 5
                       MOVE MT-STOCK-TURN(MONTH-IDX) TO
                           IV-VALUE(MONTH-IDX)
                   WHEN 6
                       MOVE MT-REJECT-PCT(MONTH-IDX) TO
                           IV-VALUE(MONTH-IDX)
                   WHEN 7
                       MOVE MT-DUPLICATE-PCT(MONTH-IDX) TO
                           IV-VALUE(MONTH-IDX)
                   WHEN OTHER
                       MOVE MT-SUSPENSE-OPEN(MONTH-IDX) TO
                           IV-VALUE(MONTH-IDX)
               END-EVALUATE
           END-PERFORM.

       PRINT-ONE-MONTH.
           IF MT-NIGHTS(MONTH-IDX) = ZERO
               MOVE MT-YEAR(MONTH-IDX) TO TRD-N-YEAR
               MOVE MT-MONTH(MONTH-IDX) TO TRD-N-MONTH
               MOVE SPACES TO WS-TREND-LINE
               MOVE TRD-NO-DATA-LINE TO WS-TREND-LINE
               PERFORM WRITE-TREND-LINE
           ELSE
               COMPUTE PRIOR-IDX = MONTH-IDX - 1
               COMPUTE YEAR-AGO-IDX = MONTH-IDX - 12
               MOVE MT-YEAR(MONTH-IDX) TO TRD-D-YEAR
               MOVE MT-MONTH(MONTH-IDX) TO TRD-D-MONTH
               MOVE MT-NIGHTS(MONTH-IDX) TO TRD-D-NIGHTS
               MOVE IV-VALUE(MONTH-IDX) TO TRD-D-VALUE
               IF MT-NIGHTS(PRIOR-IDX) = ZERO
                   MOVE '     NO HISTORY' TO TRD-D-PRIOR
               ELSE
                   COMPUTE MOVEMENT-WORK = IV-VALUE(MONTH-IDX)
                       - IV-VALUE(PRIOR-IDX)
                   MOVE MOVEMENT-WORK TO TRD-MOVEMENT
                   MOVE TRD-MOVEMENT TO TRD-D-PRIOR
               END-IF
               IF MT-NIGHTS(YEAR-AGO-IDX) = ZERO
                   MOVE '     NO HISTORY' TO TRD-D-YEAR-AGO
               ELSE
                   COMPUTE MOVEMENT-WORK = IV-VALUE(MONTH-IDX)
                       - IV-VALUE(YEAR-AGO-IDX)
                   MOVE MOVEMENT-WORK TO TRD-MOVEMENT
                   MOVE TRD-MOVEMENT TO TRD-D-YEAR-AGO
               END-IF
               MOVE SPACES TO WS-TREND-LINE
               MOVE TRD-DETAIL-LINE TO WS-TREND-LINE
               PERFORM WRITE-TREND-LINE
           END-IF.

       WRITE-TREND-LINE.
           MOVE WS-TREND-LINE TO TREND-REPORT-OUT.
           WRITE TREND-REPORT-OUT.
           IF WS-FS-TREND-REPORT NOT = '00'
               MOVE 'TREND-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-TREND-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM KpiTrend.
