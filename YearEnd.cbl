      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the year-end rollover. Builds next year's accounting
      *          periods onto period.dat (see PERIODCT.cpy) and next
      *          year's business-day calendar onto runcal.dat from a
      *          pattern, so TranEdit's period lock and DateConvert's
      *          business-day arithmetic never start January on an
      *          empty or stale calendar. The periods are calendar
      *          months or 4-4-5 weeks ('YEPP' in runctl.dat); the
      *          calendar flags every Saturday and Sunday 'H' unless
      *          'YEWK' says weekends are worked, every public
      *          holiday keyed on yeholid.dat 'H', and the last
      *          business day of each new period 'P', the night the
      *          chain runs period end. The new year starts the day
      *          after the last period on file, and the run refuses
      *          while any period of the closing year is still open.
      *          yearend.rpt carries the new periods and calendar
      *          and the closing AR, tax-ledger and stock totals
      *          carried forward. Supervisor sign-on only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. YearEnd.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO 'period.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD-FILE.

      * the run calendar NightlyBatch and DateConvert read - held,
      * pruned and written back with the new year on the end
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'runcal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CALENDAR-FILE.

      * the public holidays for the new year - OPTIONAL, a site
      * that keys none gets weekends only
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO 'yeholid.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLIDAY-FILE.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

           SELECT OPTIONAL AR-OPEN-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AR-OPEN.

           SELECT OPTIONAL TAX-LEDGER-FILE ASSIGN TO 'taxledgr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TAX-LEDGER.

           SELECT OPTIONAL PART-BALANCE-MASTER ASSIGN TO 'partbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

           SELECT YEAR-END-REPORT-FILE ASSIGN TO 'yearend.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-YEAR-END-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD PERIOD-FILE.

       COPY PERIODCT.

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           03 CAL-DATE PIC 9(8).
           03 CAL-TYPE PIC X.

      * one public holiday: the date, YYYYMMDD as runcal.dat keeps
      * it, and its name for the report
       FD HOLIDAY-FILE.
       01 HOLIDAY-CARD-RECORD.
           03 HC-DATE PIC 9(8).
           03 HC-NAME PIC X(30).

       FD CONTROL-FILE.

       COPY RUNCTL.

       FD AR-OPEN-FILE.

       COPY AROPEN.

       FD TAX-LEDGER-FILE.

       COPY TAXLEDG.

       FD PART-BALANCE-MASTER.

       COPY PARTBAL.

       FD YEAR-END-REPORT-FILE.
       01 YEAR-END-REPORT-OUT PIC X(90).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN by the blocks below, which CALL the shared AbendLog
      * routine on anything but success
       01 WS-FS-PERIOD-FILE PIC XX VALUE '00'.
       01 WS-FS-CALENDAR-FILE PIC XX VALUE '00'.
       01 WS-FS-HOLIDAY-FILE PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-AR-OPEN PIC XX VALUE '00'.
       01 WS-FS-TAX-LEDGER PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-YEAR-END-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - opening a new year is a
      * supervisor's call, as closing a period is
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'YearEnd'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'YearEnd'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'YearEnd'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * the pattern off runctl.dat - see RUNCTL.cpy
       01 YEAR-END-CONTROLS.
           03 PERIOD-PATTERN PIC X(7) VALUE 'MONTHLY'.
               88 PATTERN-IS-MONTHLY VALUE 'MONTHLY'.
               88 PATTERN-IS-445 VALUE '445'.
           03 WEEKENDS-OFF-SW PIC 9 VALUE 1.
               88 WEEKENDS-ARE-OFF VALUE 1.
           03 FIFTY-THREE-WEEK-SW PIC 9 VALUE 0.
               88 YEAR-HAS-53-WEEKS VALUE 1.
           03 FIRST-YEAR-WANTED PIC 9(4) VALUE ZERO.
           03 CONTROL-FILE-EOF PIC X VALUE 'N'.

       01 TODAY-DATE PIC 9(8) VALUE ZERO.

      * the year being closed and the year being opened. the new
      * year starts the day after the last period on file; the
      * closing year is the twelve months before that
       01 YEAR-WINDOW.
           03 LATEST-PERIOD-END PIC 9(8) VALUE ZERO.
           03 NEW-YEAR-START PIC 9(8) VALUE ZERO.
           03 NEW-YEAR-END PIC 9(8) VALUE ZERO.
           03 CLOSING-YEAR-FROM PIC 9(8) VALUE ZERO.
           03 CLOSING-PERIOD-COUNT PIC 9(3) VALUE ZERO.
           03 OPEN-PERIOD-COUNT PIC 9(3) VALUE ZERO.

      * the whole period file held in storage and written back with
      * the new year's periods on the end, the way PeriodClose
      * holds it
       77 MAX-PERIOD-ENTRIES PIC 9(3) VALUE 600.
       01 PERIOD-TABLE-CONTROLS.
           03 PERIOD-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           03 PERIOD-IDX PIC 9(3) VALUE ZERO.
           03 PERIOD-EOF PIC X VALUE 'N'.
           03 PERIOD-OVERFLOW-SW PIC X VALUE 'N'.
               88 PERIODS-OVERFLOWED VALUE 'Y'.
       01 PERIOD-TABLE.
           03 PERIOD-ENTRY OCCURS 600 TIMES.
               05 PE-START-DATE PIC 9(8).
               05 PE-END-DATE PIC 9(8).
               05 PE-STATUS PIC X.

      * the new year's twelve periods, with the business day each
      * one's period end falls on
       01 NEW-PERIOD-IDX PIC 99 VALUE ZERO.
       01 NEW-PERIOD-TABLE.
           03 NEW-PERIOD-ENTRY OCCURS 12 TIMES.
               05 NP-START-DATE PIC 9(8).
               05 NP-END-DATE PIC 9(8).
               05 NP-LAST-BUS-DAY PIC 9(8).
               05 NP-BUS-DAYS PIC 9(3).
       01 PERIOD-WEEKS PIC 9 VALUE ZERO.
       01 PERIOD-DAYS PIC 9(3) VALUE ZERO.

      * the new year day by day - ' ' a business day, 'H' a weekend
      * or holiday, 'P' a period-end business day
       77 MAX-YEAR-DAYS PIC 9(3) VALUE 380.
       01 DAY-COUNT PIC 9(3) VALUE ZERO.
       01 DAY-IDX PIC 9(3) VALUE ZERO.
       01 DAY-OF-WEEK-NOW PIC 9 VALUE ZERO.
       01 YEAR-DAY-TABLE.
           03 YEAR-DAY-ENTRY OCCURS 380 TIMES.
               05 YD-DATE PIC 9(8).
               05 YD-TYPE PIC X.
       01 CALENDAR-COUNTS.
           03 WEEKEND-DAY-COUNT PIC 9(3) VALUE ZERO.
           03 HOLIDAY-DAY-COUNT PIC 9(3) VALUE ZERO.
           03 BUSINESS-DAY-COUNT PIC 9(3) VALUE ZERO.

      * the holiday cards, held so each can be checked against the
      * new year's days and reported
       77 MAX-HOLIDAYS PIC 99 VALUE 60.
       01 HOLIDAY-EOF PIC X VALUE 'N'.
       01 HOLIDAY-READ-COUNT PIC 9(7) VALUE ZERO.
       01 HOLIDAY-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 HOLIDAY-COUNT PIC 99 VALUE ZERO.
       01 HOLIDAY-IDX PIC 99 VALUE ZERO.
       01 HOLIDAY-TABLE.
           03 HOLIDAY-ENTRY OCCURS 60 TIMES.
               05 HT-DATE PIC 9(8).
               05 HT-NAME PIC X(30).
               05 HT-STATUS PIC X(26).

      * runcal.dat as it stands - the closing year's records kept,
      * anything older dropped so DateConvert's holiday table holds
      * no more than the two years either side of the rollover, and
      * anything already keyed for the new year replaced by the
      * generated calendar
       77 MAX-CALENDAR-KEPT PIC 9(3) VALUE 999.
       01 CALENDAR-EOF PIC X VALUE 'N'.
       01 CALENDAR-KEPT-COUNT PIC 9(3) VALUE ZERO.
       01 CALENDAR-IDX PIC 9(3) VALUE ZERO.
       01 CALENDAR-OVERFLOW-SW PIC X VALUE 'N'.
           88 CALENDAR-OVERFLOWED VALUE 'Y'.
       01 CALENDAR-KEPT-TABLE.
           03 CALENDAR-KEPT-ENTRY OCCURS 999 TIMES.
               05 CK-DATE PIC 9(8).
               05 CK-TYPE PIC X.
       01 CALENDAR-DROPPED-COUNT PIC 9(5) VALUE ZERO.
       01 CALENDAR-REPLACED-COUNT PIC 9(5) VALUE ZERO.
       01 CALENDAR-WRITTEN-COUNT PIC 9(5) VALUE ZERO.

      * the totals carried forward - AR at home-currency book value,
      * the closing year's tax ledger by its control rows and by
      * its category rows, and stock at weighted-average cost
       01 CARRIED-FORWARD-TOTALS.
           03 AR-OPEN-COUNT PIC 9(7) VALUE ZERO.
           03 AR-HOME-TOTAL PIC S9(11)V99 VALUE ZERO.
           03 AR-ITEM-HOME PIC S9(9)V99 VALUE ZERO.
           03 TAX-CTL-NET PIC S9(11)V99 VALUE ZERO.
           03 TAX-CTL-TAX PIC S9(11)V99 VALUE ZERO.
           03 TAX-CTL-GROSS PIC S9(11)V99 VALUE ZERO.
           03 TAX-CAT-NET PIC S9(11)V99 VALUE ZERO.
           03 TAX-CAT-TAX PIC S9(11)V99 VALUE ZERO.
           03 TAX-CAT-GROSS PIC S9(11)V99 VALUE ZERO.
           03 TAX-NIGHT-COUNT PIC 9(5) VALUE ZERO.
           03 STOCK-PART-COUNT PIC 9(7) VALUE ZERO.
           03 STOCK-QUANTITY PIC S9(11) VALUE ZERO.
           03 STOCK-VALUE PIC S9(11)V99 VALUE ZERO.
           03 PART-VALUE PIC S9(11)V99 VALUE ZERO.
       01 AR-EOF PIC X VALUE 'N'.
       01 TAX-EOF PIC X VALUE 'N'.
       01 BALANCE-EOF PIC X VALUE 'N'.

      * a date worked on through DateConvert, with its parts
       01 WORK-DATE PIC 9(8) VALUE ZERO.
       01 WORK-DATE-PARTS REDEFINES WORK-DATE.
           03 WD-YEAR PIC 9(4).
           03 WD-MONTH PIC 99.
           03 WD-DAY PIC 99.

       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * month lengths and holiday dates checked through the shared
      * date rules - see DATEWS.cpy/DATEVAL.cpy
       01 YEAR-END-DATE-WORK.
           03 MY-DAY PIC 99.
           03 MY-MONTH PIC 99.
           03 MY-YEAR PIC 9999.

       COPY DATEWS.

      * print lines for the year-end control report
       01 YER-TITLE-LINE.
           03 FILLER PIC X(29) VALUE 'YEAR-END ROLLOVER - NEW YEAR '.
           03 YER-T-START PIC 9(8).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 YER-T-END PIC 9(8).
           03 FILLER PIC X(11) VALUE '  PERIODS: '.
           03 YER-T-PATTERN PIC X(7).
       01 YER-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 YER-O-OPERATOR PIC X(8).
           03 FILLER PIC X(8) VALUE '  DATE: '.
           03 YER-O-DATE PIC 9(8).
       01 YER-CLOSING-LINE.
           03 FILLER PIC X(13) VALUE 'CLOSING YEAR '.
           03 YER-C-FROM PIC 9(8).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 YER-C-TO PIC 9(8).
           03 FILLER PIC X(3) VALUE ' - '.
           03 YER-C-PERIODS PIC ZZ9.
           03 FILLER PIC X(25) VALUE ' PERIODS ON FILE, CLOSED'.
       01 YER-PERIOD-HEAD.
           03 FILLER PIC X(20) VALUE 'PER  START     END  '.
           03 FILLER PIC X(20) VALUE '     PERIOD END  BUS'.
           03 FILLER PIC X(5) VALUE ' DAYS'.
       01 YER-PERIOD-LINE.
           03 FILLER PIC X VALUE SPACE.
           03 YER-P-NUMBER PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 YER-P-START PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 YER-P-END PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 YER-P-LAST-BUS-DAY PIC 9(8).
           03 FILLER PIC X(5) VALUE SPACES.
           03 YER-P-BUS-DAYS PIC ZZ9.
       01 YER-HOLIDAY-HEAD.
           03 FILLER PIC X(20) VALUE 'HOLIDAY   NAME      '.
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(6) VALUE 'STATUS'.
       01 YER-HOLIDAY-LINE.
           03 YER-H-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 YER-H-NAME PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 YER-H-STATUS PIC X(26).
       01 YER-CALENDAR-LINE.
           03 FILLER PIC X(15) VALUE 'CALENDAR: DAYS '.
           03 YER-K-DAYS PIC ZZ9.
           03 FILLER PIC X(11) VALUE '  WEEKENDS '.
           03 YER-K-WEEKENDS PIC ZZ9.
           03 FILLER PIC X(11) VALUE '  HOLIDAYS '.
           03 YER-K-HOLIDAYS PIC ZZ9.
           03 FILLER PIC X(16) VALUE '  BUSINESS DAYS '.
           03 YER-K-BUSINESS PIC ZZ9.
       01 YER-RUNCAL-LINE.
           03 FILLER PIC X(17) VALUE 'runcal.dat: KEPT '.
           03 YER-R-KEPT PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE '  DROPPED '.
           03 YER-R-DROPPED PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE '  REPLACED '.
           03 YER-R-REPLACED PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE '  WRITTEN '.
           03 YER-R-WRITTEN PIC ZZZZ9.
       01 YER-AR-LINE.
           03 FILLER PIC X(24) VALUE 'AR OPEN ITEMS           '.
           03 YER-A-COUNT PIC Z(6)9.
           03 FILLER PIC X(16) VALUE '   HOME VALUE   '.
           03 YER-A-VALUE PIC -(10)9.99.
       01 YER-TAX-LINE.
           03 YER-X-LABEL PIC X(24).
           03 FILLER PIC X(4) VALUE 'NET '.
           03 YER-X-NET PIC -(10)9.99.
           03 FILLER PIC X(6) VALUE '  TAX '.
           03 YER-X-TAX PIC -(10)9.99.
           03 FILLER PIC X(8) VALUE '  GROSS '.
           03 YER-X-GROSS PIC -(10)9.99.
       01 YER-TAX-CHECK-LINE.
           03 FILLER PIC X(24) VALUE 'TAX LEDGER NIGHTS       '.
           03 YER-Y-NIGHTS PIC ZZZZ9.
           03 FILLER PIC X(3) VALUE ' - '.
           03 YER-Y-RESULT PIC X(40).
       01 YER-STOCK-LINE.
           03 FILLER PIC X(24) VALUE 'STOCK PARTS HELD        '.
           03 YER-S-PARTS PIC Z(6)9.
           03 FILLER PIC X(11) VALUE '   QUANTITY'.
           03 YER-S-QUANTITY PIC -(10)9.
           03 FILLER PIC X(8) VALUE '   VALUE'.
           03 YER-S-VALUE PIC -(10)9.99.
       01 WS-YEAR-END-LINE PIC X(90).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO OR OAUTH-LEVEL < 3
               DISPLAY "YearEnd - opening a new year needs a "
                   "supervisor sign-on - nothing rolled over"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROLS.
           IF NOT PATTERN-IS-MONTHLY AND NOT PATTERN-IS-445
               DISPLAY "YearEnd - period pattern " PERIOD-PATTERN
                   " is neither MONTHLY nor 445 - nothing rolled over"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-PERIOD-TABLE.
           IF PERIODS-OVERFLOWED
               OR PERIOD-ENTRY-COUNT + 12 > MAX-PERIOD-ENTRIES
               DISPLAY "YearEnd - period.dat would pass "
                   MAX-PERIOD-ENTRIES " periods - nothing rolled over"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WORK-OUT-YEAR-WINDOW.

      * every period of the closing year must be closed before the
      * next year is opened - the ones still open are named
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-ENTRY-COUNT
               IF PE-END-DATE(PERIOD-IDX) NOT < CLOSING-YEAR-FROM
                   ADD 1 TO CLOSING-PERIOD-COUNT
                   IF PE-STATUS(PERIOD-IDX) NOT = 'C'
                       ADD 1 TO OPEN-PERIOD-COUNT
                       DISPLAY "YearEnd - period "
                           PE-START-DATE(PERIOD-IDX) " - "
                           PE-END-DATE(PERIOD-IDX) " is still open"
                   END-IF
               END-IF
           END-PERFORM.
           IF OPEN-PERIOD-COUNT > ZERO
               DISPLAY "YearEnd - " OPEN-PERIOD-COUNT
                   " period(s) of the closing year still open - "
                   "run PeriodClose first, nothing rolled over"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PATTERN-IS-MONTHLY AND NEW-YEAR-START(7:2) NOT = '01'
               DISPLAY "YearEnd - the new year starts "
                   NEW-YEAR-START " - monthly periods need a year "
                   "that starts on the 1st, nothing rolled over"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CALENDAR-TABLE.
           IF CALENDAR-OVERFLOWED
               DISPLAY "YearEnd - runcal.dat holds more than "
                   MAX-CALENDAR-KEPT " records for the closing year "
                   "- nothing rolled over"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PATTERN-IS-MONTHLY
               PERFORM BUILD-MONTHLY-PERIODS
           ELSE
               PERFORM BUILD-445-PERIODS
           END-IF.
           MOVE NP-END-DATE(12) TO NEW-YEAR-END.
           PERFORM BUILD-YEAR-CALENDAR.
           PERFORM LOAD-HOLIDAYS.
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                   UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               PERFORM MARK-ONE-HOLIDAY
           END-PERFORM.
           PERFORM VARYING NEW-PERIOD-IDX FROM 1 BY 1
                   UNTIL NEW-PERIOD-IDX > 12
               PERFORM MARK-PERIOD-END-DAY
           END-PERFORM.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               IF YD-TYPE(DAY-IDX) NOT = 'H'
                   ADD 1 TO BUSINESS-DAY-COUNT
               END-IF
           END-PERFORM.

           PERFORM REWRITE-PERIOD-FILE.
           PERFORM REWRITE-CALENDAR-FILE.

           PERFORM TOTAL-AR-OPEN-ITEMS.
           PERFORM TOTAL-TAX-LEDGER.
           PERFORM TOTAL-STOCK.
           PERFORM PRINT-YEAR-END-REPORT.

           DISPLAY "YearEnd - new year " NEW-YEAR-START " - "
               NEW-YEAR-END " opened by " OAUTH-OPERATOR-ID.
           DISPLAY "Periods added: 12  Business days: "
               BUSINESS-DAY-COUNT "  Holidays: " HOLIDAY-DAY-COUNT.
           DISPLAY "Holiday cards read: " HOLIDAY-READ-COUNT
               "  Refused: " HOLIDAY-REJECT-COUNT.

           MOVE HOLIDAY-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE HOLIDAY-REJECT-COUNT TO RSUM-RECORDS-REJECTED.
           IF HOLIDAY-REJECT-COUNT > ZERO
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
                       PERFORM APPLY-ONE-CONTROL
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

       APPLY-ONE-CONTROL.
           EVALUATE CTL-TYPE
               WHEN 'YEPP'
                   MOVE CTL-TEXT TO PERIOD-PATTERN
               WHEN 'YEWK'
                   IF CTL-NUMBER = ZERO
                       MOVE 0 TO WEEKENDS-OFF-SW
                   ELSE
                       MOVE 1 TO WEEKENDS-OFF-SW
                   END-IF
               WHEN 'YE53'
                   IF CTL-NUMBER = 1
                       MOVE 1 TO FIFTY-THREE-WEEK-SW
                   END-IF
               WHEN 'YEYR'
                   MOVE CTL-NUMBER TO FIRST-YEAR-WANTED
           END-EVALUATE.

       LOAD-PERIOD-TABLE.
           OPEN INPUT PERIOD-FILE.
           IF WS-FS-PERIOD-FILE NOT = '00'
               AND WS-FS-PERIOD-FILE NOT = '05'
               MOVE 'PERIOD-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PERIOD-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO PERIOD-EOF
           END-IF.
           PERFORM UNTIL PERIOD-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO PERIOD-EOF
                   NOT AT END
                       IF PERIOD-ENTRY-COUNT < MAX-PERIOD-ENTRIES
                           ADD 1 TO PERIOD-ENTRY-COUNT
                           MOVE PC-START-DATE TO
                               PE-START-DATE(PERIOD-ENTRY-COUNT)
                           MOVE PC-END-DATE TO
                               PE-END-DATE(PERIOD-ENTRY-COUNT)
                           MOVE PC-STATUS TO
                               PE-STATUS(PERIOD-ENTRY-COUNT)
                           IF PC-END-DATE > LATEST-PERIOD-END
                               MOVE PC-END-DATE TO LATEST-PERIOD-END
                           END-IF
                       ELSE
                           MOVE 'Y' TO PERIOD-OVERFLOW-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

      * the new year starts the day after the last period on file -
      * or, on a first rollover with no periods yet, on 1 January of
      * the 'YEYR' year, the year after today's when none is given.
      * the closing year runs the twelve months up to it
       WORK-OUT-YEAR-WINDOW.
           IF PERIOD-ENTRY-COUNT = ZERO
               IF FIRST-YEAR-WANTED = ZERO
                   COMPUTE FIRST-YEAR-WANTED = TODAY-DATE / 10000 + 1
               END-IF
               COMPUTE NEW-YEAR-START = FIRST-YEAR-WANTED * 10000
                   + 0101
           ELSE
               MOVE LATEST-PERIOD-END TO WORK-DATE
               MOVE 1 TO DA-ADD-DAYS
               PERFORM STEP-WORK-DATE
               MOVE WORK-DATE TO NEW-YEAR-START
           END-IF.
           MOVE NEW-YEAR-START TO WORK-DATE.
           SUBTRACT 1 FROM WD-YEAR.
           IF WD-MONTH = 02 AND WD-DAY = 29
               MOVE 03 TO WD-MONTH
               MOVE 01 TO WD-DAY
           END-IF.
           MOVE WORK-DATE TO CLOSING-YEAR-FROM.

      * runcal.dat into storage: the closing year's records kept,
      * older years dropped, the new year's replaced
       LOAD-CALENDAR-TABLE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-FS-CALENDAR-FILE NOT = '00'
               AND WS-FS-CALENDAR-FILE NOT = '05'
               MOVE 'CALENDAR-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CALENDAR-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO CALENDAR-EOF
           END-IF.
           PERFORM UNTIL CALENDAR-EOF = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO CALENDAR-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CAL-DATE < CLOSING-YEAR-FROM
                               ADD 1 TO CALENDAR-DROPPED-COUNT
                           WHEN CAL-DATE NOT < NEW-YEAR-START
                               ADD 1 TO CALENDAR-REPLACED-COUNT
                           WHEN CALENDAR-KEPT-COUNT < MAX-CALENDAR-KEPT
                               ADD 1 TO CALENDAR-KEPT-COUNT
                               MOVE CAL-DATE TO
                                   CK-DATE(CALENDAR-KEPT-COUNT)
                               MOVE CAL-TYPE TO
                                   CK-TYPE(CALENDAR-KEPT-COUNT)
                           WHEN OTHER
                               MOVE 'Y' TO CALENDAR-OVERFLOW-SW
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.

      * twelve calendar months from the new year's 1st, each month's
      * last day off the shared days-in-month working
       BUILD-MONTHLY-PERIODS.
           MOVE NEW-YEAR-START TO WORK-DATE.
           PERFORM VARYING NEW-PERIOD-IDX FROM 1 BY 1
                   UNTIL NEW-PERIOD-IDX > 12
               MOVE WORK-DATE TO NP-START-DATE(NEW-PERIOD-IDX)
               MOVE WD-MONTH TO MY-MONTH
               MOVE WD-YEAR TO MY-YEAR
               PERFORM WORK-OUT-DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO WD-DAY
               MOVE WORK-DATE TO NP-END-DATE(NEW-PERIOD-IDX)
               MOVE 1 TO DA-ADD-DAYS
               PERFORM STEP-WORK-DATE
           END-PERFORM.

      * four weeks, four weeks, five weeks a quarter - 364 days, and
      * the last period a week longer in a 53-week year ('YE53')
       BUILD-445-PERIODS.
           MOVE NEW-YEAR-START TO WORK-DATE.
           PERFORM VARYING NEW-PERIOD-IDX FROM 1 BY 1
                   UNTIL NEW-PERIOD-IDX > 12
               MOVE WORK-DATE TO NP-START-DATE(NEW-PERIOD-IDX)
               EVALUATE NEW-PERIOD-IDX
                   WHEN 3 WHEN 6 WHEN 9 WHEN 12
                       MOVE 5 TO PERIOD-WEEKS
                   WHEN OTHER
                       MOVE 4 TO PERIOD-WEEKS
               END-EVALUATE
               COMPUTE PERIOD-DAYS = PERIOD-WEEKS * 7
               IF NEW-PERIOD-IDX = 12 AND YEAR-HAS-53-WEEKS
                   ADD 7 TO PERIOD-DAYS
               END-IF
               COMPUTE DA-ADD-DAYS = PERIOD-DAYS - 1
               PERFORM STEP-WORK-DATE
               MOVE WORK-DATE TO NP-END-DATE(NEW-PERIOD-IDX)
               MOVE 1 TO DA-ADD-DAYS
               PERFORM STEP-WORK-DATE
           END-PERFORM.

      * every day of the new year, the weekend days flagged as they
      * go by - the weekday asked of DateConvert once, for the first
      * day, and counted on from there
       BUILD-YEAR-CALENDAR.
           MOVE NEW-YEAR-START TO WORK-DATE.
           MOVE 'W' TO DA-FUNCTION.
           PERFORM CALL-DATE-CONVERT.
           MOVE DA-DAY-OF-WEEK TO DAY-OF-WEEK-NOW.
           MOVE ZERO TO DAY-COUNT.
           PERFORM UNTIL WORK-DATE > NEW-YEAR-END
                   OR DAY-COUNT NOT < MAX-YEAR-DAYS
               ADD 1 TO DAY-COUNT
               MOVE WORK-DATE TO YD-DATE(DAY-COUNT)
               MOVE SPACE TO YD-TYPE(DAY-COUNT)
               IF WEEKENDS-ARE-OFF AND DAY-OF-WEEK-NOW > 5
                   MOVE 'H' TO YD-TYPE(DAY-COUNT)
                   ADD 1 TO WEEKEND-DAY-COUNT
               END-IF
               ADD 1 TO DAY-OF-WEEK-NOW
               IF DAY-OF-WEEK-NOW > 7
                   MOVE 1 TO DAY-OF-WEEK-NOW
               END-IF
               MOVE 1 TO DA-ADD-DAYS
               PERFORM STEP-WORK-DATE
           END-PERFORM.

       LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-FS-HOLIDAY-FILE NOT = '00'
               AND WS-FS-HOLIDAY-FILE NOT = '05'
               MOVE 'HOLIDAY-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-HOLIDAY-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO HOLIDAY-EOF
           END-IF.
           PERFORM UNTIL HOLIDAY-EOF = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO HOLIDAY-EOF
                   NOT AT END
                       ADD 1 TO HOLIDAY-READ-COUNT
                       IF HOLIDAY-COUNT < MAX-HOLIDAYS
                           ADD 1 TO HOLIDAY-COUNT
                           MOVE HC-DATE TO HT-DATE(HOLIDAY-COUNT)
                           MOVE HC-NAME TO HT-NAME(HOLIDAY-COUNT)
                           MOVE SPACES TO HT-STATUS(HOLIDAY-COUNT)
                       ELSE
                           ADD 1 TO HOLIDAY-REJECT-COUNT
                           DISPLAY "YearEnd - more than " MAX-HOLIDAYS
                               " holidays, " HC-DATE " ignored"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.

      * one holiday card against the new year: a real date inside
      * the year goes 'H'; one already off as a weekend is noted;
      * anything else is refused onto the report
       MARK-ONE-HOLIDAY.
           IF HT-DATE(HOLIDAY-IDX) IS NOT NUMERIC
               MOVE 'REFUSED - NOT A DATE' TO HT-STATUS(HOLIDAY-IDX)
               ADD 1 TO HOLIDAY-REJECT-COUNT
           ELSE
               MOVE HT-DATE(HOLIDAY-IDX) TO WORK-DATE
               MOVE WD-DAY TO MY-DAY
               MOVE WD-MONTH TO MY-MONTH
               MOVE WD-YEAR TO MY-YEAR
               PERFORM VALIDATE-DATE-RECORD
               EVALUATE TRUE
                   WHEN DATE-NOT-OK
                       MOVE 'REFUSED - NOT A DATE' TO
                           HT-STATUS(HOLIDAY-IDX)
                       ADD 1 TO HOLIDAY-REJECT-COUNT
                   WHEN WORK-DATE < NEW-YEAR-START
                       OR WORK-DATE > NEW-YEAR-END
                       MOVE 'REFUSED - NOT IN NEW YEAR' TO
                           HT-STATUS(HOLIDAY-IDX)
                       ADD 1 TO HOLIDAY-REJECT-COUNT
                   WHEN OTHER
                       PERFORM VARYING DAY-IDX FROM 1 BY 1
                               UNTIL DAY-IDX > DAY-COUNT
                           IF YD-DATE(DAY-IDX) = WORK-DATE
                               PERFORM FLAG-HOLIDAY-DAY
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF.

       FLAG-HOLIDAY-DAY.
           IF HT-STATUS(HOLIDAY-IDX) NOT = SPACES
               CONTINUE
           ELSE
               IF YD-TYPE(DAY-IDX) = 'H'
                   MOVE 'ALREADY OFF' TO HT-STATUS(HOLIDAY-IDX)
               ELSE
                   MOVE 'H' TO YD-TYPE(DAY-IDX)
                   MOVE 'HOLIDAY' TO HT-STATUS(HOLIDAY-IDX)
                   ADD 1 TO HOLIDAY-DAY-COUNT
               END-IF
           END-IF.

      * the period's last business day carries the 'P' the chain
      * runs period end on; its business days are counted for the
      * report
       MARK-PERIOD-END-DAY.
           MOVE ZERO TO NP-LAST-BUS-DAY(NEW-PERIOD-IDX).
           MOVE ZERO TO NP-BUS-DAYS(NEW-PERIOD-IDX).
           MOVE ZERO TO CALENDAR-IDX.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               IF YD-DATE(DAY-IDX) NOT < NP-START-DATE(NEW-PERIOD-IDX)
                   AND YD-DATE(DAY-IDX) NOT >
                       NP-END-DATE(NEW-PERIOD-IDX)
                   AND YD-TYPE(DAY-IDX) NOT = 'H'
                   ADD 1 TO NP-BUS-DAYS(NEW-PERIOD-IDX)
                   MOVE DAY-IDX TO CALENDAR-IDX
               END-IF
           END-PERFORM.
           IF CALENDAR-IDX > ZERO
               MOVE 'P' TO YD-TYPE(CALENDAR-IDX)
               MOVE YD-DATE(CALENDAR-IDX) TO
                   NP-LAST-BUS-DAY(NEW-PERIOD-IDX)
           END-IF.

      * the periods already on file, then the new year's twelve,
      * open
       REWRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-FILE.
           IF WS-FS-PERIOD-FILE NOT = '00'
               MOVE 'PERIOD-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PERIOD-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-ENTRY-COUNT
               MOVE PE-START-DATE(PERIOD-IDX) TO PC-START-DATE
               MOVE PE-END-DATE(PERIOD-IDX) TO PC-END-DATE
               MOVE PE-STATUS(PERIOD-IDX) TO PC-STATUS
               WRITE PERIOD-CONTROL-RECORD
           END-PERFORM.
           PERFORM VARYING NEW-PERIOD-IDX FROM 1 BY 1
                   UNTIL NEW-PERIOD-IDX > 12
               MOVE NP-START-DATE(NEW-PERIOD-IDX) TO PC-START-DATE
               MOVE NP-END-DATE(NEW-PERIOD-IDX) TO PC-END-DATE
               MOVE 'O' TO PC-STATUS
               WRITE PERIOD-CONTROL-RECORD
           END-PERFORM.
           CLOSE PERIOD-FILE.

      * the closing year's records as they were, then the new year's
      * weekends, holidays and period ends in date order
       REWRITE-CALENDAR-FILE.
           OPEN OUTPUT CALENDAR-FILE.
           IF WS-FS-CALENDAR-FILE NOT = '00'
               MOVE 'CALENDAR-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CALENDAR-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING CALENDAR-IDX FROM 1 BY 1
                   UNTIL CALENDAR-IDX > CALENDAR-KEPT-COUNT
               MOVE CK-DATE(CALENDAR-IDX) TO CAL-DATE
               MOVE CK-TYPE(CALENDAR-IDX) TO CAL-TYPE
               WRITE CALENDAR-RECORD
           END-PERFORM.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               IF YD-TYPE(DAY-IDX) NOT = SPACE
                   MOVE YD-DATE(DAY-IDX) TO CAL-DATE
                   MOVE YD-TYPE(DAY-IDX) TO CAL-TYPE
                   WRITE CALENDAR-RECORD
                   ADD 1 TO CALENDAR-WRITTEN-COUNT
               END-IF
           END-PERFORM.
           CLOSE CALENDAR-FILE.

      * the open items carried into the new year, at the book rate
      * each is carried on - see AROPEN.cpy
       TOTAL-AR-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-FILE.
           IF WS-FS-AR-OPEN NOT = '00'
               AND WS-FS-AR-OPEN NOT = '05'
               MOVE 'AR-OPEN-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AR-OPEN TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO AR-EOF
           END-IF.
           PERFORM UNTIL AR-EOF = 'Y'
               READ AR-OPEN-FILE
                   AT END
                       MOVE 'Y' TO AR-EOF
                   NOT AT END
                       IF AR-IS-OPEN
                           ADD 1 TO AR-OPEN-COUNT
                           COMPUTE AR-ITEM-HOME ROUNDED =
                               AR-OPEN-AMOUNT * AR-BOOK-RATE
                           ADD AR-ITEM-HOME TO AR-HOME-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AR-OPEN-FILE.

      * the closing year's nights off the tax ledger - the '**'
      * control rows and the category rows summed apart, so the
      * report shows they agree the way TaxReturn proves them
       TOTAL-TAX-LEDGER.
           OPEN INPUT TAX-LEDGER-FILE.
           IF WS-FS-TAX-LEDGER NOT = '00'
               AND WS-FS-TAX-LEDGER NOT = '05'
               MOVE 'TAX-LEDGER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-TAX-LEDGER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO TAX-EOF
           END-IF.
           PERFORM UNTIL TAX-EOF = 'Y'
               READ TAX-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO TAX-EOF
                   NOT AT END
                       IF TL-RUN-DATE NOT < CLOSING-YEAR-FROM
                           AND TL-RUN-DATE < NEW-YEAR-START
                           PERFORM ADD-ONE-TAX-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-LEDGER-FILE.

       ADD-ONE-TAX-ROW.
           IF TL-IS-BATCH-TOTAL
               ADD 1 TO TAX-NIGHT-COUNT
               ADD TL-NET TO TAX-CTL-NET
               ADD TL-TAX TO TAX-CTL-TAX
               ADD TL-GROSS TO TAX-CTL-GROSS
           ELSE
               ADD TL-NET TO TAX-CAT-NET
               ADD TL-TAX TO TAX-CAT-TAX
               ADD TL-GROSS TO TAX-CAT-GROSS
           END-IF.

      * stock on hand at weighted-average cost, valued the way
      * StockValue values it
       TOTAL-STOCK.
           OPEN INPUT PART-BALANCE-MASTER.
           IF WS-FS-PART-BALANCE NOT = '00'
               AND WS-FS-PART-BALANCE NOT = '05'
               MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO BALANCE-EOF
           END-IF.
           PERFORM UNTIL BALANCE-EOF = 'Y'
               READ PART-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO BALANCE-EOF
                   NOT AT END
                       IF PB-BALANCE NOT = ZERO
                           ADD 1 TO STOCK-PART-COUNT
                           ADD PB-BALANCE TO STOCK-QUANTITY
                           COMPUTE PART-VALUE ROUNDED =
                               PB-BALANCE * PB-UNIT-COST
                           ADD PART-VALUE TO STOCK-VALUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PART-BALANCE-MASTER.

       PRINT-YEAR-END-REPORT.
           OPEN OUTPUT YEAR-END-REPORT-FILE.
           IF WS-FS-YEAR-END-REPORT NOT = '00'
               MOVE 'YEAR-END-REPORT' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-YEAR-END-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE NEW-YEAR-START TO YER-T-START.
           MOVE NEW-YEAR-END TO YER-T-END.
           MOVE PERIOD-PATTERN TO YER-T-PATTERN.
           MOVE YER-TITLE-LINE TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           MOVE OAUTH-OPERATOR-ID TO YER-O-OPERATOR.
           MOVE TODAY-DATE TO YER-O-DATE.
           MOVE YER-OPERATOR-LINE TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           MOVE SPACES TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           IF PERIOD-ENTRY-COUNT = ZERO
               MOVE 'NO PERIODS ON FILE - FIRST YEAR OPENED' TO
                   WS-YEAR-END-LINE
           ELSE
               MOVE CLOSING-YEAR-FROM TO YER-C-FROM
               MOVE LATEST-PERIOD-END TO YER-C-TO
               MOVE CLOSING-PERIOD-COUNT TO YER-C-PERIODS
               MOVE YER-CLOSING-LINE TO WS-YEAR-END-LINE
           END-IF.
           PERFORM WRITE-YEAR-END-LINE.
           MOVE SPACES TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.

           MOVE YER-PERIOD-HEAD TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           PERFORM VARYING NEW-PERIOD-IDX FROM 1 BY 1
                   UNTIL NEW-PERIOD-IDX > 12
               MOVE NEW-PERIOD-IDX TO YER-P-NUMBER
               MOVE NP-START-DATE(NEW-PERIOD-IDX) TO YER-P-START
               MOVE NP-END-DATE(NEW-PERIOD-IDX) TO YER-P-END
               MOVE NP-LAST-BUS-DAY(NEW-PERIOD-IDX) TO
                   YER-P-LAST-BUS-DAY
               MOVE NP-BUS-DAYS(NEW-PERIOD-IDX) TO YER-P-BUS-DAYS
               MOVE YER-PERIOD-LINE TO WS-YEAR-END-LINE
               PERFORM WRITE-YEAR-END-LINE
           END-PERFORM.
           MOVE SPACES TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.

           IF HOLIDAY-COUNT > ZERO
               MOVE YER-HOLIDAY-HEAD TO WS-YEAR-END-LINE
               PERFORM WRITE-YEAR-END-LINE
               PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                       UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                   MOVE HT-DATE(HOLIDAY-IDX) TO YER-H-DATE
                   MOVE HT-NAME(HOLIDAY-IDX) TO YER-H-NAME
                   MOVE HT-STATUS(HOLIDAY-IDX) TO YER-H-STATUS
                   MOVE YER-HOLIDAY-LINE TO WS-YEAR-END-LINE
                   PERFORM WRITE-YEAR-END-LINE
               END-PERFORM
               MOVE SPACES TO WS-YEAR-END-LINE
               PERFORM WRITE-YEAR-END-LINE
           END-IF.
           MOVE DAY-COUNT TO YER-K-DAYS.
           MOVE WEEKEND-DAY-COUNT TO YER-K-WEEKENDS.
           MOVE HOLIDAY-DAY-COUNT TO YER-K-HOLIDAYS.
           MOVE BUSINESS-DAY-COUNT TO YER-K-BUSINESS.
           MOVE YER-CALENDAR-LINE TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           MOVE CALENDAR-KEPT-COUNT TO YER-R-KEPT.
           MOVE CALENDAR-DROPPED-COUNT TO YER-R-DROPPED.
           MOVE CALENDAR-REPLACED-COUNT TO YER-R-REPLACED.
           MOVE CALENDAR-WRITTEN-COUNT TO YER-R-WRITTEN.
           MOVE YER-RUNCAL-LINE TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           MOVE SPACES TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.

           MOVE 'TOTALS CARRIED FORWARD' TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           MOVE AR-OPEN-COUNT TO YER-A-COUNT.
           MOVE AR-HOME-TOTAL TO YER-A-VALUE.
           MOVE YER-AR-LINE TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           MOVE 'TAX LEDGER CLOSING YEAR' TO YER-X-LABEL.
           MOVE TAX-CTL-NET TO YER-X-NET.
           MOVE TAX-CTL-TAX TO YER-X-TAX.
           MOVE TAX-CTL-GROSS TO YER-X-GROSS.
           MOVE YER-TAX-LINE TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           MOVE '  BY CATEGORY' TO YER-X-LABEL.
           MOVE TAX-CAT-NET TO YER-X-NET.
           MOVE TAX-CAT-TAX TO YER-X-TAX.
           MOVE TAX-CAT-GROSS TO YER-X-GROSS.
           MOVE YER-TAX-LINE TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           MOVE TAX-NIGHT-COUNT TO YER-Y-NIGHTS.
           IF TAX-CAT-NET = TAX-CTL-NET
               AND TAX-CAT-TAX = TAX-CTL-TAX
               AND TAX-CAT-GROSS = TAX-CTL-GROSS
               MOVE 'CATEGORIES AGREE WITH CONTROL ROWS' TO
                   YER-Y-RESULT
           ELSE
               MOVE '*** CATEGORIES DIFFER FROM CONTROL ROWS' TO
                   YER-Y-RESULT
               MOVE 'WARNINGS' TO RSUM-RUN-STATUS
           END-IF.
           MOVE YER-TAX-CHECK-LINE TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           MOVE STOCK-PART-COUNT TO YER-S-PARTS.
           MOVE STOCK-QUANTITY TO YER-S-QUANTITY.
           MOVE STOCK-VALUE TO YER-S-VALUE.
           MOVE YER-STOCK-LINE TO WS-YEAR-END-LINE.
           PERFORM WRITE-YEAR-END-LINE.
           CLOSE YEAR-END-REPORT-FILE.

       WRITE-YEAR-END-LINE.
           WRITE YEAR-END-REPORT-OUT FROM WS-YEAR-END-LINE.
           MOVE SPACES TO WS-YEAR-END-LINE.

      * WORK-DATE moved on DA-ADD-DAYS days through DateConvert's
      * 'A' ask
       STEP-WORK-DATE.
           MOVE 'A' TO DA-FUNCTION.
           PERFORM CALL-DATE-CONVERT.
           MOVE DA-RESULT-YEAR TO WD-YEAR.
           MOVE DA-RESULT-MONTH TO WD-MONTH.
           MOVE DA-RESULT-DAY TO WD-DAY.

       CALL-DATE-CONVERT.
           MOVE WD-DAY TO CNV-DAY.
           MOVE WD-MONTH TO CNV-MONTH.
           MOVE WD-YEAR TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.

      * the last day of MY-MONTH in MY-YEAR, by the shared leap-year
      * rule
       WORK-OUT-DAYS-IN-MONTH.
           PERFORM CHECK-LEAP-YEAR.
           EVALUATE MY-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 02
                   IF IS-LEAP-YEAR
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE.

      * shared date rules - see DATEVAL.cpy. VALIDATE-DATE-RECORD
      * checks the holiday cards, CHECK-LEAP-YEAR the month ends
       COPY DATEVAL.

       END PROGRAM YearEnd.
