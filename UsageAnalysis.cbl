      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the period-end usage analysis. Works each part's
      *          usage out of the transaction history (tranhist.dat)
      *          over the last UAMN months - the issues that went
      *          out, by the month they were dated; transfers between
      *          locations, receipts and cycle-count adjustments are
      *          not usage - and from it the average monthly usage,
      *          the peak month, and the movement value at the
      *          part's weighted-average cost. Parts are ranked by
      *          that value and classed A, B or C on the cumulative
      *          share, and a new minimum level and reorder quantity
      *          proposed: the minimum covers the part's lead time at
      *          its peak month's rate, the reorder quantity a month
      *          of average usage for an A part, two for a B, three
      *          for a C, and a part nothing took in the whole window
      *          is proposed down to zero - off the reorder check
      *          altogether. Everything prints on usage.rpt in class
      *          order for the buyer; the proposals that differ from
      *          the levels on partbal.dat also go to usageprp.dat
      *          (see USAGEPRP.cpy), where UsageAccept picks up the
      *          ones the buyer accepts. Nothing here writes the
      *          balance master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. UsageAnalysis.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the accumulated history - OPTIONAL so a site with none yet
      * analyses every part as unused
           SELECT OPTIONAL TRAN-HISTORY-FILE ASSIGN TO 'tranhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRAN-HISTORY.

      * read start to finish in key order alongside the sorted
      * history - the parts analysed, their levels, cost and lead
      * time
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

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

      * each part's usage worked out, between the two sorts
           SELECT USAGE-WORK-FILE ASSIGN TO 'usagewrk.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-USAGE-WORK.

           SELECT PROPOSAL-FILE ASSIGN TO 'usageprp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROPOSAL-FILE.

           SELECT USAGE-REPORT-FILE ASSIGN TO 'usage.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-USAGE-REPORT.

           SELECT HISTORY-SORT-FILE ASSIGN TO 'uahssort.tmp'.

           SELECT VALUE-SORT-FILE ASSIGN TO 'uavlsort.tmp'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD TRAN-HISTORY-FILE.

       COPY TRANHIST.

      * keyed by part number - see PARTBAL.cpy
       FD PART-BALANCE-MASTER.

       COPY PARTBAL.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

       FD CONTROL-FILE.

       COPY RUNCTL.

      * the chain's business date and run identifier - see
      * RUNFLAG.cpy
       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

      * one part's usage over the window, ahead of the ranking
       FD USAGE-WORK-FILE.
       01 USAGE-WORK-RECORD.
           03 UW-MOVEMENT-VALUE PIC 9(11)V99.
           03 UW-PART-NO PIC 9(8).
           03 UW-TOTAL-USAGE PIC 9(8).
           03 UW-PEAK-USAGE PIC 9(8).
           03 UW-AVERAGE-USAGE PIC 9(7)V99.
           03 UW-LEAD-TIME-DAYS PIC 9(3).
           03 UW-LEAD-TIME-SW PIC X.
           03 UW-CUR-MIN PIC 9(8).
           03 UW-CUR-REORDER PIC 9(8).

       FD PROPOSAL-FILE.

       COPY USAGEPRP.

       FD USAGE-REPORT-FILE.
       01 USAGE-REPORT-OUT PIC X(132).

      * one issue inside the window, sorted by part to run alongside
      * the balance master
       SD HISTORY-SORT-FILE.
       01 HISTORY-SORT-RECORD.
           03 HS-PART-NO PIC 9(8).
           03 HS-MONTH-SLOT PIC 99.
           03 HS-QUANTITY PIC 9(6).

      * the usage work records again, highest movement value first
       SD VALUE-SORT-FILE.
       01 VALUE-SORT-RECORD.
           03 VS-MOVEMENT-VALUE PIC 9(11)V99.
           03 VS-PART-NO PIC 9(8).
           03 VS-TOTAL-USAGE PIC 9(8).
           03 VS-PEAK-USAGE PIC 9(8).
           03 VS-AVERAGE-USAGE PIC 9(7)V99.
           03 VS-LEAD-TIME-DAYS PIC 9(3).
           03 VS-LEAD-TIME-SW PIC X.
               88 VS-LEAD-TIME-DEFAULTED VALUE 'D'.
           03 VS-CUR-MIN PIC 9(8).
           03 VS-CUR-REORDER PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-TRAN-HISTORY PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-USAGE-WORK PIC XX VALUE '00'.
       01 WS-FS-PROPOSAL-FILE PIC XX VALUE '00'.
       01 WS-FS-USAGE-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'UsageAnalysis'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'UsageAnalysis'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 HISTORY-EOF PIC X VALUE 'N'.
       01 BALANCE-EOF PIC X VALUE 'N'.
       01 SORT-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 PART-MASTER-OPEN-SW PIC X VALUE 'N'.
           88 PART-MASTER-IS-OPEN VALUE 'Y'.

       01 HISTORY-READ-COUNT PIC 9(7) VALUE ZERO.
       01 ISSUES-SELECTED-COUNT PIC 9(7) VALUE ZERO.
       01 PARTS-ANALYSED-COUNT PIC 9(7) VALUE ZERO.
       01 PROPOSALS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
       01 DEAD-LINE-COUNT PIC 9(7) VALUE ZERO.
       01 LEAD-DEFAULTED-COUNT PIC 9(7) VALUE ZERO.
      * issues in the window for a part partbal.dat has no record of
       01 UNMATCHED-ISSUE-COUNT PIC 9(7) VALUE ZERO.

      * the analysis settings - overridden by 'UAMN', 'UALT', 'UAPA'
      * and 'UAPB' records in runctl.dat
       01 ANALYSIS-SETTINGS.
           03 MONTHS-OF-HISTORY PIC 99 VALUE 06.
           03 DEFAULT-LEAD-DAYS PIC 9(3) VALUE 014.
           03 CLASS-A-PERCENT PIC 9(3) VALUE 080.
           03 CLASS-B-PERCENT PIC 9(3) VALUE 095.
       77 MAX-HISTORY-MONTHS PIC 99 VALUE 24.

      * the business date the analysis runs for, and the window of
      * months it looks back over as month numbers (year times
      * twelve plus the month less one) so a window crossing a year
      * end needs no special case
       01 RUN-DATE-WORK.
           03 ANALYSIS-DATE PIC 9(8) VALUE ZERO.
           03 ANALYSIS-DATE-PARTS REDEFINES ANALYSIS-DATE.
               05 ANALYSIS-YYYY PIC 9(4).
               05 ANALYSIS-MM PIC 99.
               05 ANALYSIS-DD PIC 99.
           03 THIS-RUN-ID PIC X(11) VALUE SPACES.
           03 LAST-MONTH-NO PIC 9(6) VALUE ZERO.
           03 FIRST-MONTH-NO PIC 9(6) VALUE ZERO.
           03 ISSUE-MONTH-NO PIC 9(6) VALUE ZERO.

      * one part's usage by month of the window, oldest first
       01 PART-USAGE-WORK.
           03 MONTH-USAGE OCCURS 24 TIMES PIC 9(8).
           03 MONTH-IDX PIC 99 VALUE ZERO.

      * the ranking: the whole movement value, the running total of
      * the parts ranked so far, and where the part falls in it
       01 RANKING-WORK.
           03 TOTAL-MOVEMENT-VALUE PIC 9(13)V99 VALUE ZERO.
           03 RANKED-VALUE PIC 9(13)V99 VALUE ZERO.
           03 RANKED-PERCENT PIC 9(3)V9 VALUE ZERO.
           03 PART-CLASS PIC X VALUE SPACE.
           03 COVER-MONTHS PIC 9 VALUE ZERO.
           03 NEW-MIN-LEVEL PIC 9(8) VALUE ZERO.
           03 NEW-REORDER-QTY PIC 9(8) VALUE ZERO.

      * the class totals for the foot of the report
       77 CLASS-COUNT PIC 9 VALUE 3.
       01 CLASS-NAMES PIC X(3) VALUE 'ABC'.
       01 CLASS-TABLE.
           03 CLASS-ENTRY OCCURS 3 TIMES.
               05 CL-PART-COUNT PIC 9(7) VALUE ZERO.
               05 CL-VALUE PIC 9(13)V99 VALUE ZERO.
       01 CLASS-IDX PIC 9 VALUE ZERO.

      * print lines for the usage report
       01 UAR-TITLE-LINE.
           03 FILLER PIC X(20) VALUE 'USAGE ANALYSIS AS AT'.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-T-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE '  MONTHS:'.
           03 UAR-T-MONTHS PIC Z9.
           03 FILLER PIC X(8) VALUE '   RUN: '.
           03 UAR-T-RUN-ID PIC X(11).
       01 UAR-SETTINGS-LINE.
           03 FILLER PIC X(19) VALUE 'DEFAULT LEAD DAYS: '.
           03 UAR-S-LEAD PIC ZZ9.
           03 FILLER PIC X(16) VALUE '   CLASS A UP TO'.
           03 UAR-S-A-PCT PIC ZZ9.
           03 FILLER PIC X(19) VALUE '%   CLASS B UP TO'.
           03 UAR-S-B-PCT PIC ZZ9.
           03 FILLER PIC X(17) VALUE '% OF MOVEMENT VAL'.
       01 UAR-COL-HEAD.
           03 FILLER PIC X(8) VALUE 'PART NO'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(24) VALUE 'DESCRIPTION'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X VALUE 'C'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(10) VALUE '   AVG/MTH'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(8) VALUE '    PEAK'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(14) VALUE '    MOVE VALUE'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(3) VALUE 'LT'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(8) VALUE ' CUR MIN'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(8) VALUE 'CUR REOR'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(8) VALUE ' NEW MIN'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(8) VALUE 'NEW REOR'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(9) VALUE 'PROPOSAL'.
       01 UAR-DETAIL-LINE.
           03 UAR-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-DESC PIC X(24).
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-CLASS PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-AVERAGE PIC Z(6)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-PEAK PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-VALUE PIC Z(10)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-LEAD PIC ZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-CUR-MIN PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-CUR-REORDER PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-NEW-MIN PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-NEW-REORDER PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-D-FLAG PIC X(9).
       01 UAR-CLASS-HEAD PIC X(50)
           VALUE 'CLASS         PARTS     MOVEMENT VALUE   SHARE'.
       01 UAR-CLASS-LINE.
           03 UAR-C-CLASS PIC X.
           03 FILLER PIC X(6) VALUE SPACES.
           03 UAR-C-PARTS PIC Z(6)9.
           03 FILLER PIC X VALUE SPACE.
           03 UAR-C-VALUE PIC Z(14)9.99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 UAR-C-SHARE PIC ZZ9.9.
           03 FILLER PIC X VALUE '%'.
       01 UAR-TOTAL-LINE.
           03 FILLER PIC X(16) VALUE 'PARTS ANALYSED: '.
           03 UAR-T-PARTS PIC Z(6)9.
           03 FILLER PIC X(14) VALUE '   PROPOSALS: '.
           03 UAR-T-PROPOSALS PIC Z(6)9.
           03 FILLER PIC X(15) VALUE '   DEAD LINES: '.
           03 UAR-T-DEAD PIC Z(6)9.
           03 FILLER PIC X(25) VALUE '   ON DEFAULT LEAD TIME: '.
           03 UAR-T-DEFAULTED PIC Z(6)9.
       01 UAR-UNMATCHED-LINE.
           03 FILLER PIC X(40)
               VALUE 'ISSUES FOR PARTS WITH NO BALANCE RECORD:'.
           03 UAR-U-COUNT PIC Z(6)9.
       01 WS-USAGE-LINE PIC X(132).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT ANALYSIS-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           COMPUTE LAST-MONTH-NO = ANALYSIS-YYYY * 12
               + ANALYSIS-MM - 1.
           COMPUTE FIRST-MONTH-NO = LAST-MONTH-NO
               - MONTHS-OF-HISTORY + 1.
           OPEN INPUT PART-MASTER.
           IF WS-FS-PART-MASTER = '00'
               MOVE 'Y' TO PART-MASTER-OPEN-SW
           END-IF.
           OPEN OUTPUT USAGE-REPORT-FILE.
           IF WS-FS-USAGE-REPORT NOT = '00'
               MOVE 'USAGE-REPORT' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-USAGE-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT PROPOSAL-FILE.
           IF WS-FS-PROPOSAL-FILE NOT = '00'
               MOVE 'PROPOSAL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PROPOSAL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM PRINT-REPORT-HEADINGS.

      * first pass: the window's issues sorted by part and summed
      * per part against the balance master, onto the work file
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HS-PART-NO
               INPUT PROCEDURE IS SELECT-WINDOW-ISSUES
               OUTPUT PROCEDURE IS SUMMARISE-PART-USAGE.

      * second pass: the parts ranked by movement value, classed
      * and given their proposals
           SORT VALUE-SORT-FILE
               ON DESCENDING KEY VS-MOVEMENT-VALUE
               ON ASCENDING KEY VS-PART-NO
               USING USAGE-WORK-FILE
               OUTPUT PROCEDURE IS CLASSIFY-AND-PROPOSE.

           PERFORM PRINT-REPORT-TOTALS.
           IF PART-MASTER-IS-OPEN
               CLOSE PART-MASTER
           END-IF.
           CLOSE PROPOSAL-FILE.
           CLOSE USAGE-REPORT-FILE.
           DISPLAY "History records read: " HISTORY-READ-COUNT
               "  Issues in window: " ISSUES-SELECTED-COUNT.
           DISPLAY "Parts analysed: " PARTS-ANALYSED-COUNT
               "  Proposals: " PROPOSALS-WRITTEN-COUNT
               "  Dead lines: " DEAD-LINE-COUNT.

           MOVE HISTORY-READ-COUNT TO RSUM-RECORDS-READ.
           IF UNMATCHED-ISSUE-COUNT > ZERO
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

      * the chain's business date and run id, so the window ends at
      * the period the chain is closing - see RUNFLAG.cpy
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-DATE TO ANALYSIS-DATE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * picks this program's records out of runctl.dat - a window
      * or cut-off that makes no sense is refused and the default
      * kept, with a word on the console
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
           IF CLASS-A-PERCENT NOT < CLASS-B-PERCENT
               DISPLAY "UsageAnalysis - class cut-offs "
                   CLASS-A-PERCENT "/" CLASS-B-PERCENT
                   " out of order, using 80/95"
               MOVE 80 TO CLASS-A-PERCENT
               MOVE 95 TO CLASS-B-PERCENT
           END-IF.

       APPLY-ONE-CONTROL.
           EVALUATE CTL-TYPE
               WHEN 'UAMN'
                   IF CTL-NUMBER > ZERO
                       AND CTL-NUMBER NOT > MAX-HISTORY-MONTHS
                       MOVE CTL-NUMBER TO MONTHS-OF-HISTORY
                   ELSE
                       DISPLAY "UsageAnalysis - UAMN " CTL-NUMBER
                           " outside 1-" MAX-HISTORY-MONTHS
                           ", using " MONTHS-OF-HISTORY
                   END-IF
               WHEN 'UALT'
                   IF CTL-NUMBER NOT > 999
                       MOVE CTL-NUMBER TO DEFAULT-LEAD-DAYS
                   END-IF
               WHEN 'UAPA'
                   IF CTL-NUMBER NOT > 100
                       MOVE CTL-NUMBER TO CLASS-A-PERCENT
                   END-IF
               WHEN 'UAPB'
                   IF CTL-NUMBER NOT > 100
                       MOVE CTL-NUMBER TO CLASS-B-PERCENT
                   END-IF
           END-EVALUATE.

       PRINT-REPORT-HEADINGS.
           MOVE ANALYSIS-DATE TO UAR-T-DATE.
           MOVE MONTHS-OF-HISTORY TO UAR-T-MONTHS.
           MOVE THIS-RUN-ID TO UAR-T-RUN-ID.
           MOVE SPACES TO WS-USAGE-LINE.
           MOVE UAR-TITLE-LINE TO WS-USAGE-LINE.
           PERFORM WRITE-USAGE-LINE.
           MOVE DEFAULT-LEAD-DAYS TO UAR-S-LEAD.
           MOVE CLASS-A-PERCENT TO UAR-S-A-PCT.
           MOVE CLASS-B-PERCENT TO UAR-S-B-PCT.
           MOVE SPACES TO WS-USAGE-LINE.
           MOVE UAR-SETTINGS-LINE TO WS-USAGE-LINE.
           PERFORM WRITE-USAGE-LINE.
           MOVE SPACES TO WS-USAGE-LINE.
           PERFORM WRITE-USAGE-LINE.
           MOVE UAR-COL-HEAD TO WS-USAGE-LINE.
           PERFORM WRITE-USAGE-LINE.

      * sort input: every issue dated inside the window. a transfer
      * only moved stock between locations, a receipt or a return
      * is stock coming in, and a cycle-count adjustment ('Y') is
      * the book catching up with the shelf - none of them is usage
       SELECT-WINDOW-ISSUES.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF WS-FS-TRAN-HISTORY NOT = '00'
               AND WS-FS-TRAN-HISTORY NOT = '05'
               MOVE 'TRAN-HISTORY' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-TRAN-HISTORY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO HISTORY-EOF
           END-IF.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ TRAN-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       ADD 1 TO HISTORY-READ-COUNT
                       PERFORM SELECT-ONE-ISSUE
               END-READ
           END-PERFORM.
           CLOSE TRAN-HISTORY-FILE.

       SELECT-ONE-ISSUE.
           IF TH-TO-LOCATION = SPACES
               AND TH-QUANT < ZERO
               AND TH-SOURCE NOT = 'Y'
               AND TH-DATE-YYYY IS NUMERIC
               AND TH-DATE-MM IS NUMERIC
               COMPUTE ISSUE-MONTH-NO = TH-DATE-YYYY * 12
                   + TH-DATE-MM - 1
               IF ISSUE-MONTH-NO NOT < FIRST-MONTH-NO
                   AND ISSUE-MONTH-NO NOT > LAST-MONTH-NO
                   MOVE TH-PART-NO TO HS-PART-NO
                   COMPUTE HS-MONTH-SLOT = ISSUE-MONTH-NO
                       - FIRST-MONTH-NO + 1
                   COMPUTE HS-QUANTITY = ZERO - TH-QUANT
                   RELEASE HISTORY-SORT-RECORD
                   ADD 1 TO ISSUES-SELECTED-COUNT
               END-IF
           END-IF.

      * sort output: the sorted issues run alongside the balance
      * master, both in part order - each balance record collects
      * its part's issues into the month table, and a part with
      * none is analysed all the same, as unused
       SUMMARISE-PART-USAGE.
           OPEN INPUT PART-BALANCE-MASTER.
           IF WS-FS-PART-BALANCE NOT = '00'
               AND WS-FS-PART-BALANCE NOT = '05'
               AND WS-FS-PART-BALANCE NOT = '35'
               MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO BALANCE-EOF
           END-IF.
           OPEN OUTPUT USAGE-WORK-FILE.
           IF WS-FS-USAGE-WORK NOT = '00'
               MOVE 'USAGE-WORK' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-USAGE-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM RETURN-NEXT-ISSUE.
           PERFORM UNTIL BALANCE-EOF = 'Y'
               READ PART-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO BALANCE-EOF
                   NOT AT END
                       PERFORM COLLECT-ONE-PART
               END-READ
           END-PERFORM.
      * whatever is left sorts after the last part on the master
           PERFORM UNTIL SORT-EOF = 'Y'
               ADD 1 TO UNMATCHED-ISSUE-COUNT
               PERFORM RETURN-NEXT-ISSUE
           END-PERFORM.
           CLOSE PART-BALANCE-MASTER.
           CLOSE USAGE-WORK-FILE.

       RETURN-NEXT-ISSUE.
           RETURN HISTORY-SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF
           END-RETURN.

       COLLECT-ONE-PART.
           ADD 1 TO PARTS-ANALYSED-COUNT.
           INITIALIZE PART-USAGE-WORK.
           PERFORM UNTIL SORT-EOF = 'Y'
                   OR HS-PART-NO NOT < PB-PART-NO
               ADD 1 TO UNMATCHED-ISSUE-COUNT
               PERFORM RETURN-NEXT-ISSUE
           END-PERFORM.
           PERFORM UNTIL SORT-EOF = 'Y'
                   OR HS-PART-NO NOT = PB-PART-NO
               ADD HS-QUANTITY TO MONTH-USAGE(HS-MONTH-SLOT)
               PERFORM RETURN-NEXT-ISSUE
           END-PERFORM.
           PERFORM WORK-OUT-ONE-PART.

      * the part's total, peak month, average month and movement
      * value, and the lead time its minimum has to cover
       WORK-OUT-ONE-PART.
           MOVE ZERO TO UW-TOTAL-USAGE.
           MOVE ZERO TO UW-PEAK-USAGE.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > MONTHS-OF-HISTORY
               ADD MONTH-USAGE(MONTH-IDX) TO UW-TOTAL-USAGE
               IF MONTH-USAGE(MONTH-IDX) > UW-PEAK-USAGE
                   MOVE MONTH-USAGE(MONTH-IDX) TO UW-PEAK-USAGE
               END-IF
           END-PERFORM.
           COMPUTE UW-AVERAGE-USAGE ROUNDED =
               UW-TOTAL-USAGE / MONTHS-OF-HISTORY.
           COMPUTE UW-MOVEMENT-VALUE ROUNDED =
               UW-TOTAL-USAGE * PB-UNIT-COST.
           ADD UW-MOVEMENT-VALUE TO TOTAL-MOVEMENT-VALUE.
           MOVE PB-PART-NO TO UW-PART-NO.
           IF PB-LEAD-TIME-DAYS = ZERO
               MOVE DEFAULT-LEAD-DAYS TO UW-LEAD-TIME-DAYS
               MOVE 'D' TO UW-LEAD-TIME-SW
           ELSE
               MOVE PB-LEAD-TIME-DAYS TO UW-LEAD-TIME-DAYS
               MOVE SPACE TO UW-LEAD-TIME-SW
           END-IF.
           MOVE PB-MIN-LEVEL TO UW-CUR-MIN.
           MOVE PB-REORDER-QTY TO UW-CUR-REORDER.
           WRITE USAGE-WORK-RECORD.
           IF WS-FS-USAGE-WORK NOT = '00'
               MOVE 'USAGE-WORK' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-USAGE-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * sort output: the parts, highest movement value first
       CLASSIFY-AND-PROPOSE.
           MOVE 'N' TO SORT-EOF.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN VALUE-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       PERFORM CLASSIFY-ONE-PART
                       PERFORM PROPOSE-ONE-PART
               END-RETURN
           END-PERFORM.

      * a part is classed on the share of the whole movement value
      * ranked above it - so the biggest mover is always an A, and
      * a part that moved nothing is always a C
       CLASSIFY-ONE-PART.
           IF TOTAL-MOVEMENT-VALUE = ZERO
               OR VS-MOVEMENT-VALUE = ZERO
               MOVE 'C' TO PART-CLASS
           ELSE
               COMPUTE RANKED-PERCENT =
                   RANKED-VALUE * 100 / TOTAL-MOVEMENT-VALUE
               EVALUATE TRUE
                   WHEN RANKED-PERCENT < CLASS-A-PERCENT
                       MOVE 'A' TO PART-CLASS
                   WHEN RANKED-PERCENT < CLASS-B-PERCENT
                       MOVE 'B' TO PART-CLASS
                   WHEN OTHER
                       MOVE 'C' TO PART-CLASS
               END-EVALUATE
           END-IF.
           ADD VS-MOVEMENT-VALUE TO RANKED-VALUE.
           EVALUATE PART-CLASS
               WHEN 'A'
                   MOVE 1 TO CLASS-IDX
               WHEN 'B'
                   MOVE 2 TO CLASS-IDX
               WHEN OTHER
                   MOVE 3 TO CLASS-IDX
           END-EVALUATE.
           ADD 1 TO CL-PART-COUNT(CLASS-IDX).
           ADD VS-MOVEMENT-VALUE TO CL-VALUE(CLASS-IDX).
           MOVE CLASS-IDX TO COVER-MONTHS.

      * the minimum covers the lead time at the peak month's rate,
      * rounded up; the reorder quantity covers COVER-MONTHS of
      * average usage, rounded up - an A part is bought little and
      * often, a C part in bulk. a part nothing took in the whole
      * window goes to zero on both, which takes it off the reorder
      * check
       PROPOSE-ONE-PART.
           IF VS-TOTAL-USAGE = ZERO
               MOVE ZERO TO NEW-MIN-LEVEL
               MOVE ZERO TO NEW-REORDER-QTY
           ELSE
               COMPUTE NEW-MIN-LEVEL =
                   (VS-PEAK-USAGE * VS-LEAD-TIME-DAYS + 29) / 30
               COMPUTE NEW-REORDER-QTY =
                   (VS-TOTAL-USAGE * COVER-MONTHS
                       + MONTHS-OF-HISTORY - 1) / MONTHS-OF-HISTORY
           END-IF.
           IF VS-LEAD-TIME-DEFAULTED
               ADD 1 TO LEAD-DEFAULTED-COUNT
           END-IF.
           MOVE SPACES TO UAR-D-FLAG.
           IF NEW-MIN-LEVEL NOT = VS-CUR-MIN
               OR NEW-REORDER-QTY NOT = VS-CUR-REORDER
               IF VS-TOTAL-USAGE = ZERO
                   MOVE 'DEAD LINE' TO UAR-D-FLAG
                   ADD 1 TO DEAD-LINE-COUNT
               ELSE
                   MOVE 'CHANGE' TO UAR-D-FLAG
               END-IF
               PERFORM WRITE-PROPOSAL
           END-IF.
           MOVE VS-PART-NO TO UAR-D-PART-NO.
           PERFORM LOOKUP-PART-DESC.
           MOVE PART-CLASS TO UAR-D-CLASS.
           MOVE VS-AVERAGE-USAGE TO UAR-D-AVERAGE.
           MOVE VS-PEAK-USAGE TO UAR-D-PEAK.
           MOVE VS-MOVEMENT-VALUE TO UAR-D-VALUE.
           MOVE VS-LEAD-TIME-DAYS TO UAR-D-LEAD.
           MOVE VS-CUR-MIN TO UAR-D-CUR-MIN.
           MOVE VS-CUR-REORDER TO UAR-D-CUR-REORDER.
           MOVE NEW-MIN-LEVEL TO UAR-D-NEW-MIN.
           MOVE NEW-REORDER-QTY TO UAR-D-NEW-REORDER.
           MOVE SPACES TO WS-USAGE-LINE.
           MOVE UAR-DETAIL-LINE TO WS-USAGE-LINE.
           PERFORM WRITE-USAGE-LINE.

       WRITE-PROPOSAL.
           MOVE VS-PART-NO TO UP-PART-NO.
           MOVE PART-CLASS TO UP-CLASS.
           MOVE VS-CUR-MIN TO UP-CUR-MIN.
           MOVE VS-CUR-REORDER TO UP-CUR-REORDER.
           MOVE NEW-MIN-LEVEL TO UP-NEW-MIN.
           MOVE NEW-REORDER-QTY TO UP-NEW-REORDER.
           MOVE ANALYSIS-DATE TO UP-RUN-DATE.
           MOVE THIS-RUN-ID TO UP-RUN-ID.
           WRITE USAGE-PROPOSAL-RECORD.
           IF WS-FS-PROPOSAL-FILE NOT = '00'
               MOVE 'PROPOSAL-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-PROPOSAL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           ADD 1 TO PROPOSALS-WRITTEN-COUNT.

       LOOKUP-PART-DESC.
           MOVE SPACES TO UAR-D-DESC.
           IF PART-MASTER-IS-OPEN
               MOVE VS-PART-NO TO PM-PART-NO
               READ PART-MASTER
                   INVALID KEY
                       MOVE 'NOT ON PART MASTER' TO UAR-D-DESC
                   NOT INVALID KEY
                       MOVE PM-PART-DESC TO UAR-D-DESC
               END-READ
           END-IF.

      * the foot: each class's parts, value and share of the whole,
      * then the counts the buyer works the proposals from
       PRINT-REPORT-TOTALS.
           IF PARTS-ANALYSED-COUNT = ZERO
               MOVE SPACES TO WS-USAGE-LINE
               MOVE 'NO PARTS ON THE BALANCE MASTER' TO WS-USAGE-LINE
               PERFORM WRITE-USAGE-LINE
           END-IF.
           MOVE SPACES TO WS-USAGE-LINE.
           PERFORM WRITE-USAGE-LINE.
           MOVE UAR-CLASS-HEAD TO WS-USAGE-LINE.
           PERFORM WRITE-USAGE-LINE.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-COUNT
               MOVE CLASS-NAMES(CLASS-IDX:1) TO UAR-C-CLASS
               MOVE CL-PART-COUNT(CLASS-IDX) TO UAR-C-PARTS
               MOVE CL-VALUE(CLASS-IDX) TO UAR-C-VALUE
               IF TOTAL-MOVEMENT-VALUE = ZERO
                   MOVE ZERO TO UAR-C-SHARE
               ELSE
                   COMPUTE UAR-C-SHARE ROUNDED =
                       CL-VALUE(CLASS-IDX) * 100
                       / TOTAL-MOVEMENT-VALUE
               END-IF
               MOVE SPACES TO WS-USAGE-LINE
               MOVE UAR-CLASS-LINE TO WS-USAGE-LINE
               PERFORM WRITE-USAGE-LINE
           END-PERFORM.
           MOVE SPACES TO WS-USAGE-LINE.
           PERFORM WRITE-USAGE-LINE.
           MOVE PARTS-ANALYSED-COUNT TO UAR-T-PARTS.
           MOVE PROPOSALS-WRITTEN-COUNT TO UAR-T-PROPOSALS.
           MOVE DEAD-LINE-COUNT TO UAR-T-DEAD.
           MOVE LEAD-DEFAULTED-COUNT TO UAR-T-DEFAULTED.
           MOVE UAR-TOTAL-LINE TO WS-USAGE-LINE.
           PERFORM WRITE-USAGE-LINE.
           IF UNMATCHED-ISSUE-COUNT > ZERO
               MOVE UNMATCHED-ISSUE-COUNT TO UAR-U-COUNT
               MOVE SPACES TO WS-USAGE-LINE
               MOVE UAR-UNMATCHED-LINE TO WS-USAGE-LINE
               PERFORM WRITE-USAGE-LINE
           END-IF.

       WRITE-USAGE-LINE.
           MOVE WS-USAGE-LINE TO USAGE-REPORT-OUT.
           WRITE USAGE-REPORT-OUT.
           IF WS-FS-USAGE-REPORT NOT = '00'
               MOVE 'USAGE-REPORT' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-USAGE-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM UsageAnalysis.
