      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: period-end sales commission, which used to be worked
      *          out by hand from arstmt.rpt and the cash postings.
      *          Only does its work when runflag.dat carries the
      *          period-end flag - any other night it says so and ends
      *          cleanly, the way ArStatement does. The period is the
      *          calendar month of RF-RUN-DATE. A rep earns on an
      *          invoice in the period its open item is paid off: the
      *          activity journal (artran.dat, see ARTRAN.cpy) is
      *          replayed item by item, and an invoice that CashApply
      *          took at least one payment ('P') on and that came to a
      *          nil balance inside the period earns commission on its
      *          invhist.dat lines - each line net of tax, in home
      *          currency at the rate in force on the invoice's date
      *          (as SalesAnalysis counts it), at the rep's percent
      *          for the part's group off commrate.dat (see RateMaint)
      *          in force on the invoice date, or the rep's catch-all
      *          (blank group) percent where the group has none of its
      *          own. The rep is the account's CM-REP-CODE; a house
      *          account earns nobody anything. Claw-backs: every
      *          credit-note line against an invoice that earns this
      *          period, or that earned in an earlier one and is
      *          credited inside this one, takes back the commission
      *          on what it credits; and an invoice that earns this
      *          period with part of it written off (a negative 'J'
      *          adjustment or a 'W' bad-debt write-off on its item)
      *          gives back the written-off share. One statement per
      *          rep on commstmt.rpt, every earning and claw-back line
      *          with the rep's totals, and
      *          the payroll extract (commpay.dat, see COMMPAY.cpy)
      *          carrying each rep's figures. Both are rebuilt whole
      *          from the history every run, so a rerun of the period
      *          replaces them rather than paying twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CommCalc.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT OPTIONAL AR-ACTIVITY-FILE ASSIGN TO 'artran.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AR-ACTIVITY.

           SELECT OPTIONAL INVOICE-HISTORY-FILE ASSIGN TO 'invhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-HISTORY.

      * the rates RateMaint keeps - OPTIONAL, so a site with no reps
      * set up yet gets statements showing every line unrated
           SELECT OPTIONAL COMM-RATE-FILE ASSIGN TO 'commrate.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COMM-RATE-FILE.

           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

      * the part group for each line - a part not on the master
      * just takes the rep's catch-all rate
           SELECT PART-MASTER ASSIGN TO 'partmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NO
           FILE STATUS IS WS-FS-PART-MASTER.

           SELECT STATEMENT-FILE ASSIGN TO 'commstmt.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STATEMENT-FILE.

           SELECT PAYROLL-FILE ASSIGN TO 'commpay.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYROLL-FILE.

      * the earning and claw-back lines come off the history in file
      * order - the statements break on rep, so they go through a
      * sort first, the way ArStatement orders the journal
           SELECT SORT-WORK-FILE ASSIGN TO 'ccsort.tmp'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD AR-ACTIVITY-FILE.

       COPY ARTRAN.

       FD INVOICE-HISTORY-FILE.

       COPY INVHIST.

      * the same layout RateMaint maintains - a blank group is the
      * rep's rate for every group without one of its own
       FD COMM-RATE-FILE.
       01 COMM-RATE-RECORD.
           03 CR-REP-CODE PIC X(4).
           03 CR-PART-GROUP PIC X(4).
           03 CR-EFF-FROM PIC 9(8).
           03 CR-EFF-TO PIC 9(8).
           03 CR-RATE-PERCENT PIC 9(2)V99.

       FD CUST-MASTER.

       COPY CUSTMAST.

       FD PART-MASTER.

       COPY PARTMAST.

       FD STATEMENT-FILE.
       01 STATEMENT-OUT PIC X(80).

       FD PAYROLL-FILE.

       COPY COMMPAY.

      * one earning or claw-back line for a rep. SRT-KIND orders
      * each rep's statement: 1 earned, 2 credit-note claw-back,
      * 3 write-off claw-back
       SD SORT-WORK-FILE.
       01 SORT-EVENT-RECORD.
           03 SRT-REP-CODE PIC X(4).
           03 SRT-KIND PIC 9.
           03 SRT-ITEM-NUMBER PIC 9(6).
           03 SRT-REF-NUMBER PIC 9(6).
           03 SRT-CUST-NUMBER PIC 9(6).
           03 SRT-EVENT-DATE PIC 9(8).
           03 SRT-SALES-VALUE PIC S9(9)V99.
           03 SRT-COMMISSION PIC S9(7)V99.
           03 SRT-UNRATED-LINES PIC 9(3).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-AR-ACTIVITY PIC XX VALUE '00'.
       01 WS-FS-INVOICE-HISTORY PIC XX VALUE '00'.
       01 WS-FS-COMM-RATE-FILE PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-STATEMENT-FILE PIC XX VALUE '00'.
       01 WS-FS-PAYROLL-FILE PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'CommCalc'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'CommCalc'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'CommCalc'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'commpay.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * whether tonight is a period-end, the chain's run id, and the
      * period window - the calendar month of the run date
       01 PERIOD-CONTROLS.
           03 PERIOD-END-SW PIC X VALUE 'N'.
               88 TONIGHT-IS-PERIOD-END VALUE 'Y'.
           03 PERIOD-END-DATE PIC 9(8) VALUE ZERO.
           03 PERIOD-START-DATE PIC 9(8) VALUE ZERO.
           03 THIS-RUN-ID PIC X(11) VALUE SPACES.

       01 FILE-EOF-SWITCHES.
           03 ACTIVITY-EOF PIC X VALUE 'N'.
           03 HISTORY-EOF PIC X VALUE 'N'.
           03 RATE-FILE-EOF PIC X VALUE 'N'.
           03 SORT-RETURN-EOF PIC X VALUE 'N'.

       01 RUN-COUNTS.
           03 ACTIVITY-READ-COUNT PIC 9(7) VALUE ZERO.
           03 HISTORY-READ-COUNT PIC 9(7) VALUE ZERO.
           03 EARNING-INVOICE-COUNT PIC 9(5) VALUE ZERO.
           03 CLAWBACK-LINE-COUNT PIC 9(5) VALUE ZERO.
           03 HOUSE-INVOICE-COUNT PIC 9(5) VALUE ZERO.
           03 NOT-ON-MASTER-COUNT PIC 9(5) VALUE ZERO.
           03 UNRATED-LINE-COUNT PIC 9(5) VALUE ZERO.
           03 NO-HISTORY-COUNT PIC 9(5) VALUE ZERO.
           03 ORPHAN-LINE-COUNT PIC 9(5) VALUE ZERO.
           03 STATEMENT-COUNT PIC 9(5) VALUE ZERO.

      * commrate.dat held in storage for the rating of every line
       77 MAX-RATE-ENTRIES PIC 9(3) VALUE 500.
       01 RATE-TABLE-CONTROLS.
           03 RATE-COUNT PIC 9(3) VALUE ZERO.
           03 RATE-IDX PIC 9(3) VALUE ZERO.
           03 RATE-OVERFLOW-SW PIC X VALUE 'N'.
               88 RATE-OVERFLOWED VALUE 'Y'.
       01 RATE-TABLE.
           03 RATE-ENTRY OCCURS 500 TIMES.
               05 RT-REP-CODE PIC X(4).
               05 RT-PART-GROUP PIC X(4).
               05 RT-EFF-FROM PIC 9(8).
               05 RT-EFF-TO PIC 9(8).
               05 RT-RATE-PERCENT PIC 9(2)V99.

      * one slot per invoice on the journal, replayed to the period
      * end: what it was invoiced at, what is still owed, whether a
      * payment ever applied, how much was written off, and the date
      * it came to nil (zero while it is still open). CI-STANDING
      * says whether it earns this period ('E') or earned in an
      * earlier one ('B') - only those two carry a rep
       77 MAX-COMM-ITEMS PIC 9(5) VALUE 10000.
       01 ITEM-TABLE-CONTROLS.
           03 ITEM-COUNT PIC 9(5) VALUE ZERO.
           03 ITEM-IDX PIC 9(5) VALUE ZERO.
           03 FOUND-ITEM-IDX PIC 9(5) VALUE ZERO.
           03 LOOKUP-ITEM-NUMBER PIC 9(6) VALUE ZERO.
           03 ITEM-FOUND-SW PIC X VALUE 'N'.
               88 ITEM-WAS-FOUND VALUE 'Y'.
           03 ITEM-OVERFLOW-SW PIC X VALUE 'N'.
               88 ITEM-OVERFLOWED VALUE 'Y'.
       01 ITEM-TABLE.
           03 ITEM-ENTRY OCCURS 10000 TIMES.
               05 CI-ITEM-NUMBER PIC 9(6).
               05 CI-CUST-NUMBER PIC 9(6).
               05 CI-INV-DATE PIC 9(8).
               05 CI-GROSS PIC S9(7)V99.
               05 CI-BALANCE PIC S9(7)V99.
               05 CI-WRITTEN-OFF PIC S9(7)V99.
               05 CI-PAID-SW PIC X.
                   88 CI-WAS-PAID VALUE 'Y'.
               05 CI-CLOSED-DATE PIC 9(8).
               05 CI-STANDING PIC X.
                   88 CI-EARNS-NOW VALUE 'E'.
                   88 CI-EARNED-BEFORE VALUE 'B'.
               05 CI-REP-CODE PIC X(4).
               05 CI-HISTORY-SW PIC X.
                   88 CI-ON-HISTORY VALUE 'Y'.
               05 CI-SALES-VALUE PIC S9(9)V99.
               05 CI-COMMISSION PIC S9(7)V99.

      * one document's lines, held until its totals record arrives
      * with the date and currency they need - the 'H' or 'N'
      * record follows its lines on the file, as in SalesAnalysis
       77 MAX-DOC-LINES PIC 9(3) VALUE 999.
       01 DOCUMENT-BUFFER.
           03 DOC-INV-NUMBER PIC 9(6) VALUE ZERO.
           03 DOC-LINE-COUNT PIC 9(3) VALUE ZERO.
           03 DOC-LINE-IDX PIC 9(3) VALUE ZERO.
           03 DOC-OVERFLOW-SW PIC X VALUE 'N'.
               88 DOC-OVERFLOWED VALUE 'Y'.
           03 DOC-LINE-ENTRY OCCURS 999 TIMES.
               05 DL-PART-NO PIC 9(8).
               05 DL-AMOUNT PIC 9(5)V99.
               05 DL-CREDITED-INV PIC 9(6).
       01 DOCUMENT-RATE PIC 9(3)V9(6) VALUE 1.

      * the home-currency rate for a foreign-currency document -
      * the CurrencyCalc rate in force on its date, bridged through
      * the same work-area shape SalesAnalysis uses
       77 HOME-CURRENCY PIC X(3) VALUE 'GBP'.
       01 CURRENCY-CALC-WORK.
           03 CURR-AMOUNT-1 PIC S9(7)V99 VALUE ZERO.
           03 CURR-AMOUNT-2 PIC S9(7)V99 VALUE ZERO.
           03 CURR-RESULT PIC S9(7)V99 VALUE ZERO.
           03 CURR-RETURN-CODE PIC 9(2) VALUE ZERO.
           03 CONVERT-PAIR.
               05 CONVERT-FROM-CCY PIC X(3).
               05 CONVERT-TO-CCY PIC X(3).
           03 CONVERT-RATE-DATE PIC 9(8) VALUE ZERO.
           03 CONVERT-RATE-APPLIED PIC 9(3)V9(6) VALUE ZERO.
           03 RATE-MISSING-WARNED-SW PIC X VALUE 'N'.
               88 RATE-MISSING-WARNED VALUE 'Y'.

      * the rate lookup - rep, part group and the date the rate must
      * be in force on, and what was found
       01 RATE-LOOKUP-WORK.
           03 LOOKUP-REP-CODE PIC X(4) VALUE SPACES.
           03 LOOKUP-PART-GROUP PIC X(4) VALUE SPACES.
           03 LOOKUP-DATE PIC 9(8) VALUE ZERO.
           03 FOUND-RATE-PERCENT PIC 9(2)V99 VALUE ZERO.
           03 RATE-FOUND-SW PIC X VALUE 'N'.
               88 RATE-WAS-FOUND VALUE 'Y'.

      * the line and the earning or claw-back being built from it
       01 EVENT-WORK.
           03 LINE-HOME-VALUE PIC S9(9)V99 VALUE ZERO.
           03 LINE-COMMISSION PIC S9(7)V99 VALUE ZERO.
           03 EVENT-SALES-VALUE PIC S9(9)V99 VALUE ZERO.
           03 EVENT-COMMISSION PIC S9(7)V99 VALUE ZERO.
           03 EVENT-UNRATED-LINES PIC 9(3) VALUE ZERO.

      * control-break tracking for the rep grouping - the same shape
      * ArStatement's customer break has
       01 PREV-REP-CODE PIC X(4) VALUE SPACES.
       01 FIRST-STATEMENT-SW PIC X VALUE 'Y'.
           88 FIRST-STATEMENT VALUE 'Y'.

      * per-rep and whole-run totals
       01 REP-TOTALS.
           03 REP-EARNED PIC S9(7)V99 VALUE ZERO.
           03 REP-CLAWBACK PIC S9(7)V99 VALUE ZERO.
           03 REP-NET PIC S9(7)V99 VALUE ZERO.
       01 RUN-TOTALS.
           03 RUN-REP-COUNT PIC 9(5) VALUE ZERO.
           03 RUN-EARNED PIC S9(9)V99 VALUE ZERO.
           03 RUN-CLAWBACK PIC S9(9)V99 VALUE ZERO.
           03 RUN-NET PIC S9(9)V99 VALUE ZERO.

      * page-break controls per statement - a long statement rolls
      * onto a continuation page, a new rep starts fresh
       77 STMT-LINES-PER-PAGE PIC 9(3) VALUE 040.
       01 PAGE-CONTROLS.
           03 LINE-COUNT-ON-PAGE PIC 9(3) VALUE ZERO.
           03 PAGE-NUMBER PIC 999 VALUE ZERO.

      * print lines for the statements
       01 CST-TITLE-LINE.
           03 FILLER PIC X(31) VALUE
               'COMMISSION STATEMENT -  REP:  '.
           03 CST-T-REP-CODE PIC X(4).
           03 FILLER PIC X(9) VALUE '   PAGE: '.
           03 CST-T-PAGE-NO PIC ZZ9.
       01 CST-PERIOD-LINE.
           03 FILLER PIC X(11) VALUE 'PERIOD     '.
           03 CST-P-FROM PIC 9(8).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 CST-P-TO PIC 9(8).
       01 CST-COL-HEAD PIC X(80) VALUE
           'TYPE      INVOICE CUSTOMER DATE       SALES VALUE  COMMISSIO
      -    'N  NOTE'.
       01 CST-DETAIL-LINE.
           03 CST-D-TYPE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CST-D-ITEM PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CST-D-CUST PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 CST-D-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 CST-D-SALES PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CST-D-COMMISSION PIC -(7)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CST-D-NOTE PIC X(16).
       01 CST-NOTE-WORK.
           03 CST-N-LABEL PIC X(8).
           03 CST-N-NUMBER PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
       01 CST-UNRATED-NOTE.
           03 FILLER PIC X(8) VALUE 'NO RATE '.
           03 CST-U-COUNT PIC ZZ9.
           03 FILLER PIC X(5) VALUE ' LINE'.
       01 CST-TOTAL-LINE.
           03 CST-L-LABEL PIC X(30).
           03 FILLER PIC X(17) VALUE SPACES.
           03 CST-L-AMOUNT PIC -(9)9.99.
       01 CST-COUNT-LINE.
           03 CST-C-LABEL PIC X(40).
           03 CST-C-COUNT PIC ZZZZ9.
       01 WS-STMT-LINE PIC X(80).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           IF NOT TONIGHT-IS-PERIOD-END
               DISPLAY "CommCalc - not a period-end run, "
                   "no commission worked out"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WORK-OUT-PERIOD-WINDOW.

           PERFORM LOAD-COMMISSION-RATES.
           PERFORM LOAD-INVOICE-ACTIVITY.

      * a rate table or a journal past the ceiling would pay some
      * reps short - refuse the whole run instead, nothing printed,
      * nothing handed to payroll
           IF RATE-OVERFLOWED
               DISPLAY "*** commrate.dat carries more than "
                   MAX-RATE-ENTRIES " rates - no commission ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ITEM-OVERFLOWED
               DISPLAY "*** artran.dat carries more than "
                   MAX-COMM-ITEMS " invoices - no commission ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-COMMISSION-FILES.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
               PERFORM SETTLE-ONE-ITEM
           END-PERFORM.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-REP-CODE
               ON ASCENDING KEY SRT-KIND
               ON ASCENDING KEY SRT-ITEM-NUMBER
               ON ASCENDING KEY SRT-REF-NUMBER
               INPUT PROCEDURE IS GATHER-COMMISSION-EVENTS
               OUTPUT PROCEDURE IS PRINT-SORTED-EVENTS.

           IF NOT FIRST-STATEMENT
               PERFORM FINISH-REP-STATEMENT
           END-IF.
           PERFORM PRINT-RUN-TOTALS.
           PERFORM WRITE-PAYROLL-TRAILER.

           CLOSE CUST-MASTER.
           CLOSE PART-MASTER.
           CLOSE STATEMENT-FILE.
           CLOSE PAYROLL-FILE.
           PERFORM WRITE-HAND-OFF-MANIFEST.

           DISPLAY "Invoices earning commission: "
               EARNING-INVOICE-COUNT
               "  Claw-back lines: " CLAWBACK-LINE-COUNT.
           DISPLAY "Rep statements printed: " STATEMENT-COUNT.
           IF UNRATED-LINE-COUNT > ZERO
               DISPLAY "*** " UNRATED-LINE-COUNT " invoice lines "
                   "have no commission rate - paid at zero ***"
           END-IF.
           IF NO-HISTORY-COUNT > ZERO
               DISPLAY "*** " NO-HISTORY-COUNT " paid invoices "
                   "are not on invhist.dat - paid at zero ***"
           END-IF.
           IF DOC-OVERFLOWED
               DISPLAY "*** a document on invhist.dat has more than "
                   MAX-DOC-LINES " lines - the excess not rated ***"
           END-IF.

           COMPUTE RSUM-RECORDS-READ =
               ACTIVITY-READ-COUNT + HISTORY-READ-COUNT.
           COMPUTE RSUM-RECORDS-REJECTED =
               UNRATED-LINE-COUNT + NO-HISTORY-COUNT
               + NOT-ON-MASTER-COUNT.
           IF RSUM-RECORDS-REJECTED > ZERO OR DOC-OVERFLOWED
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

      * the chain's business date and period-end flag - see
      * RUNFLAG.cpy. the flag is honoured whether the chain is still
      * active or already retired it, so a morning rerun of the
      * commission alone still produces it
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RF-RUN-DATE TO PERIOD-END-DATE
                   IF RF-IS-PERIOD-END
                       MOVE 'Y' TO PERIOD-END-SW
                   END-IF
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * the period is the run date's own calendar month - the first
      * of the month through the run date itself, as ArStatement's
       WORK-OUT-PERIOD-WINDOW.
           MOVE PERIOD-END-DATE TO PERIOD-START-DATE.
           MOVE 01 TO PERIOD-START-DATE(7:2).

       LOAD-COMMISSION-RATES.
           OPEN INPUT COMM-RATE-FILE.
           IF WS-FS-COMM-RATE-FILE NOT = '00'
               AND WS-FS-COMM-RATE-FILE NOT = '05'
               MOVE 'COMM-RATE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-COMM-RATE-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO RATE-FILE-EOF
           END-IF.
           PERFORM UNTIL RATE-FILE-EOF = 'Y'
               READ COMM-RATE-FILE
                   AT END
                       MOVE 'Y' TO RATE-FILE-EOF
                   NOT AT END
                       IF RATE-COUNT < MAX-RATE-ENTRIES
                           ADD 1 TO RATE-COUNT
                           MOVE CR-REP-CODE TO RT-REP-CODE(RATE-COUNT)
                           MOVE CR-PART-GROUP TO
                               RT-PART-GROUP(RATE-COUNT)
                           MOVE CR-EFF-FROM TO RT-EFF-FROM(RATE-COUNT)
                           MOVE CR-EFF-TO TO RT-EFF-TO(RATE-COUNT)
                           MOVE CR-RATE-PERCENT TO
                               RT-RATE-PERCENT(RATE-COUNT)
                       ELSE
                           MOVE 'Y' TO RATE-OVERFLOW-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMM-RATE-FILE.

      * the whole journal replayed in posting order, up to the run
      * date - activity dated after it (which a clean system never
      * has) stays out, as it does from the statements
       LOAD-INVOICE-ACTIVITY.
           OPEN INPUT AR-ACTIVITY-FILE.
           IF WS-FS-AR-ACTIVITY NOT = '00'
               AND WS-FS-AR-ACTIVITY NOT = '05'
               MOVE 'AR-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AR-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO ACTIVITY-EOF
           END-IF.
           PERFORM UNTIL ACTIVITY-EOF = 'Y'
               READ AR-ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO ACTIVITY-EOF
                   NOT AT END
                       ADD 1 TO ACTIVITY-READ-COUNT
                       IF AT-ACT-DATE NOT > PERIOD-END-DATE
                           PERFORM TAKE-ONE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AR-ACTIVITY-FILE.

      * an 'I' record opens an invoice's slot; anything else against
      * an invoice moves it on. activity on a credit note's or an
      * interest charge's own item has no invoice slot and is passed
      * over - a credit reaches commission through its invhist lines
       TAKE-ONE-ACTIVITY.
           IF AT-IS-INVOICE
               IF ITEM-COUNT < MAX-COMM-ITEMS
                   ADD 1 TO ITEM-COUNT
                   INITIALIZE ITEM-ENTRY(ITEM-COUNT)
                   MOVE AT-ITEM-NUMBER TO CI-ITEM-NUMBER(ITEM-COUNT)
                   MOVE AT-CUST-NUMBER TO CI-CUST-NUMBER(ITEM-COUNT)
                   MOVE AT-ACT-DATE TO CI-INV-DATE(ITEM-COUNT)
                   MOVE AT-AMOUNT TO CI-GROSS(ITEM-COUNT)
                   MOVE AT-AMOUNT TO CI-BALANCE(ITEM-COUNT)
                   MOVE 'N' TO CI-PAID-SW(ITEM-COUNT)
                   MOVE 'N' TO CI-HISTORY-SW(ITEM-COUNT)
               ELSE
                   MOVE 'Y' TO ITEM-OVERFLOW-SW
               END-IF
           ELSE
               MOVE AT-ITEM-NUMBER TO LOOKUP-ITEM-NUMBER
               PERFORM FIND-COMM-ITEM
               IF ITEM-WAS-FOUND
                   PERFORM APPLY-ITEM-ACTIVITY
               END-IF
           END-IF.

      * the balance moves with every record; the item is closed on
      * the date its balance first came to nil, and reopened (date
      * back to zero) only by something that leaves it owed again -
      * a credit note against a paid invoice takes it below nil and
      * is clawed back, it does not undo the earning
       APPLY-ITEM-ACTIVITY.
           ADD AT-AMOUNT TO CI-BALANCE(FOUND-ITEM-IDX).
           IF AT-IS-PAYMENT
               MOVE 'Y' TO CI-PAID-SW(FOUND-ITEM-IDX)
           END-IF.
           IF AT-IS-ADJUSTMENT AND AT-AMOUNT < ZERO
               SUBTRACT AT-AMOUNT FROM CI-WRITTEN-OFF(FOUND-ITEM-IDX)
           END-IF.
           IF AT-IS-WRITE-OFF
               SUBTRACT AT-AMOUNT FROM CI-WRITTEN-OFF(FOUND-ITEM-IDX)
           END-IF.
           IF CI-BALANCE(FOUND-ITEM-IDX) > ZERO
               MOVE ZERO TO CI-CLOSED-DATE(FOUND-ITEM-IDX)
           ELSE
               IF CI-CLOSED-DATE(FOUND-ITEM-IDX) = ZERO
                   MOVE AT-ACT-DATE TO CI-CLOSED-DATE(FOUND-ITEM-IDX)
               END-IF
           END-IF.

       FIND-COMM-ITEM.
           MOVE 'N' TO ITEM-FOUND-SW.
           MOVE ZERO TO FOUND-ITEM-IDX.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
                   OR ITEM-WAS-FOUND
               IF CI-ITEM-NUMBER(ITEM-IDX) = LOOKUP-ITEM-NUMBER
                   MOVE 'Y' TO ITEM-FOUND-SW
                   MOVE ITEM-IDX TO FOUND-ITEM-IDX
               END-IF
           END-PERFORM.

       OPEN-COMMISSION-FILES.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT PART-MASTER.
           IF WS-FS-PART-MASTER NOT = '00'
               MOVE 'PART-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF WS-FS-STATEMENT-FILE NOT = '00'
               MOVE 'STATEMENT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-STATEMENT-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT PAYROLL-FILE.
           IF WS-FS-PAYROLL-FILE NOT = '00'
               MOVE 'PAYROLL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PAYROLL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * a paid invoice that came to nil by the period end earns - in
      * this period if it closed inside it, in an earlier one if
      * before. the rep is the account's as it stands tonight, so a
      * claw-back lands on whoever holds the account now
       SETTLE-ONE-ITEM.
           MOVE SPACE TO CI-STANDING(ITEM-IDX).
           IF CI-WAS-PAID(ITEM-IDX)
               AND CI-CLOSED-DATE(ITEM-IDX) > ZERO
               IF CI-CLOSED-DATE(ITEM-IDX) < PERIOD-START-DATE
                   MOVE 'B' TO CI-STANDING(ITEM-IDX)
               ELSE
                   MOVE 'E' TO CI-STANDING(ITEM-IDX)
               END-IF
           END-IF.
           IF CI-STANDING(ITEM-IDX) NOT = SPACE
               MOVE CI-CUST-NUMBER(ITEM-IDX) TO CM-CUS-SUP-NO
               READ CUST-MASTER
                   INVALID KEY
                       IF CI-EARNS-NOW(ITEM-IDX)
                           ADD 1 TO NOT-ON-MASTER-COUNT
                       END-IF
                       MOVE SPACE TO CI-STANDING(ITEM-IDX)
                   NOT INVALID KEY
                       IF CM-IS-HOUSE-ACCOUNT
                           IF CI-EARNS-NOW(ITEM-IDX)
                               ADD 1 TO HOUSE-INVOICE-COUNT
                           END-IF
                           MOVE SPACE TO CI-STANDING(ITEM-IDX)
                       ELSE
                           MOVE CM-REP-CODE TO CI-REP-CODE(ITEM-IDX)
                       END-IF
               END-READ
           END-IF.

      * sort input: the invoice history read once - each invoice
      * that earns this period rated line by line, each credit note
      * clawed back line by line - then the write-off share of every
      * earning invoice that had any
       GATHER-COMMISSION-EVENTS.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF WS-FS-INVOICE-HISTORY NOT = '00'
               AND WS-FS-INVOICE-HISTORY NOT = '05'
               MOVE 'INVOICE-HISTORY' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-INVOICE-HISTORY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO HISTORY-EOF
           END-IF.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ INVOICE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       ADD 1 TO HISTORY-READ-COUNT
                       PERFORM TAKE-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE INVOICE-HISTORY-FILE.
           ADD DOC-LINE-COUNT TO ORPHAN-LINE-COUNT.
           MOVE ZERO TO DOC-LINE-COUNT.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
               IF CI-EARNS-NOW(ITEM-IDX)
                   IF NOT CI-ON-HISTORY(ITEM-IDX)
                       ADD 1 TO NO-HISTORY-COUNT
                   END-IF
                   IF CI-WRITTEN-OFF(ITEM-IDX) > ZERO
                       AND CI-GROSS(ITEM-IDX) > ZERO
                       PERFORM RELEASE-WRITE-OFF-EVENT
                   END-IF
               END-IF
           END-PERFORM.

      * a line for a different document while lines are still held
      * means the held document never got its totals
       TAKE-ONE-HISTORY-RECORD.
           EVALUATE TRUE
               WHEN IH-IS-LINE OR IH-IS-CREDIT-LINE
                   IF DOC-LINE-COUNT > ZERO
                       AND IH-INV-NUMBER NOT = DOC-INV-NUMBER
                       ADD DOC-LINE-COUNT TO ORPHAN-LINE-COUNT
                       MOVE ZERO TO DOC-LINE-COUNT
                   END-IF
                   MOVE IH-INV-NUMBER TO DOC-INV-NUMBER
                   PERFORM HOLD-ONE-LINE
               WHEN IH-IS-HEADER OR IH-IS-CREDIT-HEADER
                   IF DOC-LINE-COUNT > ZERO
                       AND IH-INV-NUMBER NOT = DOC-INV-NUMBER
                       ADD DOC-LINE-COUNT TO ORPHAN-LINE-COUNT
                       MOVE ZERO TO DOC-LINE-COUNT
                   END-IF
                   IF IH-IS-HEADER
                       PERFORM SETTLE-INVOICE-DOCUMENT
                   ELSE
                       PERFORM SETTLE-CREDIT-DOCUMENT
                   END-IF
                   MOVE ZERO TO DOC-LINE-COUNT
           END-EVALUATE.

       HOLD-ONE-LINE.
           IF DOC-LINE-COUNT < MAX-DOC-LINES
               ADD 1 TO DOC-LINE-COUNT
               MOVE IHL-PART-NO TO DL-PART-NO(DOC-LINE-COUNT)
               MOVE IHL-AMOUNT TO DL-AMOUNT(DOC-LINE-COUNT)
               IF IH-IS-CREDIT-LINE
                   MOVE IHL-CREDITED-INV TO
                       DL-CREDITED-INV(DOC-LINE-COUNT)
               ELSE
                   MOVE ZERO TO DL-CREDITED-INV(DOC-LINE-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO DOC-OVERFLOW-SW
           END-IF.

      * an invoice that earns this period - every line rated at the
      * rep's percent in force on the invoice date, and the whole
      * invoice one earning line on the rep's statement
       SETTLE-INVOICE-DOCUMENT.
           MOVE IH-INV-NUMBER TO LOOKUP-ITEM-NUMBER.
           PERFORM FIND-COMM-ITEM.
           IF ITEM-WAS-FOUND
               IF CI-EARNS-NOW(FOUND-ITEM-IDX)
                   PERFORM WORK-OUT-DOCUMENT-RATE
                   MOVE 'Y' TO CI-HISTORY-SW(FOUND-ITEM-IDX)
                   MOVE ZERO TO EVENT-SALES-VALUE
                   MOVE ZERO TO EVENT-COMMISSION
                   MOVE ZERO TO EVENT-UNRATED-LINES
                   MOVE CI-REP-CODE(FOUND-ITEM-IDX) TO LOOKUP-REP-CODE
                   MOVE CI-INV-DATE(FOUND-ITEM-IDX) TO LOOKUP-DATE
                   PERFORM VARYING DOC-LINE-IDX FROM 1 BY 1
                           UNTIL DOC-LINE-IDX > DOC-LINE-COUNT
                       PERFORM RATE-ONE-LINE
                       ADD LINE-HOME-VALUE TO EVENT-SALES-VALUE
                       ADD LINE-COMMISSION TO EVENT-COMMISSION
                   END-PERFORM
                   MOVE EVENT-SALES-VALUE TO
                       CI-SALES-VALUE(FOUND-ITEM-IDX)
                   MOVE EVENT-COMMISSION TO
                       CI-COMMISSION(FOUND-ITEM-IDX)
                   ADD 1 TO EARNING-INVOICE-COUNT
                   MOVE 1 TO SRT-KIND
                   MOVE ZERO TO SRT-REF-NUMBER
                   MOVE CI-CLOSED-DATE(FOUND-ITEM-IDX) TO
                       SRT-EVENT-DATE
                   PERFORM RELEASE-ITEM-EVENT
               END-IF
           END-IF.

      * a credit note - each line against an invoice that earns this
      * period, or that earned before and is credited inside it,
      * takes back the commission on what it credits, at the rate
      * the invoice earned at
       SETTLE-CREDIT-DOCUMENT.
           IF IHH-INV-DATE NOT > PERIOD-END-DATE
               PERFORM WORK-OUT-DOCUMENT-RATE
               PERFORM VARYING DOC-LINE-IDX FROM 1 BY 1
                       UNTIL DOC-LINE-IDX > DOC-LINE-COUNT
                   PERFORM CLAW-BACK-ONE-LINE
               END-PERFORM
           END-IF.

       CLAW-BACK-ONE-LINE.
           MOVE DL-CREDITED-INV(DOC-LINE-IDX) TO LOOKUP-ITEM-NUMBER.
           PERFORM FIND-COMM-ITEM.
           IF ITEM-WAS-FOUND
               IF CI-EARNS-NOW(FOUND-ITEM-IDX)
                   OR (CI-EARNED-BEFORE(FOUND-ITEM-IDX)
                   AND IHH-INV-DATE NOT < PERIOD-START-DATE)
                   MOVE ZERO TO EVENT-UNRATED-LINES
                   MOVE CI-REP-CODE(FOUND-ITEM-IDX) TO LOOKUP-REP-CODE
                   MOVE CI-INV-DATE(FOUND-ITEM-IDX) TO LOOKUP-DATE
                   PERFORM RATE-ONE-LINE
                   COMPUTE EVENT-SALES-VALUE =
                       ZERO - LINE-HOME-VALUE
                   COMPUTE EVENT-COMMISSION =
                       ZERO - LINE-COMMISSION
                   ADD 1 TO CLAWBACK-LINE-COUNT
                   MOVE 2 TO SRT-KIND
                   MOVE IH-INV-NUMBER TO SRT-REF-NUMBER
                   MOVE IHH-INV-DATE TO SRT-EVENT-DATE
                   PERFORM RELEASE-ITEM-EVENT
               END-IF
           END-IF.

      * the share of an earning invoice that was written off rather
      * than paid gives back the same share of its commission
       RELEASE-WRITE-OFF-EVENT.
           MOVE ITEM-IDX TO FOUND-ITEM-IDX.
           MOVE ZERO TO EVENT-UNRATED-LINES.
           COMPUTE EVENT-SALES-VALUE ROUNDED =
               ZERO - CI-SALES-VALUE(ITEM-IDX)
               * CI-WRITTEN-OFF(ITEM-IDX) / CI-GROSS(ITEM-IDX).
           COMPUTE EVENT-COMMISSION ROUNDED =
               ZERO - CI-COMMISSION(ITEM-IDX)
               * CI-WRITTEN-OFF(ITEM-IDX) / CI-GROSS(ITEM-IDX).
           ADD 1 TO CLAWBACK-LINE-COUNT.
           MOVE 3 TO SRT-KIND.
           MOVE ZERO TO SRT-REF-NUMBER.
           MOVE CI-CLOSED-DATE(ITEM-IDX) TO SRT-EVENT-DATE.
           PERFORM RELEASE-ITEM-EVENT.

      * the event in EVENT-WORK onto the sort for the item at
      * FOUND-ITEM-IDX - SRT-KIND, SRT-REF-NUMBER and SRT-EVENT-DATE
      * already set by the caller
       RELEASE-ITEM-EVENT.
           MOVE CI-REP-CODE(FOUND-ITEM-IDX) TO SRT-REP-CODE.
           MOVE CI-ITEM-NUMBER(FOUND-ITEM-IDX) TO SRT-ITEM-NUMBER.
           MOVE CI-CUST-NUMBER(FOUND-ITEM-IDX) TO SRT-CUST-NUMBER.
           MOVE EVENT-SALES-VALUE TO SRT-SALES-VALUE.
           MOVE EVENT-COMMISSION TO SRT-COMMISSION.
           MOVE EVENT-UNRATED-LINES TO SRT-UNRATED-LINES.
           RELEASE SORT-EVENT-RECORD.

      * one held line in home currency, and its commission at the
      * rep's percent for the part's group. a line with no rate in
      * force earns nothing and is counted, so the statement says so
       RATE-ONE-LINE.
           COMPUTE LINE-HOME-VALUE ROUNDED =
               DL-AMOUNT(DOC-LINE-IDX) * DOCUMENT-RATE.
           MOVE SPACES TO LOOKUP-PART-GROUP.
           IF DL-PART-NO(DOC-LINE-IDX) NOT = ZERO
               MOVE DL-PART-NO(DOC-LINE-IDX) TO PM-PART-NO
               READ PART-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-PART-GROUP TO LOOKUP-PART-GROUP
               END-READ
           END-IF.
           PERFORM FIND-COMMISSION-RATE.
           IF RATE-WAS-FOUND
               COMPUTE LINE-COMMISSION ROUNDED =
                   LINE-HOME-VALUE * FOUND-RATE-PERCENT / 100
           ELSE
               MOVE ZERO TO LINE-COMMISSION
               ADD 1 TO EVENT-UNRATED-LINES
               ADD 1 TO UNRATED-LINE-COUNT
           END-IF.

      * the rep's own rate for the group first; failing that the
      * rep's catch-all, the blank-group record
       FIND-COMMISSION-RATE.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE ZERO TO FOUND-RATE-PERCENT.
           IF LOOKUP-PART-GROUP NOT = SPACES
               PERFORM SEARCH-RATE-TABLE
           END-IF.
           IF NOT RATE-WAS-FOUND
               MOVE SPACES TO LOOKUP-PART-GROUP
               PERFORM SEARCH-RATE-TABLE
           END-IF.

       SEARCH-RATE-TABLE.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
                   OR RATE-WAS-FOUND
               IF RT-REP-CODE(RATE-IDX) = LOOKUP-REP-CODE
                   AND RT-PART-GROUP(RATE-IDX) = LOOKUP-PART-GROUP
                   AND RT-EFF-FROM(RATE-IDX) NOT > LOOKUP-DATE
                   AND RT-EFF-TO(RATE-IDX) NOT < LOOKUP-DATE
                   MOVE 'Y' TO RATE-FOUND-SW
                   MOVE RT-RATE-PERCENT(RATE-IDX) TO
                       FOUND-RATE-PERCENT
               END-IF
           END-PERFORM.

      * the home-currency rate for the document's own date - no rate
      * in force counts the document at par, visibly, as
      * SalesAnalysis does
       WORK-OUT-DOCUMENT-RATE.
           MOVE 1 TO DOCUMENT-RATE.
           IF IHH-CURRENCY NOT = HOME-CURRENCY
               AND IHH-CURRENCY NOT = SPACES
               MOVE 1 TO CURR-AMOUNT-1
               MOVE ZERO TO CURR-AMOUNT-2
               MOVE IHH-CURRENCY TO CONVERT-FROM-CCY
               MOVE HOME-CURRENCY TO CONVERT-TO-CCY
               MOVE IHH-INV-DATE TO CONVERT-RATE-DATE
               CALL "CurrencyCalc" USING CURR-AMOUNT-1 CURR-AMOUNT-2
                   'C' CURR-RESULT CURR-RETURN-CODE CONVERT-PAIR
                   CONVERT-RATE-DATE CONVERT-RATE-APPLIED
               IF CURR-RETURN-CODE = ZERO
                   MOVE CONVERT-RATE-APPLIED TO DOCUMENT-RATE
               ELSE
                   IF NOT RATE-MISSING-WARNED
                       DISPLAY "*** No " IHH-CURRENCY "/"
                           HOME-CURRENCY " rate in force - "
                           "documents counted at par ***"
                       MOVE 'Y' TO RATE-MISSING-WARNED-SW
                   END-IF
               END-IF
           END-IF.

       PRINT-SORTED-EVENTS.
           PERFORM UNTIL SORT-RETURN-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO SORT-RETURN-EOF
                   NOT AT END
                       PERFORM HANDLE-ONE-EVENT
               END-RETURN
           END-PERFORM.

      * a change of rep totals off the statement that just ended and
      * starts the next one
       HANDLE-ONE-EVENT.
           IF FIRST-STATEMENT
               MOVE 'N' TO FIRST-STATEMENT-SW
               PERFORM START-REP-STATEMENT
           ELSE
               IF SRT-REP-CODE NOT = PREV-REP-CODE
                   PERFORM FINISH-REP-STATEMENT
                   PERFORM START-REP-STATEMENT
               END-IF
           END-IF.
           IF SRT-KIND = 1
               ADD SRT-COMMISSION TO REP-EARNED
           ELSE
               ADD SRT-COMMISSION TO REP-CLAWBACK
           END-IF.
           PERFORM PRINT-EVENT-LINE.

       START-REP-STATEMENT.
           MOVE SRT-REP-CODE TO PREV-REP-CODE.
           MOVE ZERO TO REP-EARNED.
           MOVE ZERO TO REP-CLAWBACK.
           MOVE ZERO TO PAGE-NUMBER.
           PERFORM START-NEW-STMT-PAGE.

       START-NEW-STMT-PAGE.
           PERFORM WRITE-STMT-PAGE-TITLE.
           MOVE CST-COL-HEAD TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STMT-PAGE-TITLE.
           ADD 1 TO PAGE-NUMBER.
           MOVE ZERO TO LINE-COUNT-ON-PAGE.
           MOVE PREV-REP-CODE TO CST-T-REP-CODE.
           MOVE PAGE-NUMBER TO CST-T-PAGE-NO.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE CST-TITLE-LINE TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE PERIOD-START-DATE TO CST-P-FROM.
           MOVE PERIOD-END-DATE TO CST-P-TO.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE CST-PERIOD-LINE TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-EVENT-LINE.
           IF LINE-COUNT-ON-PAGE >= STMT-LINES-PER-PAGE
               PERFORM START-NEW-STMT-PAGE
           END-IF.
           EVALUATE SRT-KIND
               WHEN 1
                   MOVE 'EARNED' TO CST-D-TYPE
               WHEN 2
                   MOVE 'CREDIT' TO CST-D-TYPE
               WHEN OTHER
                   MOVE 'WRITEOFF' TO CST-D-TYPE
           END-EVALUATE.
           MOVE SRT-ITEM-NUMBER TO CST-D-ITEM.
           MOVE SRT-CUST-NUMBER TO CST-D-CUST.
           MOVE SRT-EVENT-DATE TO CST-D-DATE.
           MOVE SRT-SALES-VALUE TO CST-D-SALES.
           MOVE SRT-COMMISSION TO CST-D-COMMISSION.
           MOVE SPACES TO CST-D-NOTE.
           IF SRT-UNRATED-LINES > ZERO
               MOVE SRT-UNRATED-LINES TO CST-U-COUNT
               MOVE CST-UNRATED-NOTE TO CST-D-NOTE
           ELSE
               IF SRT-KIND = 2
                   MOVE 'NOTE' TO CST-N-LABEL
                   MOVE SRT-REF-NUMBER TO CST-N-NUMBER
                   MOVE CST-NOTE-WORK TO CST-D-NOTE
               END-IF
           END-IF.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE CST-DETAIL-LINE TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           ADD 1 TO LINE-COUNT-ON-PAGE.

      * the rep's totals under the last line, the rep's record onto
      * the payroll extract, and the rep into the run totals
       FINISH-REP-STATEMENT.
           COMPUTE REP-NET = REP-EARNED + REP-CLAWBACK.
           MOVE SPACES TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE 'COMMISSION EARNED' TO CST-L-LABEL.
           MOVE REP-EARNED TO CST-L-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'COMMISSION CLAWED BACK' TO CST-L-LABEL.
           MOVE REP-CLAWBACK TO CST-L-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'NET COMMISSION PAYABLE' TO CST-L-LABEL.
           MOVE REP-NET TO CST-L-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           ADD 1 TO STATEMENT-COUNT.

           MOVE SPACES TO COMMISSION-PAY-RECORD.
           MOVE 'R' TO CP-REC-TYPE.
           MOVE PREV-REP-CODE TO CP-REP-CODE.
           MOVE PERIOD-START-DATE TO CP-PERIOD-FROM.
           MOVE PERIOD-END-DATE TO CP-PERIOD-TO.
           MOVE REP-EARNED TO CP-EARNED.
           MOVE REP-CLAWBACK TO CP-CLAWBACK.
           MOVE REP-NET TO CP-NET.
           MOVE THIS-RUN-ID TO CP-RUN-ID.
           PERFORM WRITE-PAYROLL-RECORD.

           ADD 1 TO RUN-REP-COUNT.
           ADD REP-EARNED TO RUN-EARNED.
           ADD REP-CLAWBACK TO RUN-CLAWBACK.
           ADD REP-NET TO RUN-NET.

       PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE CST-TOTAL-LINE TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

      * the run's totals on a page of their own after the last rep,
      * with what was left out and why
       PRINT-RUN-TOTALS.
           MOVE 'ALL' TO PREV-REP-CODE.
           MOVE ZERO TO PAGE-NUMBER.
           PERFORM WRITE-STMT-PAGE-TITLE.
           MOVE 'REPS' TO CST-C-LABEL.
           MOVE RUN-REP-COUNT TO CST-C-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'INVOICES EARNING COMMISSION' TO CST-C-LABEL.
           MOVE EARNING-INVOICE-COUNT TO CST-C-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'CLAW-BACK LINES' TO CST-C-LABEL.
           MOVE CLAWBACK-LINE-COUNT TO CST-C-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'PAID INVOICES ON HOUSE ACCOUNTS' TO CST-C-LABEL.
           MOVE HOUSE-INVOICE-COUNT TO CST-C-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'PAID INVOICES FOR ACCOUNTS NOT ON MASTER' TO
               CST-C-LABEL.
           MOVE NOT-ON-MASTER-COUNT TO CST-C-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'LINES WITH NO COMMISSION RATE' TO CST-C-LABEL.
           MOVE UNRATED-LINE-COUNT TO CST-C-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'PAID INVOICES NOT ON INVOICE HISTORY' TO CST-C-LABEL.
           MOVE NO-HISTORY-COUNT TO CST-C-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE 'COMMISSION EARNED' TO CST-L-LABEL.
           MOVE RUN-EARNED TO CST-L-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'COMMISSION CLAWED BACK' TO CST-L-LABEL.
           MOVE RUN-CLAWBACK TO CST-L-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'NET COMMISSION PAYABLE' TO CST-L-LABEL.
           MOVE RUN-NET TO CST-L-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-COUNT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE CST-COUNT-LINE TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

      * the trailer payroll proves the extract by
       WRITE-PAYROLL-TRAILER.
           MOVE SPACES TO COMMISSION-PAY-RECORD.
           MOVE 'T' TO CP-REC-TYPE.
           MOVE PERIOD-START-DATE TO CP-PERIOD-FROM.
           MOVE PERIOD-END-DATE TO CP-PERIOD-TO.
           MOVE RUN-REP-COUNT TO CPT-REP-COUNT.
           MOVE RUN-NET TO CPT-NET-TOTAL.
           PERFORM WRITE-PAYROLL-RECORD.

       WRITE-PAYROLL-RECORD.
           WRITE COMMISSION-PAY-RECORD.
           IF WS-FS-PAYROLL-FILE NOT = '00'
               MOVE 'PAYROLL-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-PAYROLL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       WRITE-STATEMENT-LINE.
           MOVE WS-STMT-LINE TO STATEMENT-OUT.
           WRITE STATEMENT-OUT.
           IF WS-FS-STATEMENT-FILE NOT = '00'
               MOVE 'STATEMENT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-STATEMENT-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * commpay.dat is handed on to payroll, which can prove it
      * against this entry before paying from it
       WRITE-HAND-OFF-MANIFEST.
           MOVE 'W' TO MFST-FUNCTION.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** CommCalc - no manifest entry for "
                   MFST-FILE-NAME " - run stopped ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CommCalc.
