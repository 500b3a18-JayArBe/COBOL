      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: what a proposed price change would have done to last
      *          period's sales, before the pricing desk puts it live.
      *          Re-prices every invoiced line on invhist.dat inside
      *          the date range through the same contract-then-
      *          seasonal-then-built-in order CALCULATE-PRICES uses,
      *          once against the live ratemast.dat/contract.dat and
      *          once against the proposed copies the desk has made
      *          ('PSRB'/'PSCN' in runctl.dat, default ratemast.prp
      *          and contract.prp), and reports on pricesim.rpt the
      *          value as invoiced against the value under the
      *          proposal, by customer and by season band, the
      *          biggest movers, and every customer whose lines
      *          would move between a contract and the seasonal book
      *          in either direction. Reads only - no live file is
      *          written. The range is 'PSFD'/'PSTD' in runctl.dat,
      *          or the last period on period.dat to end before the
      *          business date, or failing that the previous
      *          calendar month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PriceSim.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the invoice history - OPTIONAL so a site that has not
      * invoiced yet gets an empty simulation rather than an abend
           SELECT OPTIONAL INVOICE-HISTORY-FILE ASSIGN TO 'invhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-HISTORY.

      * one rate book and one contract file, pointed first at the
      * live pair and then at the proposed pair - OPTIONAL, the way
      * FirstProgram reads them, so a missing book prices on what
      * is left
           SELECT OPTIONAL RATE-BOOK-FILE ASSIGN TO DYNAMIC
               RATE-BOOK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RATE-BOOK.

           SELECT OPTIONAL CONTRACT-BOOK-FILE ASSIGN TO DYNAMIC
               CONTRACT-BOOK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTRACT-BOOK.

      * the accounting periods, for the default range
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO 'period.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD-FILE.

      * names for the report lines - a missing master just leaves
      * the column blank
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT SIM-REPORT-FILE ASSIGN TO 'pricesim.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SIM-REPORT.

           SELECT SIM-SORT-FILE ASSIGN TO 'pssort.tmp'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD INVOICE-HISTORY-FILE.

       COPY INVHIST.

      * one seasonal rate - the layout FirstProgram reads
      * ratemast.dat with
       FD RATE-BOOK-FILE.
       01 RATE-MASTER-RECORD.
           03 RM-BAND PIC X(3).
           03 RM-EFF-FROM PIC 9(8).
           03 RM-EFF-TO PIC 9(8).
           03 RM-RATE PIC 9(3)V99.

      * one contract rate - the layout FirstProgram reads
      * contract.dat with
       FD CONTRACT-BOOK-FILE.
       01 CONTRACT-RATE-RECORD.
           03 CN-CUST-NUMBER PIC 9(6).
           03 CN-EFF-FROM PIC 9(8).
           03 CN-EFF-TO PIC 9(8).
           03 CN-RATE PIC 9(3)V99.

       FD PERIOD-FILE.

       COPY PERIODCT.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

       FD CONTROL-FILE.

       COPY RUNCTL.

      * the chain's business date and run identifier - see
      * RUNFLAG.cpy
       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD SIM-REPORT-FILE.
       01 SIM-REPORT-OUT PIC X(132).

      * a customer's slot in the customer table, in the order the
      * section wants - by customer number, or biggest mover first
       SD SIM-SORT-FILE.
       01 SIM-SORT-RECORD.
           03 SS-MOVE-SIZE PIC S9(11)V99.
           03 SS-CUST-NO PIC 9(6).
           03 SS-CUST-IDX PIC 9(4).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-INVOICE-HISTORY PIC XX VALUE '00'.
       01 WS-FS-RATE-BOOK PIC XX VALUE '00'.
       01 WS-FS-CONTRACT-BOOK PIC XX VALUE '00'.
       01 WS-FS-PERIOD-FILE PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-SIM-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'PriceSim'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'PriceSim'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 HISTORY-EOF PIC X VALUE 'N'.
       01 SORT-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 PERIOD-EOF PIC X VALUE 'N'.
       01 BOOK-FILE-EOF PIC X VALUE 'N'.
       01 CUST-MASTER-OPEN-SW PIC X VALUE 'N'.
           88 CUST-MASTER-IS-OPEN VALUE 'Y'.

       01 HISTORY-READ-COUNT PIC 9(7) VALUE ZERO.
       01 LINES-SIMULATED-COUNT PIC 9(7) VALUE ZERO.

      * the simulation settings - overridden by 'PSFD', 'PSTD',
      * 'PSRB', 'PSCN' and 'PSTN' records in runctl.dat
       01 SIMULATION-SETTINGS.
           03 SIM-FROM-DATE PIC 9(8) VALUE ZERO.
           03 SIM-TO-DATE PIC 9(8) VALUE ZERO.
           03 FROM-DATE-GIVEN-SW PIC X VALUE 'N'.
               88 FROM-DATE-GIVEN VALUE 'Y'.
           03 TO-DATE-GIVEN-SW PIC X VALUE 'N'.
               88 TO-DATE-GIVEN VALUE 'Y'.
           03 PROPOSED-RATE-NAME PIC X(20) VALUE 'ratemast.prp'.
           03 PROPOSED-CONTRACT-NAME PIC X(20) VALUE 'contract.prp'.
           03 MOVER-LIMIT PIC 9(4) VALUE 10.
           03 RANGE-SOURCE PIC X(20) VALUE SPACES.
           03 CONTROL-DATE-WORK PIC 9(8) VALUE ZERO.

      * the business date, the chain's when there is one
       01 RUN-DATE-WORK.
           03 BUSINESS-DATE PIC 9(8) VALUE ZERO.
           03 BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
               05 BUSINESS-YYYY PIC 9(4).
               05 BUSINESS-MM PIC 99.
               05 BUSINESS-DD PIC 99.
           03 THIS-RUN-ID PIC X(11) VALUE SPACES.
           03 LINE-DATE PIC 9(8) VALUE ZERO.

      * date pieces for the shared validation and leap-year rule -
      * see DATEWS.cpy/DATEVAL.cpy
       01 SIM-DATE-WORK.
           03 MY-DAY PIC 99.
           03 MY-MONTH PIC 99.
           03 MY-YEAR PIC 9999.

       COPY DATEWS.

      * the two sets of books, loaded once: set 1 the live
      * ratemast.dat and contract.dat, set 2 the proposal. a
      * proposed file that is not there leaves its half of set 2 a
      * copy of the live one, so the report shows the effect of
      * whichever half the desk did change
       77 LIVE-BOOKS PIC 9 VALUE 1.
       77 PROPOSED-BOOKS PIC 9 VALUE 2.
       77 MAX-RATE-ENTRIES PIC 9(3) VALUE 050.
       77 MAX-CONTRACT-ENTRIES PIC 9(3) VALUE 050.
       01 RATE-BOOK-NAME PIC X(20) VALUE SPACES.
       01 CONTRACT-BOOK-NAME PIC X(20) VALUE SPACES.
       01 BOOK-SET-IDX PIC 9 VALUE ZERO.
       01 BOOK-SETS.
           03 BOOK-SET OCCURS 2 TIMES.
               05 BS-RATE-FILE PIC X(20).
               05 BS-RATE-FOUND-SW PIC X.
                   88 BS-RATE-FILE-FOUND VALUE 'Y'.
               05 BS-RATE-COUNT PIC 9(3).
               05 BS-RATE-ENTRY OCCURS 50 TIMES.
                   07 BS-RT-BAND PIC X(3).
                   07 BS-RT-EFF-FROM PIC 9(8).
                   07 BS-RT-EFF-TO PIC 9(8).
                   07 BS-RT-RATE PIC 9(3)V99.
               05 BS-CONTRACT-FILE PIC X(20).
               05 BS-CONTRACT-FOUND-SW PIC X.
                   88 BS-CONTRACT-FILE-FOUND VALUE 'Y'.
               05 BS-CONTRACT-COUNT PIC 9(3).
               05 BS-CONTRACT-ENTRY OCCURS 50 TIMES.
                   07 BS-CT-CUST-NUMBER PIC 9(6).
                   07 BS-CT-EFF-FROM PIC 9(8).
                   07 BS-CT-EFF-TO PIC 9(8).
                   07 BS-CT-RATE PIC 9(3)V99.

      * one line priced against one set of books - the same
      * contract, seasonal band, built-in order as FirstProgram's
      * PRICE-RECORD-IN-HAND. PRICE-BOOK-CODE says which won: 'C'
      * contract, 'S' seasonal rate book, 'F' built-in rates
       01 PRICING-WORK.
           03 CUST-NUMBER PIC 9(6) VALUE ZERO.
           03 PRICE-DATE PIC 9(8) VALUE ZERO.
           03 SEASON-BAND PIC X(3) VALUE SPACES.
           03 UNIT-PRICE PIC 9(3)V99 VALUE ZERO.
           03 RATE-IDX PIC 9(3) VALUE ZERO.
           03 CONTRACT-IDX PIC 9(3) VALUE ZERO.
           03 RATE-FOUND-SW PIC X VALUE 'N'.
               88 RATE-WAS-FOUND VALUE 'Y'.
           03 CONTRACT-FOUND-SW PIC X VALUE 'N'.
               88 CONTRACT-WAS-FOUND VALUE 'Y'.
           03 PRICE-BOOK-CODE PIC X VALUE SPACE.
           03 OLD-BOOK-CODE PIC X VALUE SPACE.
           03 NEW-BOOK-CODE PIC X VALUE SPACE.
           03 OLD-LINE-VALUE PIC S9(11)V99 VALUE ZERO.
           03 NEW-LINE-VALUE PIC S9(11)V99 VALUE ZERO.

      * the proposed value off the proposed unit price, through the
      * same CurrencyCalc multiply CALCULATE-PRICES uses
       01 CURRENCY-CALC-WORK.
           03 CURR-AMOUNT-1 PIC S9(7)V99 VALUE ZERO.
           03 CURR-AMOUNT-2 PIC S9(7)V99 VALUE ZERO.
           03 CURR-RESULT PIC S9(7)V99 VALUE ZERO.
           03 CURR-RETURN-CODE PIC 9(2) VALUE ZERO.

      * the three season bands, in the order the report lists them
       01 BAND-NAME-VALUES PIC X(9) VALUE 'WINSUMSHO'.
       01 BAND-NAME-TABLE REDEFINES BAND-NAME-VALUES.
           03 BAND-NAME OCCURS 3 TIMES PIC X(3).
       77 BAND-COUNT PIC 9 VALUE 3.
       01 BAND-IDX PIC 9 VALUE ZERO.
       01 BAND-FIGURES.
           03 BAND-ENTRY OCCURS 3 TIMES.
               05 BF-LINES PIC 9(7).
               05 BF-OLD-VALUE PIC S9(11)V99.
               05 BF-NEW-VALUE PIC S9(11)V99.

      * every customer's figures, accumulated in storage the way
      * SalesAnalysis's customer table is. the two book moves are
      * 1 contract to seasonal (the customer's contract does not
      * cover the line under the proposal) and 2 seasonal to
      * contract (a proposed contract now does)
       77 MAX-SIM-CUSTOMERS PIC 9(4) VALUE 2000.
       77 CONTRACT-TO-SEASONAL PIC 9 VALUE 1.
       77 SEASONAL-TO-CONTRACT PIC 9 VALUE 2.
       01 CUSTOMER-TABLE-CONTROLS.
           03 SIM-CUST-COUNT PIC 9(4) VALUE ZERO.
           03 SIM-CUST-IDX PIC 9(4) VALUE ZERO.
           03 SIM-CUST-FOUND-SW PIC X VALUE 'N'.
               88 SIM-CUST-FOUND VALUE 'Y'.
           03 TABLE-OVERFLOW-SW PIC X VALUE 'N'.
               88 TABLE-OVERFLOWED VALUE 'Y'.
           03 MOVE-IDX PIC 9 VALUE ZERO.
       01 CUSTOMER-TABLE.
           03 SIM-CUST-ENTRY OCCURS 2000 TIMES.
               05 SC-CUST-NO PIC 9(6).
               05 SC-LINES PIC 9(7).
               05 SC-OLD-VALUE PIC S9(11)V99.
               05 SC-NEW-VALUE PIC S9(11)V99.
               05 SC-BOOK-MOVE OCCURS 2 TIMES.
                   07 SCM-LINES PIC 9(7).
                   07 SCM-OLD-VALUE PIC S9(11)V99.
                   07 SCM-NEW-VALUE PIC S9(11)V99.

       01 GRAND-FIGURES.
           03 GF-LINES PIC 9(7) VALUE ZERO.
           03 GF-OLD-VALUE PIC S9(13)V99 VALUE ZERO.
           03 GF-NEW-VALUE PIC S9(13)V99 VALUE ZERO.
           03 GF-MOVE-CUSTOMERS PIC 9(5) VALUE ZERO.

      * one line's figures on their way to the printer
       01 LINE-FIGURES.
           03 LF-LINES PIC 9(7) VALUE ZERO.
           03 LF-OLD-VALUE PIC S9(13)V99 VALUE ZERO.
           03 LF-NEW-VALUE PIC S9(13)V99 VALUE ZERO.
           03 LF-DIFFERENCE PIC S9(13)V99 VALUE ZERO.

       01 REPORT-WORK.
           03 RANK-NO PIC 9(5) VALUE ZERO.
           03 CHANGE-PERCENT PIC S9(5)V9 VALUE ZERO.
           03 CHANGE-EDIT PIC -(4)9.9.
           03 SHOW-NAME PIC X(30) VALUE SPACES.
           03 MOVE-NOTE PIC X(22) VALUE SPACES.

      * print lines for the simulation
       01 PSR-TITLE-LINE.
           03 FILLER PIC X(34)
               VALUE 'PRICE CHANGE SIMULATION   HISTORY '.
           03 PSR-T-FROM PIC 9(4)/99/99.
           03 FILLER PIC X(4) VALUE ' TO '.
           03 PSR-T-TO PIC 9(4)/99/99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PSR-T-SOURCE PIC X(20).
           03 FILLER PIC X(8) VALUE '   RUN: '.
           03 PSR-T-RUN-ID PIC X(11).
       01 PSR-BOOKS-LINE.
           03 FILLER PIC X(15) VALUE 'LIVE BOOKS:    '.
           03 PSR-B-LIVE-RATE PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PSR-B-LIVE-CONTRACT PIC X(20).
           03 FILLER PIC X(20) VALUE '   PROPOSED BOOKS: '.
           03 PSR-B-PROP-RATE PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PSR-B-PROP-CONTRACT PIC X(20).
       01 PSR-MISSING-LINE.
           03 FILLER PIC X(9) VALUE 'PROPOSED '.
           03 PSR-M-FILE PIC X(20).
           03 FILLER PIC X(40)
               VALUE ' NOT FOUND - THE LIVE BOOK STANDS IN FOR'.
           03 FILLER PIC X(4) VALUE ' IT.'.
       01 PSR-BASIS-LINE.
           03 FILLER PIC X(40)
               VALUE 'OLD = AS INVOICED. NEW = RE-PRICED ON TH'.
           03 FILLER PIC X(40)
               VALUE 'E PROPOSED BOOKS AT EACH LINE''S DATE. SI'.
           03 FILLER PIC X(40)
               VALUE 'MULATION ONLY - NOTHING LIVE IS CHANGED.'.
       01 PSR-SECTION-LINE PIC X(80).
       01 PSR-COL-HEAD.
           03 FILLER PIC X(5) VALUE ' RANK'.
           03 FILLER PIC X VALUE SPACE.
           03 PSR-H-KEY PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(24) VALUE 'NAME'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(7) VALUE '  LINES'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(14) VALUE '     OLD VALUE'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(14) VALUE '     NEW VALUE'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(14) VALUE '    DIFFERENCE'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(8) VALUE '  CHANGE'.
           03 FILLER PIC X VALUE SPACE.
           03 PSR-H-NOTE PIC X(22).
       01 PSR-DETAIL-LINE.
           03 PSR-D-RANK PIC Z(4)9 BLANK WHEN ZERO.
           03 FILLER PIC X VALUE SPACE.
           03 PSR-D-KEY PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 PSR-D-NAME PIC X(24).
           03 FILLER PIC X VALUE SPACE.
           03 PSR-D-LINES PIC Z(6)9.
           03 FILLER PIC X VALUE SPACE.
           03 PSR-D-OLD-VALUE PIC -(10)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 PSR-D-NEW-VALUE PIC -(10)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 PSR-D-DIFFERENCE PIC -(10)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 PSR-D-CHANGE PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 PSR-D-NOTE PIC X(22).
       01 PSR-NONE-LINE PIC X(60).
       01 PSR-HISTORY-LINE.
           03 FILLER PIC X(23) VALUE 'HISTORY RECORDS READ: '.
           03 PSR-H-READ PIC Z(6)9.
           03 FILLER PIC X(20) VALUE '   LINES RE-PRICED: '.
           03 PSR-H-LINES PIC Z(6)9.
           03 FILLER PIC X(30) VALUE '   CUSTOMERS CHANGING BOOK: '.
           03 PSR-H-MOVERS PIC Z(4)9.
       01 WS-SIM-LINE PIC X(132).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           PERFORM WORK-OUT-DATE-RANGE.
           IF SIM-FROM-DATE > SIM-TO-DATE
               DISPLAY "*** PriceSim - from-date " SIM-FROM-DATE
                   " is after to-date " SIM-TO-DATE
                   " - nothing simulated ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the live books, then the proposal - with neither proposed
      * file there is nothing to simulate
           MOVE LIVE-BOOKS TO BOOK-SET-IDX.
           MOVE 'ratemast.dat' TO RATE-BOOK-NAME.
           MOVE 'contract.dat' TO CONTRACT-BOOK-NAME.
           PERFORM LOAD-RATE-BOOK.
           PERFORM LOAD-CONTRACT-BOOK.
           MOVE PROPOSED-BOOKS TO BOOK-SET-IDX.
           MOVE PROPOSED-RATE-NAME TO RATE-BOOK-NAME.
           MOVE PROPOSED-CONTRACT-NAME TO CONTRACT-BOOK-NAME.
           PERFORM LOAD-RATE-BOOK.
           PERFORM LOAD-CONTRACT-BOOK.
           IF NOT BS-RATE-FILE-FOUND(PROPOSED-BOOKS)
               AND NOT BS-CONTRACT-FILE-FOUND(PROPOSED-BOOKS)
               DISPLAY "*** PriceSim - neither " PROPOSED-RATE-NAME
                   " nor " PROPOSED-CONTRACT-NAME
                   " is there - nothing to simulate ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM STAND-IN-MISSING-PROPOSAL.
           INITIALIZE BAND-FIGURES.

           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER = '00'
               MOVE 'Y' TO CUST-MASTER-OPEN-SW
           END-IF.
           PERFORM SIMULATE-HISTORY.

      * a customer past the table ceiling would silently drop out
      * of the figures the desk decides on - refuse instead
           IF TABLE-OVERFLOWED
               DISPLAY "*** PriceSim - more than " MAX-SIM-CUSTOMERS
                   " customers in the range - simulation refused ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SIM-REPORT-FILE.
           IF WS-FS-SIM-REPORT NOT = '00'
               MOVE 'SIM-REPORT' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-SIM-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM PRINT-REPORT-HEADINGS.

      * by customer, in customer number order
           MOVE 'VALUE BY CUSTOMER' TO PSR-SECTION-LINE.
           MOVE 'CUSTOMER' TO PSR-H-KEY.
           MOVE 'BOOK' TO PSR-H-NOTE.
           PERFORM PRINT-SECTION-HEADINGS.
           SORT SIM-SORT-FILE
               ON ASCENDING KEY SS-CUST-NO
               INPUT PROCEDURE IS RELEASE-ALL-CUSTOMERS
               OUTPUT PROCEDURE IS PRINT-CUSTOMER-SECTION.

      * by season band
           MOVE 'VALUE BY SEASON BAND OF THE LINE DATE' TO
               PSR-SECTION-LINE.
           MOVE 'BAND' TO PSR-H-KEY.
           MOVE SPACES TO PSR-H-NOTE.
           PERFORM PRINT-SECTION-HEADINGS.
           PERFORM PRINT-BAND-SECTION.

      * the biggest movers, up or down
           MOVE 'BIGGEST MOVERS - LARGEST DIFFERENCE EITHER WAY' TO
               PSR-SECTION-LINE.
           MOVE 'CUSTOMER' TO PSR-H-KEY.
           MOVE SPACES TO PSR-H-NOTE.
           PERFORM PRINT-SECTION-HEADINGS.
           SORT SIM-SORT-FILE
               ON DESCENDING KEY SS-MOVE-SIZE
               ON ASCENDING KEY SS-CUST-NO
               INPUT PROCEDURE IS RELEASE-ALL-CUSTOMERS
               OUTPUT PROCEDURE IS PRINT-MOVERS-SECTION.

      * the customers whose lines change book
           MOVE 'CUSTOMERS MOVING BETWEEN CONTRACT AND SEASONAL BOOKS'
               TO PSR-SECTION-LINE.
           MOVE 'CUSTOMER' TO PSR-H-KEY.
           MOVE 'FROM / TO' TO PSR-H-NOTE.
           PERFORM PRINT-SECTION-HEADINGS.
           SORT SIM-SORT-FILE
               ON ASCENDING KEY SS-CUST-NO
               INPUT PROCEDURE IS RELEASE-BOOK-CHANGES
               OUTPUT PROCEDURE IS PRINT-BOOK-CHANGE-SECTION.

           MOVE HISTORY-READ-COUNT TO PSR-H-READ.
           MOVE LINES-SIMULATED-COUNT TO PSR-H-LINES.
           MOVE GF-MOVE-CUSTOMERS TO PSR-H-MOVERS.
           MOVE SPACES TO WS-SIM-LINE.
           PERFORM WRITE-SIM-LINE.
           MOVE PSR-HISTORY-LINE TO WS-SIM-LINE.
           PERFORM WRITE-SIM-LINE.

           IF CUST-MASTER-IS-OPEN
               CLOSE CUST-MASTER
           END-IF.
           CLOSE SIM-REPORT-FILE.
           DISPLAY "History records read: " HISTORY-READ-COUNT
               "  Lines re-priced: " LINES-SIMULATED-COUNT.
           DISPLAY "Customers: " SIM-CUST-COUNT
               "  Changing book: " GF-MOVE-CUSTOMERS.

           MOVE HISTORY-READ-COUNT TO RSUM-RECORDS-READ.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
               RSUM-RECORDS-REJECTED RSUM-RUN-STATUS.

           STOP RUN.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the chain's business date and run id, when the chain has
      * one - the default range is worked back from it
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-DATE TO BUSINESS-DATE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * picks this program's records out of runctl.dat - a date
      * that is not a real DDMMYY date is refused and the default
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

       APPLY-ONE-CONTROL.
           EVALUATE CTL-TYPE
               WHEN 'PSFD'
                   PERFORM CONVERT-CONTROL-DATE
                   IF DATE-OK
                       MOVE CONTROL-DATE-WORK TO SIM-FROM-DATE
                       MOVE 'Y' TO FROM-DATE-GIVEN-SW
                   END-IF
               WHEN 'PSTD'
                   PERFORM CONVERT-CONTROL-DATE
                   IF DATE-OK
                       MOVE CONTROL-DATE-WORK TO SIM-TO-DATE
                       MOVE 'Y' TO TO-DATE-GIVEN-SW
                   END-IF
               WHEN 'PSRB'
                   IF CTL-TEXT NOT = SPACES
                       MOVE CTL-TEXT TO PROPOSED-RATE-NAME
                   END-IF
               WHEN 'PSCN'
                   IF CTL-TEXT NOT = SPACES
                       MOVE CTL-TEXT TO PROPOSED-CONTRACT-NAME
                   END-IF
               WHEN 'PSTN'
                   IF CTL-NUMBER > ZERO AND CTL-NUMBER NOT > 9999
                       MOVE CTL-NUMBER TO MOVER-LIMIT
                   ELSE
                       DISPLAY "PriceSim - PSTN " CTL-NUMBER
                           " outside 1-9999, using " MOVER-LIMIT
                   END-IF
           END-EVALUATE.

      * CTL-TEXT's DDMMYY through the shared date validation, into
      * CONTROL-DATE-WORK as YYYYMMDD
       CONVERT-CONTROL-DATE.
           IF CTL-TEXT(1:6) IS NOT NUMERIC
               MOVE 'N' TO DATE-IS-VALID
               MOVE 'Not six digits DDMMYY' TO BAD-DATE-REASON
           ELSE
               MOVE CTL-TEXT(1:2) TO MY-DAY
               MOVE CTL-TEXT(3:2) TO MY-MONTH
               MOVE CTL-TEXT(5:2) TO MY-YEAR
               PERFORM VALIDATE-DATE-RECORD
           END-IF.
           IF DATE-OK
               MOVE MY-YEAR TO CONTROL-DATE-WORK(1:4)
               MOVE MY-MONTH TO CONTROL-DATE-WORK(5:2)
               MOVE MY-DAY TO CONTROL-DATE-WORK(7:2)
           ELSE
               DISPLAY "PriceSim - " CTL-TYPE " " CTL-TEXT(1:6)
                   " refused: " BAD-DATE-REASON
           END-IF.

      * a range given in runctl.dat wins - one end given alone runs
      * from the start of the history or up to the business date.
      * with neither, the last period on period.dat to end before
      * the business date, or the calendar month before it
       WORK-OUT-DATE-RANGE.
           EVALUATE TRUE
               WHEN FROM-DATE-GIVEN OR TO-DATE-GIVEN
                   IF NOT TO-DATE-GIVEN
                       MOVE BUSINESS-DATE TO SIM-TO-DATE
                   END-IF
                   MOVE 'RANGE FROM RUNCTL' TO RANGE-SOURCE
               WHEN OTHER
                   PERFORM FIND-LAST-PERIOD
                   IF SIM-TO-DATE = ZERO
                       PERFORM TAKE-PREVIOUS-MONTH
                   END-IF
           END-EVALUATE.

       FIND-LAST-PERIOD.
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
                       IF PC-END-DATE < BUSINESS-DATE
                           AND PC-END-DATE > SIM-TO-DATE
                           MOVE PC-START-DATE TO SIM-FROM-DATE
                           MOVE PC-END-DATE TO SIM-TO-DATE
                           MOVE 'LAST PERIOD' TO RANGE-SOURCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

       TAKE-PREVIOUS-MONTH.
           IF BUSINESS-MM = 01
               MOVE 12 TO MY-MONTH
               COMPUTE MY-YEAR = BUSINESS-YYYY - 1
           ELSE
               COMPUTE MY-MONTH = BUSINESS-MM - 1
               MOVE BUSINESS-YYYY TO MY-YEAR
           END-IF.
           MOVE 01 TO MY-DAY.
           PERFORM VALIDATE-DATE-RECORD.
           MOVE MY-YEAR TO SIM-FROM-DATE(1:4).
           MOVE MY-MONTH TO SIM-FROM-DATE(5:2).
           MOVE 01 TO SIM-FROM-DATE(7:2).
           MOVE SIM-FROM-DATE TO SIM-TO-DATE.
           MOVE DAYS-IN-MONTH TO SIM-TO-DATE(7:2).
           MOVE 'PREVIOUS MONTH' TO RANGE-SOURCE.

      * reads RATE-BOOK-NAME into BOOK-SET-IDX's rate table - a
      * missing file leaves the table empty, as FirstProgram's
      * LOAD-RATE-MASTER does
       LOAD-RATE-BOOK.
           MOVE RATE-BOOK-NAME TO BS-RATE-FILE(BOOK-SET-IDX).
           MOVE ZERO TO BS-RATE-COUNT(BOOK-SET-IDX).
           MOVE 'N' TO BS-RATE-FOUND-SW(BOOK-SET-IDX).
           MOVE 'N' TO BOOK-FILE-EOF.
           OPEN INPUT RATE-BOOK-FILE.
           EVALUATE WS-FS-RATE-BOOK
               WHEN '00'
                   MOVE 'Y' TO BS-RATE-FOUND-SW(BOOK-SET-IDX)
               WHEN '05'
                   CONTINUE
               WHEN OTHER
                   MOVE 'RATE-BOOK-FILE' TO ALOG-FILE-NAME
                   MOVE 'OPEN' TO ALOG-OPERATION
                   MOVE WS-FS-RATE-BOOK TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-EVALUATE.
           PERFORM UNTIL BOOK-FILE-EOF = 'Y'
               READ RATE-BOOK-FILE
                   AT END
                       MOVE 'Y' TO BOOK-FILE-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-RATE
               END-READ
           END-PERFORM.
           CLOSE RATE-BOOK-FILE.
           DISPLAY "Rate book " RATE-BOOK-NAME ": "
               BS-RATE-COUNT(BOOK-SET-IDX) " rates".

       TAKE-ONE-RATE.
           IF BS-RATE-COUNT(BOOK-SET-IDX) < MAX-RATE-ENTRIES
               ADD 1 TO BS-RATE-COUNT(BOOK-SET-IDX)
               MOVE BS-RATE-COUNT(BOOK-SET-IDX) TO RATE-IDX
               MOVE RM-BAND TO BS-RT-BAND(BOOK-SET-IDX RATE-IDX)
               MOVE RM-EFF-FROM TO BS-RT-EFF-FROM(BOOK-SET-IDX RATE-IDX)
               MOVE RM-EFF-TO TO BS-RT-EFF-TO(BOOK-SET-IDX RATE-IDX)
               MOVE RM-RATE TO BS-RT-RATE(BOOK-SET-IDX RATE-IDX)
           ELSE
               DISPLAY "*** " RATE-BOOK-NAME " carries more than "
                   MAX-RATE-ENTRIES " rates - extra records ignored "
                   "***"
           END-IF.

      * reads CONTRACT-BOOK-NAME into BOOK-SET-IDX's contract table
       LOAD-CONTRACT-BOOK.
           MOVE CONTRACT-BOOK-NAME TO BS-CONTRACT-FILE(BOOK-SET-IDX).
           MOVE ZERO TO BS-CONTRACT-COUNT(BOOK-SET-IDX).
           MOVE 'N' TO BS-CONTRACT-FOUND-SW(BOOK-SET-IDX).
           MOVE 'N' TO BOOK-FILE-EOF.
           OPEN INPUT CONTRACT-BOOK-FILE.
           EVALUATE WS-FS-CONTRACT-BOOK
               WHEN '00'
                   MOVE 'Y' TO BS-CONTRACT-FOUND-SW(BOOK-SET-IDX)
               WHEN '05'
                   CONTINUE
               WHEN OTHER
                   MOVE 'CONTRACT-BOOK-FILE' TO ALOG-FILE-NAME
                   MOVE 'OPEN' TO ALOG-OPERATION
                   MOVE WS-FS-CONTRACT-BOOK TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-EVALUATE.
           PERFORM UNTIL BOOK-FILE-EOF = 'Y'
               READ CONTRACT-BOOK-FILE
                   AT END
                       MOVE 'Y' TO BOOK-FILE-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-CONTRACT
               END-READ
           END-PERFORM.
           CLOSE CONTRACT-BOOK-FILE.
           DISPLAY "Contract book " CONTRACT-BOOK-NAME ": "
               BS-CONTRACT-COUNT(BOOK-SET-IDX) " contracts".

       TAKE-ONE-CONTRACT.
           IF BS-CONTRACT-COUNT(BOOK-SET-IDX) < MAX-CONTRACT-ENTRIES
               ADD 1 TO BS-CONTRACT-COUNT(BOOK-SET-IDX)
               MOVE BS-CONTRACT-COUNT(BOOK-SET-IDX) TO CONTRACT-IDX
               MOVE CN-CUST-NUMBER TO
                   BS-CT-CUST-NUMBER(BOOK-SET-IDX CONTRACT-IDX)
               MOVE CN-EFF-FROM TO
                   BS-CT-EFF-FROM(BOOK-SET-IDX CONTRACT-IDX)
               MOVE CN-EFF-TO TO
                   BS-CT-EFF-TO(BOOK-SET-IDX CONTRACT-IDX)
               MOVE CN-RATE TO BS-CT-RATE(BOOK-SET-IDX CONTRACT-IDX)
           ELSE
               DISPLAY "*** " CONTRACT-BOOK-NAME " carries more than "
                   MAX-CONTRACT-ENTRIES " contracts - extra records "
                   "ignored ***"
           END-IF.

      * the half of the proposal the desk did not supply is the live
      * half - the file name stays on the report so it is plain
       STAND-IN-MISSING-PROPOSAL.
           IF NOT BS-RATE-FILE-FOUND(PROPOSED-BOOKS)
               MOVE BS-RATE-COUNT(LIVE-BOOKS) TO
                   BS-RATE-COUNT(PROPOSED-BOOKS)
               PERFORM VARYING RATE-IDX FROM 1 BY 1
                       UNTIL RATE-IDX > BS-RATE-COUNT(LIVE-BOOKS)
                   MOVE BS-RATE-ENTRY(LIVE-BOOKS RATE-IDX) TO
                       BS-RATE-ENTRY(PROPOSED-BOOKS RATE-IDX)
               END-PERFORM
               DISPLAY "PriceSim - " PROPOSED-RATE-NAME
                   " not found, live rate book used for the proposal"
           END-IF.
           IF NOT BS-CONTRACT-FILE-FOUND(PROPOSED-BOOKS)
               MOVE BS-CONTRACT-COUNT(LIVE-BOOKS) TO
                   BS-CONTRACT-COUNT(PROPOSED-BOOKS)
               PERFORM VARYING CONTRACT-IDX FROM 1 BY 1
                       UNTIL CONTRACT-IDX >
                           BS-CONTRACT-COUNT(LIVE-BOOKS)
                   MOVE BS-CONTRACT-ENTRY(LIVE-BOOKS CONTRACT-IDX) TO
                       BS-CONTRACT-ENTRY(PROPOSED-BOOKS CONTRACT-IDX)
               END-PERFORM
               DISPLAY "PriceSim - " PROPOSED-CONTRACT-NAME
                   " not found, live contracts used for the proposal"
           END-IF.

      * every invoiced line dated inside the range, priced on both
      * sets of books. credit-note lines are left out - a credit
      * re-states an invoice already in the figures, it was never
      * priced off a book
       SIMULATE-HISTORY.
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
                       IF IH-IS-LINE
                           PERFORM SIMULATE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-HISTORY-FILE.

       SIMULATE-ONE-LINE.
           MOVE IHL-YEAR TO LINE-DATE(1:4).
           MOVE IHL-MONTH TO LINE-DATE(5:2).
           MOVE IHL-DAY TO LINE-DATE(7:2).
           IF LINE-DATE NOT < SIM-FROM-DATE
               AND LINE-DATE NOT > SIM-TO-DATE
               PERFORM REPRICE-ONE-LINE
           END-IF.

      * old is what the line was invoiced at; new is the proposed
      * unit price times the quantity billed. the book each side
      * prices from is worked out at the line's own date - a line
      * off a date record was priced at that date too
       REPRICE-ONE-LINE.
           MOVE IH-CUST-NUMBER TO CUST-NUMBER.
           MOVE LINE-DATE TO PRICE-DATE.
           MOVE IHL-MONTH TO MY-MONTH.

           MOVE LIVE-BOOKS TO BOOK-SET-IDX.
           PERFORM PRICE-LINE-ON-BOOKS.
           MOVE PRICE-BOOK-CODE TO OLD-BOOK-CODE.
           MOVE IHL-AMOUNT TO OLD-LINE-VALUE.

           MOVE PROPOSED-BOOKS TO BOOK-SET-IDX.
           PERFORM PRICE-LINE-ON-BOOKS.
           MOVE PRICE-BOOK-CODE TO NEW-BOOK-CODE.
           MOVE UNIT-PRICE TO CURR-AMOUNT-1.
           MOVE IHL-QUANTITY TO CURR-AMOUNT-2.
           CALL "CurrencyCalc" USING CURR-AMOUNT-1 CURR-AMOUNT-2 'M'
               CURR-RESULT CURR-RETURN-CODE.
           MOVE CURR-RESULT TO NEW-LINE-VALUE.

           PERFORM FIND-SIM-CUSTOMER-SLOT.
           IF NOT TABLE-OVERFLOWED
               PERFORM ADD-LINE-FIGURES
           END-IF.

      * the line's old and new values onto its customer, its band
      * and the grand total, and onto the customer's book moves
      * when the two sides price it off different books
       ADD-LINE-FIGURES.
           ADD 1 TO LINES-SIMULATED-COUNT.
           ADD 1 TO SC-LINES(SIM-CUST-IDX).
           ADD OLD-LINE-VALUE TO SC-OLD-VALUE(SIM-CUST-IDX).
           ADD NEW-LINE-VALUE TO SC-NEW-VALUE(SIM-CUST-IDX).
           MOVE ZERO TO MOVE-IDX.
           IF OLD-BOOK-CODE = 'C' AND NEW-BOOK-CODE NOT = 'C'
               MOVE CONTRACT-TO-SEASONAL TO MOVE-IDX
           END-IF.
           IF OLD-BOOK-CODE NOT = 'C' AND NEW-BOOK-CODE = 'C'
               MOVE SEASONAL-TO-CONTRACT TO MOVE-IDX
           END-IF.
           IF MOVE-IDX NOT = ZERO
               ADD 1 TO SCM-LINES(SIM-CUST-IDX MOVE-IDX)
               ADD OLD-LINE-VALUE TO
                   SCM-OLD-VALUE(SIM-CUST-IDX MOVE-IDX)
               ADD NEW-LINE-VALUE TO
                   SCM-NEW-VALUE(SIM-CUST-IDX MOVE-IDX)
           END-IF.

           EVALUATE SEASON-BAND
               WHEN 'WIN'
                   MOVE 1 TO BAND-IDX
               WHEN 'SUM'
                   MOVE 2 TO BAND-IDX
               WHEN OTHER
                   MOVE 3 TO BAND-IDX
           END-EVALUATE.
           ADD 1 TO BF-LINES(BAND-IDX).
           ADD OLD-LINE-VALUE TO BF-OLD-VALUE(BAND-IDX).
           ADD NEW-LINE-VALUE TO BF-NEW-VALUE(BAND-IDX).

           ADD 1 TO GF-LINES.
           ADD OLD-LINE-VALUE TO GF-OLD-VALUE.
           ADD NEW-LINE-VALUE TO GF-NEW-VALUE.

      * leaves SIM-CUST-IDX pointing at the customer's slot, opening
      * a fresh one the first time a customer shows up
       FIND-SIM-CUSTOMER-SLOT.
           MOVE 'N' TO SIM-CUST-FOUND-SW.
           PERFORM VARYING SIM-CUST-IDX FROM 1 BY 1
                   UNTIL SIM-CUST-IDX > SIM-CUST-COUNT
                   OR SIM-CUST-FOUND
               IF SC-CUST-NO(SIM-CUST-IDX) = CUST-NUMBER
                   MOVE 'Y' TO SIM-CUST-FOUND-SW
               END-IF
           END-PERFORM.
           IF SIM-CUST-FOUND
               SUBTRACT 1 FROM SIM-CUST-IDX
           ELSE
               IF SIM-CUST-COUNT < MAX-SIM-CUSTOMERS
                   ADD 1 TO SIM-CUST-COUNT
                   MOVE SIM-CUST-COUNT TO SIM-CUST-IDX
                   INITIALIZE SIM-CUST-ENTRY(SIM-CUST-IDX)
                   MOVE CUST-NUMBER TO SC-CUST-NO(SIM-CUST-IDX)
               ELSE
                   MOVE 'Y' TO TABLE-OVERFLOW-SW
               END-IF
           END-IF.

      * the line in hand priced on BOOK-SET-IDX's books: a contract
      * in force for the customer first; otherwise the seasonal band
      * by month and the rate in force for it; the built-in rates
      * as the last resort - FirstProgram's PRICE-RECORD-IN-HAND,
      * against whichever set of books is asked for. the band is
      * worked out every time, so the by-band section can use it
       PRICE-LINE-ON-BOOKS.
           EVALUATE MY-MONTH
               WHEN 12 WHEN 01 WHEN 02
                   MOVE 'WIN' TO SEASON-BAND
               WHEN 06 WHEN 07 WHEN 08
                   MOVE 'SUM' TO SEASON-BAND
               WHEN OTHER
                   MOVE 'SHO' TO SEASON-BAND
           END-EVALUATE.
           PERFORM FIND-CONTRACT-IN-FORCE.
           IF CONTRACT-WAS-FOUND
               MOVE 'C' TO PRICE-BOOK-CODE
           ELSE
               PERFORM FIND-RATE-IN-FORCE
               IF RATE-WAS-FOUND
                   MOVE 'S' TO PRICE-BOOK-CODE
               ELSE
                   PERFORM APPLY-FALLBACK-RATE
                   MOVE 'F' TO PRICE-BOOK-CODE
               END-IF
           END-IF.

      * later contract records win over earlier ones, as in
      * FirstProgram
       FIND-CONTRACT-IN-FORCE.
           MOVE 'N' TO CONTRACT-FOUND-SW.
           PERFORM VARYING CONTRACT-IDX FROM 1 BY 1
                   UNTIL CONTRACT-IDX >
                       BS-CONTRACT-COUNT(BOOK-SET-IDX)
               IF BS-CT-CUST-NUMBER(BOOK-SET-IDX CONTRACT-IDX) =
                       CUST-NUMBER
                   AND PRICE-DATE >=
                       BS-CT-EFF-FROM(BOOK-SET-IDX CONTRACT-IDX)
                   AND PRICE-DATE <=
                       BS-CT-EFF-TO(BOOK-SET-IDX CONTRACT-IDX)
                   MOVE BS-CT-RATE(BOOK-SET-IDX CONTRACT-IDX) TO
                       UNIT-PRICE
                   MOVE 'Y' TO CONTRACT-FOUND-SW
               END-IF
           END-PERFORM.

       FIND-RATE-IN-FORCE.
           MOVE 'N' TO RATE-FOUND-SW.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > BS-RATE-COUNT(BOOK-SET-IDX)
               IF BS-RT-BAND(BOOK-SET-IDX RATE-IDX) = SEASON-BAND
                   AND PRICE-DATE >=
                       BS-RT-EFF-FROM(BOOK-SET-IDX RATE-IDX)
                   AND PRICE-DATE <=
                       BS-RT-EFF-TO(BOOK-SET-IDX RATE-IDX)
                   MOVE BS-RT-RATE(BOOK-SET-IDX RATE-IDX) TO
                       UNIT-PRICE
                   MOVE 'Y' TO RATE-FOUND-SW
               END-IF
           END-PERFORM.

      * FirstProgram's built-in rates, the answer when no rate book
      * record covers the date
       APPLY-FALLBACK-RATE.
           EVALUATE SEASON-BAND
               WHEN 'WIN'
                   MOVE 12.50 TO UNIT-PRICE
               WHEN 'SUM'
                   MOVE 18.75 TO UNIT-PRICE
               WHEN OTHER
                   MOVE 15.00 TO UNIT-PRICE
           END-EVALUATE.

       PRINT-REPORT-HEADINGS.
           MOVE SIM-FROM-DATE TO PSR-T-FROM.
           MOVE SIM-TO-DATE TO PSR-T-TO.
           MOVE RANGE-SOURCE TO PSR-T-SOURCE.
           MOVE THIS-RUN-ID TO PSR-T-RUN-ID.
           MOVE PSR-TITLE-LINE TO WS-SIM-LINE.
           PERFORM WRITE-SIM-LINE.
           MOVE BS-RATE-FILE(LIVE-BOOKS) TO PSR-B-LIVE-RATE.
           MOVE BS-CONTRACT-FILE(LIVE-BOOKS) TO PSR-B-LIVE-CONTRACT.
           MOVE BS-RATE-FILE(PROPOSED-BOOKS) TO PSR-B-PROP-RATE.
           MOVE BS-CONTRACT-FILE(PROPOSED-BOOKS) TO
               PSR-B-PROP-CONTRACT.
           MOVE PSR-BOOKS-LINE TO WS-SIM-LINE.
           PERFORM WRITE-SIM-LINE.
           IF NOT BS-RATE-FILE-FOUND(PROPOSED-BOOKS)
               MOVE BS-RATE-FILE(PROPOSED-BOOKS) TO PSR-M-FILE
               MOVE PSR-MISSING-LINE TO WS-SIM-LINE
               PERFORM WRITE-SIM-LINE
           END-IF.
           IF NOT BS-CONTRACT-FILE-FOUND(PROPOSED-BOOKS)
               MOVE BS-CONTRACT-FILE(PROPOSED-BOOKS) TO PSR-M-FILE
               MOVE PSR-MISSING-LINE TO WS-SIM-LINE
               PERFORM WRITE-SIM-LINE
           END-IF.
           MOVE PSR-BASIS-LINE TO WS-SIM-LINE.
           PERFORM WRITE-SIM-LINE.

       PRINT-SECTION-HEADINGS.
           MOVE SPACES TO WS-SIM-LINE.
           PERFORM WRITE-SIM-LINE.
           MOVE PSR-SECTION-LINE TO WS-SIM-LINE.
           PERFORM WRITE-SIM-LINE.
           MOVE SPACES TO WS-SIM-LINE.
           MOVE PSR-COL-HEAD TO WS-SIM-LINE.
           PERFORM WRITE-SIM-LINE.

      * sort input for the customer and mover sections: every
      * customer, keyed on the size of its move either way
       RELEASE-ALL-CUSTOMERS.
           PERFORM VARYING SIM-CUST-IDX FROM 1 BY 1
                   UNTIL SIM-CUST-IDX > SIM-CUST-COUNT
               COMPUTE SS-MOVE-SIZE = SC-NEW-VALUE(SIM-CUST-IDX)
                   - SC-OLD-VALUE(SIM-CUST-IDX)
               IF SS-MOVE-SIZE < ZERO
                   COMPUTE SS-MOVE-SIZE = ZERO - SS-MOVE-SIZE
               END-IF
               MOVE SC-CUST-NO(SIM-CUST-IDX) TO SS-CUST-NO
               MOVE SIM-CUST-IDX TO SS-CUST-IDX
               RELEASE SIM-SORT-RECORD
           END-PERFORM.

      * sort input for the book-change section: only the customers
      * with a line that changes book
       RELEASE-BOOK-CHANGES.
           PERFORM VARYING SIM-CUST-IDX FROM 1 BY 1
                   UNTIL SIM-CUST-IDX > SIM-CUST-COUNT
               IF SCM-LINES(SIM-CUST-IDX CONTRACT-TO-SEASONAL) > ZERO
                   OR SCM-LINES(SIM-CUST-IDX SEASONAL-TO-CONTRACT)
                       > ZERO
                   MOVE ZERO TO SS-MOVE-SIZE
                   MOVE SC-CUST-NO(SIM-CUST-IDX) TO SS-CUST-NO
                   MOVE SIM-CUST-IDX TO SS-CUST-IDX
                   RELEASE SIM-SORT-RECORD
               END-IF
           END-PERFORM.

      * sort output: a line per customer, noting one whose book
      * changes, then the total
       PRINT-CUSTOMER-SECTION.
           MOVE 'N' TO SORT-EOF.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SIM-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-CUSTOMER
               END-RETURN
           END-PERFORM.
           MOVE GF-LINES TO LF-LINES.
           MOVE GF-OLD-VALUE TO LF-OLD-VALUE.
           MOVE GF-NEW-VALUE TO LF-NEW-VALUE.
           MOVE ZERO TO PSR-D-RANK.
           MOVE SPACES TO PSR-D-KEY.
           MOVE 'TOTAL' TO SHOW-NAME.
           MOVE SPACES TO MOVE-NOTE.
           PERFORM PRINT-FIGURES-LINE.

       PRINT-ONE-CUSTOMER.
           MOVE SS-CUST-IDX TO SIM-CUST-IDX.
           MOVE SC-LINES(SIM-CUST-IDX) TO LF-LINES.
           MOVE SC-OLD-VALUE(SIM-CUST-IDX) TO LF-OLD-VALUE.
           MOVE SC-NEW-VALUE(SIM-CUST-IDX) TO LF-NEW-VALUE.
           MOVE ZERO TO PSR-D-RANK.
           MOVE SS-CUST-NO TO PSR-D-KEY.
           MOVE SS-CUST-NO TO CM-CUS-SUP-NO.
           PERFORM LOOKUP-CUSTOMER-NAME.
           MOVE SPACES TO MOVE-NOTE.
           IF SCM-LINES(SIM-CUST-IDX CONTRACT-TO-SEASONAL) > ZERO
               OR SCM-LINES(SIM-CUST-IDX SEASONAL-TO-CONTRACT) > ZERO
               MOVE 'CHANGES BOOK' TO MOVE-NOTE
               ADD 1 TO GF-MOVE-CUSTOMERS
           END-IF.
           PERFORM PRINT-FIGURES-LINE.

       PRINT-BAND-SECTION.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > BAND-COUNT
               MOVE BF-LINES(BAND-IDX) TO LF-LINES
               MOVE BF-OLD-VALUE(BAND-IDX) TO LF-OLD-VALUE
               MOVE BF-NEW-VALUE(BAND-IDX) TO LF-NEW-VALUE
               MOVE ZERO TO PSR-D-RANK
               MOVE BAND-NAME(BAND-IDX) TO PSR-D-KEY
               EVALUATE BAND-NAME(BAND-IDX)
                   WHEN 'WIN'
                       MOVE 'DECEMBER - FEBRUARY' TO SHOW-NAME
                   WHEN 'SUM'
                       MOVE 'JUNE - AUGUST' TO SHOW-NAME
                   WHEN OTHER
                       MOVE 'SHOULDER MONTHS' TO SHOW-NAME
               END-EVALUATE
               MOVE SPACES TO MOVE-NOTE
               PERFORM PRINT-FIGURES-LINE
           END-PERFORM.
           MOVE GF-LINES TO LF-LINES.
           MOVE GF-OLD-VALUE TO LF-OLD-VALUE.
           MOVE GF-NEW-VALUE TO LF-NEW-VALUE.
           MOVE ZERO TO PSR-D-RANK.
           MOVE SPACES TO PSR-D-KEY.
           MOVE 'TOTAL' TO SHOW-NAME.
           MOVE SPACES TO MOVE-NOTE.
           PERFORM PRINT-FIGURES-LINE.

      * sort output: the first MOVER-LIMIT customers, biggest move
      * first - the rest of the sort is drained and left
       PRINT-MOVERS-SECTION.
           MOVE ZERO TO RANK-NO.
           MOVE 'N' TO SORT-EOF.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SIM-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       IF RANK-NO < MOVER-LIMIT
                           AND SS-MOVE-SIZE > ZERO
                           PERFORM PRINT-ONE-MOVER
                       END-IF
               END-RETURN
           END-PERFORM.
           IF RANK-NO = ZERO
               MOVE '      NO CUSTOMER MOVES' TO PSR-NONE-LINE
               MOVE PSR-NONE-LINE TO WS-SIM-LINE
               PERFORM WRITE-SIM-LINE
           END-IF.

       PRINT-ONE-MOVER.
           ADD 1 TO RANK-NO.
           MOVE SS-CUST-IDX TO SIM-CUST-IDX.
           MOVE SC-LINES(SIM-CUST-IDX) TO LF-LINES.
           MOVE SC-OLD-VALUE(SIM-CUST-IDX) TO LF-OLD-VALUE.
           MOVE SC-NEW-VALUE(SIM-CUST-IDX) TO LF-NEW-VALUE.
           MOVE RANK-NO TO PSR-D-RANK.
           MOVE SS-CUST-NO TO PSR-D-KEY.
           MOVE SS-CUST-NO TO CM-CUS-SUP-NO.
           PERFORM LOOKUP-CUSTOMER-NAME.
           MOVE SPACES TO MOVE-NOTE.
           PERFORM PRINT-FIGURES-LINE.

      * sort output: a line per customer per direction its lines
      * move, with only those lines' figures
       PRINT-BOOK-CHANGE-SECTION.
           MOVE ZERO TO RANK-NO.
           MOVE 'N' TO SORT-EOF.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SIM-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-BOOK-CHANGE
               END-RETURN
           END-PERFORM.
           IF RANK-NO = ZERO
               MOVE '      NO CUSTOMER CHANGES BOOK' TO PSR-NONE-LINE
               MOVE PSR-NONE-LINE TO WS-SIM-LINE
               PERFORM WRITE-SIM-LINE
           END-IF.

       PRINT-ONE-BOOK-CHANGE.
           ADD 1 TO RANK-NO.
           MOVE SS-CUST-IDX TO SIM-CUST-IDX.
           MOVE SS-CUST-NO TO CM-CUS-SUP-NO.
           PERFORM LOOKUP-CUSTOMER-NAME.
           PERFORM VARYING MOVE-IDX FROM 1 BY 1 UNTIL MOVE-IDX > 2
               IF SCM-LINES(SIM-CUST-IDX MOVE-IDX) > ZERO
                   MOVE SCM-LINES(SIM-CUST-IDX MOVE-IDX) TO LF-LINES
                   MOVE SCM-OLD-VALUE(SIM-CUST-IDX MOVE-IDX) TO
                       LF-OLD-VALUE
                   MOVE SCM-NEW-VALUE(SIM-CUST-IDX MOVE-IDX) TO
                       LF-NEW-VALUE
                   MOVE ZERO TO PSR-D-RANK
                   MOVE SS-CUST-NO TO PSR-D-KEY
                   IF MOVE-IDX = CONTRACT-TO-SEASONAL
                       MOVE 'CONTRACT TO SEASONAL' TO MOVE-NOTE
                   ELSE
                       MOVE 'SEASONAL TO CONTRACT' TO MOVE-NOTE
                   END-IF
                   PERFORM PRINT-FIGURES-LINE
               END-IF
           END-PERFORM.

      * one line's figures - LINE-FIGURES, SHOW-NAME, MOVE-NOTE and
      * the rank and key already set. the change is the new value
      * against the old, blank where the old was nothing
       PRINT-FIGURES-LINE.
           COMPUTE LF-DIFFERENCE = LF-NEW-VALUE - LF-OLD-VALUE.
           MOVE SHOW-NAME TO PSR-D-NAME.
           MOVE LF-LINES TO PSR-D-LINES.
           MOVE LF-OLD-VALUE TO PSR-D-OLD-VALUE.
           MOVE LF-NEW-VALUE TO PSR-D-NEW-VALUE.
           MOVE LF-DIFFERENCE TO PSR-D-DIFFERENCE.
           MOVE SPACES TO PSR-D-CHANGE.
           IF LF-OLD-VALUE > ZERO
               COMPUTE CHANGE-PERCENT ROUNDED =
                   LF-DIFFERENCE * 100 / LF-OLD-VALUE
                   ON SIZE ERROR
                       MOVE ZERO TO CHANGE-PERCENT
                       MOVE '  ******' TO PSR-D-CHANGE
               END-COMPUTE
               IF PSR-D-CHANGE = SPACES
                   MOVE CHANGE-PERCENT TO CHANGE-EDIT
                   MOVE CHANGE-EDIT TO PSR-D-CHANGE(1:7)
                   MOVE '%' TO PSR-D-CHANGE(8:1)
               END-IF
           END-IF.
           MOVE MOVE-NOTE TO PSR-D-NOTE.
           MOVE SPACES TO WS-SIM-LINE.
           MOVE PSR-DETAIL-LINE TO WS-SIM-LINE.
           PERFORM WRITE-SIM-LINE.

      * a missing master leaves a word in the name column instead
       LOOKUP-CUSTOMER-NAME.
           MOVE SPACES TO SHOW-NAME.
           IF CUST-MASTER-IS-OPEN
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'UNKNOWN CUSTOMER' TO SHOW-NAME
                   NOT INVALID KEY
                       MOVE CM-CUS-SUP-NAME TO SHOW-NAME
               END-READ
           END-IF.

       WRITE-SIM-LINE.
           MOVE WS-SIM-LINE TO SIM-REPORT-OUT.
           WRITE SIM-REPORT-OUT.
           IF WS-FS-SIM-REPORT NOT = '00'
               MOVE 'SIM-REPORT' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-SIM-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * shared date validation and leap-year rule - see DATEVAL.cpy
       COPY DATEVAL.

       END PROGRAM PriceSim.
