      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the monthly sales analysis sales management used to
      *          build by hand. Works the invoiced value and quantity
      *          off the invoice history (invhist.dat) - every invoice
      *          line, less every credit-note line, net of tax and in
      *          home currency at the rate in force on the document's
      *          date - for the month being analysed, the financial
      *          year to date, and the same month and year to date a
      *          year earlier. Three sections on sales.rpt: customers
      *          ranked by year-to-date value, parts ranked the same
      *          way, and each part's customers ranked within it,
      *          every line with its share of the total it belongs to
      *          and its year-to-date change on last year. The same
      *          lines go to sales.csv for the spreadsheet, in the
      *          shape TranReprint's tranrep.csv set. The month comes
      *          from the business date unless an 'SAPM' record in
      *          runctl.dat names another; 'SAFY' says which month the
      *          financial year starts in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SalesAnalysis.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the invoice history - OPTIONAL so a site that has not
      * invoiced yet gets an empty analysis rather than an abend
           SELECT OPTIONAL INVOICE-HISTORY-FILE ASSIGN TO 'invhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-HISTORY.

      * names for the report lines - a missing master just leaves
      * the column blank
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

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

      * each part's figures, and each customer's within each part,
      * between the first sort and the ranking sorts
           SELECT PART-WORK-FILE ASSIGN TO 'salepart.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PART-WORK.

           SELECT PART-CUST-WORK-FILE ASSIGN TO 'salepc.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PART-CUST-WORK.

           SELECT SALES-REPORT-FILE ASSIGN TO 'sales.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SALES-REPORT.

           SELECT CSV-FILE ASSIGN TO 'sales.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CSV-FILE.

           SELECT SALES-SORT-FILE ASSIGN TO 'sasort.tmp'.

           SELECT RANK-SORT-FILE ASSIGN TO 'sarank.tmp'.

           SELECT PART-CUST-SORT-FILE ASSIGN TO 'sapcsort.tmp'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD INVOICE-HISTORY-FILE.

       COPY INVHIST.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

       FD CONTROL-FILE.

       COPY RUNCTL.

      * the chain's business date and run identifier - see
      * RUNFLAG.cpy
       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

      * one part's figures - the same shape as the ranking sort's
      * record, so the parts sort straight off this file. the four
      * periods are, in order, the month, the year to date, the
      * month a year ago and the year to date a year ago
       FD PART-WORK-FILE.
       01 PART-WORK-RECORD.
           03 PW-YTD-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 PW-KEY PIC 9(8).
           03 PW-PERIOD OCCURS 4 TIMES.
               05 PW-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
               05 PW-QUANTITY PIC S9(9) SIGN LEADING SEPARATE.

      * one customer's figures within one part, with the part's own
      * year-to-date value the share is worked against
       FD PART-CUST-WORK-FILE.
       01 PART-CUST-WORK-RECORD.
           03 PCW-PART-NO PIC 9(8).
           03 PCW-YTD-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 PCW-CUST-NO PIC 9(6).
           03 PCW-PART-YTD-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 PCW-PERIOD OCCURS 4 TIMES.
               05 PCW-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
               05 PCW-QUANTITY PIC S9(9) SIGN LEADING SEPARATE.

       FD SALES-REPORT-FILE.
       01 SALES-REPORT-OUT PIC X(132).

       FD CSV-FILE.
       01 CSV-RECORD PIC X(200).

      * one invoice or credit-note line inside the periods analysed,
      * by part then customer
       SD SALES-SORT-FILE.
       01 SALES-SORT-RECORD.
           03 SS-PART-NO PIC 9(8).
           03 SS-CUST-NO PIC 9(6).
           03 SS-PERIOD OCCURS 4 TIMES.
               05 SS-VALUE PIC S9(11)V99.
               05 SS-QUANTITY PIC S9(9).

      * a customer or a part, highest year-to-date value first
       SD RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
           03 RK-YTD-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 RK-KEY PIC 9(8).
           03 RK-PERIOD OCCURS 4 TIMES.
               05 RK-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
               05 RK-QUANTITY PIC S9(9) SIGN LEADING SEPARATE.

      * each part's customers, highest year-to-date value first
       SD PART-CUST-SORT-FILE.
       01 PART-CUST-SORT-RECORD.
           03 PCS-PART-NO PIC 9(8).
           03 PCS-YTD-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 PCS-CUST-NO PIC 9(6).
           03 PCS-PART-YTD-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 PCS-PERIOD OCCURS 4 TIMES.
               05 PCS-VALUE PIC S9(11)V99 SIGN LEADING SEPARATE.
               05 PCS-QUANTITY PIC S9(9) SIGN LEADING SEPARATE.
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-INVOICE-HISTORY PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-PART-WORK PIC XX VALUE '00'.
       01 WS-FS-PART-CUST-WORK PIC XX VALUE '00'.
       01 WS-FS-SALES-REPORT PIC XX VALUE '00'.
       01 WS-FS-CSV-FILE PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'SalesAnalysis'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'SalesAnalysis'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 HISTORY-EOF PIC X VALUE 'N'.
       01 SORT-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 CUST-MASTER-OPEN-SW PIC X VALUE 'N'.
           88 CUST-MASTER-IS-OPEN VALUE 'Y'.
       01 PART-MASTER-OPEN-SW PIC X VALUE 'N'.
           88 PART-MASTER-IS-OPEN VALUE 'Y'.

       01 HISTORY-READ-COUNT PIC 9(7) VALUE ZERO.
       01 DOCUMENTS-ANALYSED-COUNT PIC 9(7) VALUE ZERO.
       01 LINES-ANALYSED-COUNT PIC 9(7) VALUE ZERO.
      * lines the history holds with no totals record after them -
      * an invoice run that died part way; left out and counted
       01 ORPHAN-LINE-COUNT PIC 9(7) VALUE ZERO.

      * the analysis settings - overridden by 'SAPM' and 'SAFY'
      * records in runctl.dat
       01 ANALYSIS-SETTINGS.
           03 REQUESTED-MONTH PIC 9(6) VALUE ZERO.
           03 REQUESTED-MONTH-PARTS REDEFINES REQUESTED-MONTH.
               05 REQUESTED-YYYY PIC 9(4).
               05 REQUESTED-MM PIC 99.
           03 YEAR-START-MONTH PIC 99 VALUE 01.

      * the business date, and the periods analysed as month
      * numbers (year times twelve plus the month less one) so a
      * financial year crossing a calendar year needs no special
      * case
       01 RUN-DATE-WORK.
           03 ANALYSIS-DATE PIC 9(8) VALUE ZERO.
           03 ANALYSIS-DATE-PARTS REDEFINES ANALYSIS-DATE.
               05 ANALYSIS-YYYY PIC 9(4).
               05 ANALYSIS-MM PIC 99.
               05 ANALYSIS-DD PIC 99.
           03 THIS-RUN-ID PIC X(11) VALUE SPACES.
           03 MONTH-NO PIC 9(6) VALUE ZERO.
           03 YEAR-START-NO PIC 9(6) VALUE ZERO.
           03 LAST-YEAR-MONTH-NO PIC 9(6) VALUE ZERO.
           03 LAST-YEAR-START-NO PIC 9(6) VALUE ZERO.
           03 DOCUMENT-MONTH-NO PIC 9(6) VALUE ZERO.
           03 DOCUMENT-DATE PIC 9(8) VALUE ZERO.
           03 DOCUMENT-DATE-PARTS REDEFINES DOCUMENT-DATE.
               05 DOCUMENT-YYYY PIC 9(4).
               05 DOCUMENT-MM PIC 99.
               05 DOCUMENT-DD PIC 99.
           03 YEAR-START-YYYY PIC 9(4) VALUE ZERO.

      * which of the four periods the document in hand falls in
       01 PERIOD-FLAGS.
           03 PERIOD-FLAG OCCURS 4 TIMES PIC X.
               88 IN-PERIOD VALUE 'Y'.
       01 PERIOD-IDX PIC 9 VALUE ZERO.
       77 PERIOD-COUNT PIC 9 VALUE 4.

      * one document's lines, held until its totals record arrives
      * with the date and currency they need - the 'H' or 'N'
      * record follows its lines on the file
       77 MAX-DOC-LINES PIC 9(3) VALUE 999.
       01 DOCUMENT-BUFFER.
           03 DOC-INV-NUMBER PIC 9(6) VALUE ZERO.
           03 DOC-LINE-COUNT PIC 9(3) VALUE ZERO.
           03 DOC-LINE-IDX PIC 9(3) VALUE ZERO.
           03 DOC-OVERFLOW-SW PIC X VALUE 'N'.
               88 DOC-OVERFLOWED VALUE 'Y'.
           03 DOC-LINE-ENTRY OCCURS 999 TIMES.
               05 DL-CUST-NO PIC 9(6).
               05 DL-PART-NO PIC 9(8).
               05 DL-QUANTITY PIC S9(7).
               05 DL-AMOUNT PIC S9(7)V99.
       01 DOCUMENT-RATE PIC 9(3)V9(6) VALUE 1.
       01 LINE-HOME-VALUE PIC S9(11)V99 VALUE ZERO.

      * the home-currency rate for a foreign-currency document -
      * the CurrencyCalc rate in force on its date, bridged through
      * the same work-area shape InvoicePrint books its items with
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

      * the first sort's control breaks - the part and customer in
      * hand, kept in storage so the loop tests never look at the
      * sort record after the last RETURN
       01 SUMMARY-BREAK-WORK.
           03 NEXT-PART-NO PIC 9(8) VALUE ZERO.
           03 NEXT-CUST-NO PIC 9(6) VALUE ZERO.
           03 CURRENT-PART-NO PIC 9(8) VALUE ZERO.
           03 CURRENT-CUST-NO PIC 9(6) VALUE ZERO.
       01 CUST-FIGURES.
           03 CF-PERIOD OCCURS 4 TIMES.
               05 CF-VALUE PIC S9(11)V99.
               05 CF-QUANTITY PIC S9(9).
       01 PART-FIGURES.
           03 PF-PERIOD OCCURS 4 TIMES.
               05 PF-VALUE PIC S9(11)V99.
               05 PF-QUANTITY PIC S9(9).
       01 GRAND-FIGURES.
           03 GF-PERIOD OCCURS 4 TIMES.
               05 GF-VALUE PIC S9(13)V99.
               05 GF-QUANTITY PIC S9(11).

      * the customers within the part in hand, written out once the
      * part's own total is known
       77 MAX-PART-CUSTS PIC 9(4) VALUE 2000.
       01 PART-CUST-TABLE.
           03 PART-CUST-COUNT PIC 9(4) VALUE ZERO.
           03 PART-CUST-IDX PIC 9(4) VALUE ZERO.
           03 PART-CUST-ENTRY OCCURS 2000 TIMES.
               05 PCT-CUST-NO PIC 9(6).
               05 PCT-PERIOD OCCURS 4 TIMES.
                   07 PCT-VALUE PIC S9(11)V99.
                   07 PCT-QUANTITY PIC S9(9).

      * every customer's figures across all parts, for the customer
      * ranking - the same accumulate-in-storage shape ArAgedDebt's
      * debt table has
       77 MAX-SALES-CUSTOMERS PIC 9(4) VALUE 2000.
       01 CUSTOMER-TABLE-CONTROLS.
           03 SALES-CUST-COUNT PIC 9(4) VALUE ZERO.
           03 SALES-CUST-IDX PIC 9(4) VALUE ZERO.
           03 SALES-CUST-FOUND-SW PIC X VALUE 'N'.
               88 SALES-CUST-FOUND VALUE 'Y'.
           03 TABLE-OVERFLOW-SW PIC X VALUE 'N'.
               88 TABLE-OVERFLOWED VALUE 'Y'.
       01 CUSTOMER-TABLE.
           03 SALES-CUST-ENTRY OCCURS 2000 TIMES.
               05 SC-CUST-NO PIC 9(6).
               05 SC-PERIOD OCCURS 4 TIMES.
                   07 SC-VALUE PIC S9(11)V99.
                   07 SC-QUANTITY PIC S9(9).

      * the ranked sections
       01 RANKING-WORK.
           03 SECTION-KIND PIC X VALUE SPACE.
               88 RANKING-CUSTOMERS VALUE 'C'.
               88 RANKING-PARTS VALUE 'P'.
           03 RANK-NO PIC 9(5) VALUE ZERO.
           03 SHARE-PERCENT PIC S9(5)V9 VALUE ZERO.
           03 CHANGE-PERCENT PIC S9(5)V9 VALUE ZERO.
           03 CHANGE-EDIT PIC -(4)9.9.
           03 SHARE-BASE PIC S9(13)V99 VALUE ZERO.
           03 PREV-PCS-PART-NO PIC 9(8) VALUE ZERO.
           03 SHOW-NAME PIC X(30) VALUE SPACES.

      * one line's figures on their way to the printer and the CSV
       01 LINE-FIGURES.
           03 LF-PERIOD OCCURS 4 TIMES.
               05 LF-VALUE PIC S9(13)V99.
               05 LF-QUANTITY PIC S9(11).

      * print lines for the sales analysis
       01 SAR-TITLE-LINE.
           03 FILLER PIC X(25) VALUE 'SALES ANALYSIS FOR MONTH '.
           03 SAR-T-MM PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 SAR-T-YYYY PIC 9(4).
           03 FILLER PIC X(20) VALUE '   YEAR TO DATE FROM'.
           03 FILLER PIC X VALUE SPACE.
           03 SAR-T-FROM-MM PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 SAR-T-FROM-YYYY PIC 9(4).
           03 FILLER PIC X(8) VALUE '   RUN: '.
           03 SAR-T-RUN-ID PIC X(11).
       01 SAR-BASIS-LINE.
           03 FILLER PIC X(40)
               VALUE 'INVOICED VALUE NET OF TAX, IN HOME CURRE'.
           03 FILLER PIC X(40)
               VALUE 'NCY, LESS CREDIT NOTES. LY = SAME PERIOD'.
           03 FILLER PIC X(12) VALUE ' LAST YEAR.'.
       01 SAR-SECTION-LINE PIC X(60).
       01 SAR-COL-HEAD.
           03 FILLER PIC X(5) VALUE ' RANK'.
           03 FILLER PIC X VALUE SPACE.
           03 SAR-H-KEY PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(24) VALUE 'NAME'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(12) VALUE '   MTH VALUE'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(7) VALUE 'MTH QTY'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(12) VALUE 'LY MTH VALUE'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(13) VALUE '    YTD VALUE'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(8) VALUE ' YTD QTY'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(13) VALUE ' LY YTD VALUE'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(8) VALUE ' YTD CHG'.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC X(7) VALUE '  SHARE'.
       01 SAR-DETAIL-LINE.
           03 SAR-D-RANK PIC Z(4)9 BLANK WHEN ZERO.
           03 FILLER PIC X VALUE SPACE.
           03 SAR-D-KEY PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 SAR-D-NAME PIC X(24).
           03 FILLER PIC X VALUE SPACE.
           03 SAR-D-MTH-VALUE PIC -(8)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 SAR-D-MTH-QTY PIC -(6)9.
           03 FILLER PIC X VALUE SPACE.
           03 SAR-D-LYM-VALUE PIC -(8)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 SAR-D-YTD-VALUE PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 SAR-D-YTD-QTY PIC -(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 SAR-D-LYY-VALUE PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 SAR-D-CHANGE PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 SAR-D-SHARE PIC -(3)9.9.
           03 FILLER PIC X VALUE '%'.
       01 SAR-PART-HEAD-LINE.
           03 FILLER PIC X(6) VALUE 'PART '.
           03 SAR-P-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 SAR-P-DESC PIC X(30).
       01 SAR-HISTORY-LINE.
           03 FILLER PIC X(23) VALUE 'HISTORY RECORDS READ: '.
           03 SAR-H-READ PIC Z(6)9.
           03 FILLER PIC X(14) VALUE '   DOCUMENTS: '.
           03 SAR-H-DOCS PIC Z(6)9.
           03 FILLER PIC X(10) VALUE '   LINES: '.
           03 SAR-H-LINES PIC Z(6)9.
           03 FILLER PIC X(28) VALUE '   LINES WITH NO TOTALS: '.
           03 SAR-H-ORPHANS PIC Z(6)9.
       01 WS-SALES-LINE PIC X(132).

      * CSV work fields - each figure edited, sign in front, the way
      * TranReprint puts its quantities on tranrep.csv
       01 CSV-WORK.
           03 CSV-SECTION PIC X(14).
           03 CSV-RANK PIC 9(5).
           03 CSV-PART-NO PIC X(8).
           03 CSV-CUST-NO PIC X(6).
           03 CSV-VALUE OCCURS 4 TIMES PIC -(12)9.99.
           03 CSV-QUANTITY OCCURS 4 TIMES PIC -(10)9.
           03 CSV-SHARE PIC -(4)9.9.
       01 WS-CSV-LINE PIC X(200).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT ANALYSIS-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           PERFORM WORK-OUT-PERIODS.
           INITIALIZE GRAND-FIGURES.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER = '00'
               MOVE 'Y' TO CUST-MASTER-OPEN-SW
           END-IF.
           OPEN INPUT PART-MASTER.
           IF WS-FS-PART-MASTER = '00'
               MOVE 'Y' TO PART-MASTER-OPEN-SW
           END-IF.

      * first pass: the periods' lines sorted by part and customer,
      * summed per customer within part onto the work files, and
      * per customer in storage
           SORT SALES-SORT-FILE
               ON ASCENDING KEY SS-PART-NO SS-CUST-NO
               INPUT PROCEDURE IS SELECT-PERIOD-LINES
               OUTPUT PROCEDURE IS SUMMARISE-SALES.

      * a customer or a document past a table ceiling would
      * silently drop out of the figures management plans from -
      * refuse the analysis instead
           IF DOC-OVERFLOWED OR TABLE-OVERFLOWED
               DISPLAY "*** SalesAnalysis - a document has more than "
                   MAX-DOC-LINES " lines, or more than "
                   MAX-SALES-CUSTOMERS " customers bought - "
                   "analysis refused ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SALES-REPORT-FILE.
           IF WS-FS-SALES-REPORT NOT = '00'
               MOVE 'SALES-REPORT' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-SALES-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT CSV-FILE.
           IF WS-FS-CSV-FILE NOT = '00'
               MOVE 'CSV-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CSV-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM PRINT-REPORT-HEADINGS.
           PERFORM WRITE-CSV-HEADER-ROW.

      * the customers ranked, then the parts ranked
           MOVE 'C' TO SECTION-KIND.
           MOVE 'CUSTOMERS BY YEAR-TO-DATE VALUE' TO SAR-SECTION-LINE.
           MOVE 'CUSTOMER' TO SAR-H-KEY.
           PERFORM PRINT-SECTION-HEADINGS.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RK-YTD-VALUE
               ON ASCENDING KEY RK-KEY
               INPUT PROCEDURE IS RELEASE-CUSTOMERS
               OUTPUT PROCEDURE IS PRINT-RANKED-SECTION.

           MOVE 'P' TO SECTION-KIND.
           MOVE 'PARTS BY YEAR-TO-DATE VALUE' TO SAR-SECTION-LINE.
           MOVE 'PART NO' TO SAR-H-KEY.
           PERFORM PRINT-SECTION-HEADINGS.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RK-YTD-VALUE
               ON ASCENDING KEY RK-KEY
               USING PART-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-RANKED-SECTION.

      * and each part's customers ranked within it
           MOVE 'CUSTOMERS WITHIN PART BY YEAR-TO-DATE VALUE' TO
               SAR-SECTION-LINE.
           MOVE 'CUSTOMER' TO SAR-H-KEY.
           PERFORM PRINT-SECTION-HEADINGS.
           SORT PART-CUST-SORT-FILE
               ON ASCENDING KEY PCS-PART-NO
               ON DESCENDING KEY PCS-YTD-VALUE
               ON ASCENDING KEY PCS-CUST-NO
               USING PART-CUST-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-CUSTOMERS-IN-PART.

           MOVE HISTORY-READ-COUNT TO SAR-H-READ.
           MOVE DOCUMENTS-ANALYSED-COUNT TO SAR-H-DOCS.
           MOVE LINES-ANALYSED-COUNT TO SAR-H-LINES.
           MOVE ORPHAN-LINE-COUNT TO SAR-H-ORPHANS.
           MOVE SPACES TO WS-SALES-LINE.
           PERFORM WRITE-SALES-LINE.
           MOVE SAR-HISTORY-LINE TO WS-SALES-LINE.
           PERFORM WRITE-SALES-LINE.

           IF CUST-MASTER-IS-OPEN
               CLOSE CUST-MASTER
           END-IF.
           IF PART-MASTER-IS-OPEN
               CLOSE PART-MASTER
           END-IF.
           CLOSE SALES-REPORT-FILE.
           CLOSE CSV-FILE.
           DISPLAY "History records read: " HISTORY-READ-COUNT
               "  Documents analysed: " DOCUMENTS-ANALYSED-COUNT.
           DISPLAY "Lines analysed: " LINES-ANALYSED-COUNT
               "  Customers: " SALES-CUST-COUNT.

           MOVE HISTORY-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE ORPHAN-LINE-COUNT TO RSUM-RECORDS-REJECTED.
           IF ORPHAN-LINE-COUNT > ZERO
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

      * the chain's business date and run id, so a period-end run
      * analyses the month the chain is closing - see RUNFLAG.cpy
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

      * picks this program's records out of runctl.dat - a month or
      * year start that makes no sense is refused and the default
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
               WHEN 'SAPM'
                   MOVE CTL-NUMBER TO REQUESTED-MONTH
                   IF REQUESTED-MM < 1 OR REQUESTED-MM > 12
                       OR REQUESTED-YYYY < 1900
                       DISPLAY "SalesAnalysis - SAPM " CTL-NUMBER
                           " is not a YYYYMM month, using the "
                           "business date"
                       MOVE ZERO TO REQUESTED-MONTH
                   END-IF
               WHEN 'SAFY'
                   IF CTL-NUMBER > ZERO AND CTL-NUMBER NOT > 12
                       MOVE CTL-NUMBER TO YEAR-START-MONTH
                   ELSE
                       DISPLAY "SalesAnalysis - SAFY " CTL-NUMBER
                           " outside 1-12, using " YEAR-START-MONTH
                   END-IF
           END-EVALUATE.

      * the month analysed and the start of its financial year, and
      * the same two a year earlier
       WORK-OUT-PERIODS.
           IF REQUESTED-MONTH NOT = ZERO
               MOVE REQUESTED-YYYY TO ANALYSIS-YYYY
               MOVE REQUESTED-MM TO ANALYSIS-MM
           END-IF.
           COMPUTE MONTH-NO = ANALYSIS-YYYY * 12 + ANALYSIS-MM - 1.
           IF ANALYSIS-MM < YEAR-START-MONTH
               COMPUTE YEAR-START-YYYY = ANALYSIS-YYYY - 1
           ELSE
               MOVE ANALYSIS-YYYY TO YEAR-START-YYYY
           END-IF.
           COMPUTE YEAR-START-NO = YEAR-START-YYYY * 12
               + YEAR-START-MONTH - 1.
           COMPUTE LAST-YEAR-MONTH-NO = MONTH-NO - 12.
           COMPUTE LAST-YEAR-START-NO = YEAR-START-NO - 12.

       PRINT-REPORT-HEADINGS.
           MOVE ANALYSIS-MM TO SAR-T-MM.
           MOVE ANALYSIS-YYYY TO SAR-T-YYYY.
           MOVE YEAR-START-MONTH TO SAR-T-FROM-MM.
           MOVE YEAR-START-YYYY TO SAR-T-FROM-YYYY.
           MOVE THIS-RUN-ID TO SAR-T-RUN-ID.
           MOVE SPACES TO WS-SALES-LINE.
           MOVE SAR-TITLE-LINE TO WS-SALES-LINE.
           PERFORM WRITE-SALES-LINE.
           MOVE SPACES TO WS-SALES-LINE.
           MOVE SAR-BASIS-LINE TO WS-SALES-LINE.
           PERFORM WRITE-SALES-LINE.

       PRINT-SECTION-HEADINGS.
           MOVE SPACES TO WS-SALES-LINE.
           PERFORM WRITE-SALES-LINE.
           MOVE SAR-SECTION-LINE TO WS-SALES-LINE.
           PERFORM WRITE-SALES-LINE.
           MOVE SPACES TO WS-SALES-LINE.
           MOVE SAR-COL-HEAD TO WS-SALES-LINE.
           PERFORM WRITE-SALES-LINE.

      * sort input: the invoice history, each document's lines held
      * until its totals record says what date and currency they
      * carry. a credit note's lines count against the sales
       SELECT-PERIOD-LINES.
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
                   PERFORM RELEASE-ONE-DOCUMENT
                   MOVE ZERO TO DOC-LINE-COUNT
           END-EVALUATE.

       HOLD-ONE-LINE.
           IF DOC-LINE-COUNT < MAX-DOC-LINES
               ADD 1 TO DOC-LINE-COUNT
               MOVE IH-CUST-NUMBER TO DL-CUST-NO(DOC-LINE-COUNT)
               MOVE IHL-PART-NO TO DL-PART-NO(DOC-LINE-COUNT)
               IF IH-IS-CREDIT-LINE
                   COMPUTE DL-QUANTITY(DOC-LINE-COUNT) =
                       ZERO - IHL-QUANTITY
                   COMPUTE DL-AMOUNT(DOC-LINE-COUNT) =
                       ZERO - IHL-AMOUNT
               ELSE
                   MOVE IHL-QUANTITY TO DL-QUANTITY(DOC-LINE-COUNT)
                   MOVE IHL-AMOUNT TO DL-AMOUNT(DOC-LINE-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO DOC-OVERFLOW-SW
           END-IF.

      * the document's date places it in none, some or all of the
      * four periods; each held line goes to the sort once, in home
      * currency, with its figures under every period it is in
       RELEASE-ONE-DOCUMENT.
           MOVE IHH-INV-DATE TO DOCUMENT-DATE.
           COMPUTE DOCUMENT-MONTH-NO = DOCUMENT-YYYY * 12
               + DOCUMENT-MM - 1.
           MOVE ALL 'N' TO PERIOD-FLAGS.
           IF DOCUMENT-MONTH-NO = MONTH-NO
               MOVE 'Y' TO PERIOD-FLAG(1)
           END-IF.
           IF DOCUMENT-MONTH-NO NOT < YEAR-START-NO
               AND DOCUMENT-MONTH-NO NOT > MONTH-NO
               MOVE 'Y' TO PERIOD-FLAG(2)
           END-IF.
           IF DOCUMENT-MONTH-NO = LAST-YEAR-MONTH-NO
               MOVE 'Y' TO PERIOD-FLAG(3)
           END-IF.
           IF DOCUMENT-MONTH-NO NOT < LAST-YEAR-START-NO
               AND DOCUMENT-MONTH-NO NOT > LAST-YEAR-MONTH-NO
               MOVE 'Y' TO PERIOD-FLAG(4)
           END-IF.
           IF PERIOD-FLAGS NOT = ALL 'N'
               ADD 1 TO DOCUMENTS-ANALYSED-COUNT
               PERFORM WORK-OUT-DOCUMENT-RATE
               PERFORM VARYING DOC-LINE-IDX FROM 1 BY 1
                       UNTIL DOC-LINE-IDX > DOC-LINE-COUNT
                   PERFORM RELEASE-ONE-LINE
               END-PERFORM
           END-IF.

       RELEASE-ONE-LINE.
           ADD 1 TO LINES-ANALYSED-COUNT.
           COMPUTE LINE-HOME-VALUE ROUNDED =
               DL-AMOUNT(DOC-LINE-IDX) * DOCUMENT-RATE.
           MOVE DL-PART-NO(DOC-LINE-IDX) TO SS-PART-NO.
           MOVE DL-CUST-NO(DOC-LINE-IDX) TO SS-CUST-NO.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               IF IN-PERIOD(PERIOD-IDX)
                   MOVE LINE-HOME-VALUE TO SS-VALUE(PERIOD-IDX)
                   MOVE DL-QUANTITY(DOC-LINE-IDX) TO
                       SS-QUANTITY(PERIOD-IDX)
               ELSE
                   MOVE ZERO TO SS-VALUE(PERIOD-IDX)
                   MOVE ZERO TO SS-QUANTITY(PERIOD-IDX)
               END-IF
           END-PERFORM.
           RELEASE SALES-SORT-RECORD.

      * the home-currency rate for the document's own date - no rate
      * in force counts the document at par, visibly, as InvoicePrint
      * books it
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

      * sort output: summed per customer within part - each part's
      * figures to the part work file, its customers' to the
      * part-customer work file once the part total is known, and
      * every customer's into the customer table
       SUMMARISE-SALES.
           OPEN OUTPUT PART-WORK-FILE.
           IF WS-FS-PART-WORK NOT = '00'
               MOVE 'PART-WORK' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT PART-CUST-WORK-FILE.
           IF WS-FS-PART-CUST-WORK NOT = '00'
               MOVE 'PART-CUST-WORK' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-CUST-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE 'N' TO SORT-EOF.
           PERFORM RETURN-SALES-SORT.
           PERFORM UNTIL SORT-EOF = 'Y'
               PERFORM SUMMARISE-ONE-PART
           END-PERFORM.
           CLOSE PART-WORK-FILE.
           CLOSE PART-CUST-WORK-FILE.

       RETURN-SALES-SORT.
           RETURN SALES-SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF
               NOT AT END
                   MOVE SS-PART-NO TO NEXT-PART-NO
                   MOVE SS-CUST-NO TO NEXT-CUST-NO
           END-RETURN.

       SUMMARISE-ONE-PART.
           MOVE NEXT-PART-NO TO CURRENT-PART-NO.
           INITIALIZE PART-FIGURES.
           MOVE ZERO TO PART-CUST-COUNT.
           PERFORM UNTIL SORT-EOF = 'Y'
                   OR NEXT-PART-NO NOT = CURRENT-PART-NO
               PERFORM SUMMARISE-ONE-CUSTOMER
           END-PERFORM.
           MOVE PF-VALUE(2) TO PW-YTD-VALUE.
           MOVE CURRENT-PART-NO TO PW-KEY.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               MOVE PF-VALUE(PERIOD-IDX) TO PW-VALUE(PERIOD-IDX)
               MOVE PF-QUANTITY(PERIOD-IDX) TO PW-QUANTITY(PERIOD-IDX)
               ADD PF-VALUE(PERIOD-IDX) TO GF-VALUE(PERIOD-IDX)
               ADD PF-QUANTITY(PERIOD-IDX) TO GF-QUANTITY(PERIOD-IDX)
           END-PERFORM.
           WRITE PART-WORK-RECORD.
           IF WS-FS-PART-WORK NOT = '00'
               MOVE 'PART-WORK' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-PART-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING PART-CUST-IDX FROM 1 BY 1
                   UNTIL PART-CUST-IDX > PART-CUST-COUNT
               PERFORM WRITE-ONE-PART-CUSTOMER
           END-PERFORM.

       SUMMARISE-ONE-CUSTOMER.
           MOVE NEXT-CUST-NO TO CURRENT-CUST-NO.
           INITIALIZE CUST-FIGURES.
           PERFORM UNTIL SORT-EOF = 'Y'
                   OR NEXT-PART-NO NOT = CURRENT-PART-NO
                   OR NEXT-CUST-NO NOT = CURRENT-CUST-NO
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > PERIOD-COUNT
                   ADD SS-VALUE(PERIOD-IDX) TO CF-VALUE(PERIOD-IDX)
                   ADD SS-QUANTITY(PERIOD-IDX) TO
                       CF-QUANTITY(PERIOD-IDX)
               END-PERFORM
               PERFORM RETURN-SALES-SORT
           END-PERFORM.
           PERFORM FIND-SALES-CUSTOMER-SLOT.
           IF PART-CUST-COUNT < MAX-PART-CUSTS
               ADD 1 TO PART-CUST-COUNT
               MOVE CURRENT-CUST-NO TO PCT-CUST-NO(PART-CUST-COUNT)
           ELSE
               MOVE 'Y' TO TABLE-OVERFLOW-SW
           END-IF.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               ADD CF-VALUE(PERIOD-IDX) TO PF-VALUE(PERIOD-IDX)
               ADD CF-QUANTITY(PERIOD-IDX) TO PF-QUANTITY(PERIOD-IDX)
               IF NOT TABLE-OVERFLOWED
                   MOVE CF-VALUE(PERIOD-IDX) TO
                       PCT-VALUE(PART-CUST-COUNT PERIOD-IDX)
                   MOVE CF-QUANTITY(PERIOD-IDX) TO
                       PCT-QUANTITY(PART-CUST-COUNT PERIOD-IDX)
                   ADD CF-VALUE(PERIOD-IDX) TO
                       SC-VALUE(SALES-CUST-IDX PERIOD-IDX)
                   ADD CF-QUANTITY(PERIOD-IDX) TO
                       SC-QUANTITY(SALES-CUST-IDX PERIOD-IDX)
               END-IF
           END-PERFORM.

      * leaves SALES-CUST-IDX pointing at the customer's slot,
      * opening a fresh one the first time a customer shows up
       FIND-SALES-CUSTOMER-SLOT.
           MOVE 'N' TO SALES-CUST-FOUND-SW.
           PERFORM VARYING SALES-CUST-IDX FROM 1 BY 1
                   UNTIL SALES-CUST-IDX > SALES-CUST-COUNT
                   OR SALES-CUST-FOUND
               IF SC-CUST-NO(SALES-CUST-IDX) = CURRENT-CUST-NO
                   MOVE 'Y' TO SALES-CUST-FOUND-SW
               END-IF
           END-PERFORM.
           IF SALES-CUST-FOUND
               SUBTRACT 1 FROM SALES-CUST-IDX
           ELSE
               IF SALES-CUST-COUNT < MAX-SALES-CUSTOMERS
                   ADD 1 TO SALES-CUST-COUNT
                   MOVE SALES-CUST-COUNT TO SALES-CUST-IDX
                   INITIALIZE SALES-CUST-ENTRY(SALES-CUST-IDX)
                   MOVE CURRENT-CUST-NO TO SC-CUST-NO(SALES-CUST-IDX)
               ELSE
                   MOVE 'Y' TO TABLE-OVERFLOW-SW
               END-IF
           END-IF.

       WRITE-ONE-PART-CUSTOMER.
           MOVE CURRENT-PART-NO TO PCW-PART-NO.
           MOVE PCT-VALUE(PART-CUST-IDX 2) TO PCW-YTD-VALUE.
           MOVE PCT-CUST-NO(PART-CUST-IDX) TO PCW-CUST-NO.
           MOVE PF-VALUE(2) TO PCW-PART-YTD-VALUE.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               MOVE PCT-VALUE(PART-CUST-IDX PERIOD-IDX) TO
                   PCW-VALUE(PERIOD-IDX)
               MOVE PCT-QUANTITY(PART-CUST-IDX PERIOD-IDX) TO
                   PCW-QUANTITY(PERIOD-IDX)
           END-PERFORM.
           WRITE PART-CUST-WORK-RECORD.
           IF WS-FS-PART-CUST-WORK NOT = '00'
               MOVE 'PART-CUST-WORK' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-PART-CUST-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * sort input for the customer ranking: the customer table
       RELEASE-CUSTOMERS.
           PERFORM VARYING SALES-CUST-IDX FROM 1 BY 1
                   UNTIL SALES-CUST-IDX > SALES-CUST-COUNT
               MOVE SC-VALUE(SALES-CUST-IDX 2) TO RK-YTD-VALUE
               MOVE SC-CUST-NO(SALES-CUST-IDX) TO RK-KEY
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > PERIOD-COUNT
                   MOVE SC-VALUE(SALES-CUST-IDX PERIOD-IDX) TO
                       RK-VALUE(PERIOD-IDX)
                   MOVE SC-QUANTITY(SALES-CUST-IDX PERIOD-IDX) TO
                       RK-QUANTITY(PERIOD-IDX)
               END-PERFORM
               RELEASE RANK-SORT-RECORD
           END-PERFORM.

      * sort output for both rankings: one line per customer or part
      * in rank order, its share of the whole year to date, then the
      * section's total line
       PRINT-RANKED-SECTION.
           MOVE ZERO TO RANK-NO.
           MOVE GF-VALUE(2) TO SHARE-BASE.
           MOVE 'N' TO SORT-EOF.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN RANK-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-RANKED-LINE
               END-RETURN
           END-PERFORM.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               MOVE GF-VALUE(PERIOD-IDX) TO LF-VALUE(PERIOD-IDX)
               MOVE GF-QUANTITY(PERIOD-IDX) TO LF-QUANTITY(PERIOD-IDX)
           END-PERFORM.
           MOVE ZERO TO SAR-D-RANK.
           MOVE SPACES TO SAR-D-KEY.
           MOVE 'TOTAL' TO SHOW-NAME.
           MOVE ZERO TO CSV-RANK.
           MOVE SPACES TO CSV-PART-NO CSV-CUST-NO.
           PERFORM PRINT-FIGURES-LINE.

       PRINT-ONE-RANKED-LINE.
           ADD 1 TO RANK-NO.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               MOVE RK-VALUE(PERIOD-IDX) TO LF-VALUE(PERIOD-IDX)
               MOVE RK-QUANTITY(PERIOD-IDX) TO LF-QUANTITY(PERIOD-IDX)
           END-PERFORM.
           MOVE RANK-NO TO SAR-D-RANK.
           MOVE RANK-NO TO CSV-RANK.
           IF RANKING-CUSTOMERS
               MOVE RK-KEY(3:6) TO SAR-D-KEY
               MOVE RK-KEY(3:6) TO CSV-CUST-NO
               MOVE SPACES TO CSV-PART-NO
               MOVE RK-KEY(3:6) TO CM-CUS-SUP-NO
               PERFORM LOOKUP-CUSTOMER-NAME
           ELSE
               MOVE RK-KEY TO SAR-D-KEY
               MOVE RK-KEY TO CSV-PART-NO
               MOVE SPACES TO CSV-CUST-NO
               MOVE RK-KEY TO PM-PART-NO
               PERFORM LOOKUP-PART-DESC
           END-IF.
           PERFORM PRINT-FIGURES-LINE.

      * sort output for the third section: a heading per part, then
      * its customers in rank order with their share of the part
       PRINT-CUSTOMERS-IN-PART.
           MOVE 'N' TO SORT-EOF.
           MOVE 'C' TO SECTION-KIND.
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN PART-CUST-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-PART-CUSTOMER
               END-RETURN
           END-PERFORM.

       PRINT-ONE-PART-CUSTOMER.
           IF RANK-NO = ZERO OR PCS-PART-NO NOT = PREV-PCS-PART-NO
               MOVE PCS-PART-NO TO PREV-PCS-PART-NO
               MOVE ZERO TO RANK-NO
               MOVE PCS-PART-NO TO PM-PART-NO
               PERFORM LOOKUP-PART-DESC
               MOVE PCS-PART-NO TO SAR-P-PART-NO
               MOVE SHOW-NAME TO SAR-P-DESC
               MOVE SPACES TO WS-SALES-LINE
               PERFORM WRITE-SALES-LINE
               MOVE SAR-PART-HEAD-LINE TO WS-SALES-LINE
               PERFORM WRITE-SALES-LINE
           END-IF.
           ADD 1 TO RANK-NO.
           MOVE PCS-PART-YTD-VALUE TO SHARE-BASE.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               MOVE PCS-VALUE(PERIOD-IDX) TO LF-VALUE(PERIOD-IDX)
               MOVE PCS-QUANTITY(PERIOD-IDX) TO
                   LF-QUANTITY(PERIOD-IDX)
           END-PERFORM.
           MOVE RANK-NO TO SAR-D-RANK.
           MOVE RANK-NO TO CSV-RANK.
           MOVE PCS-CUST-NO TO SAR-D-KEY.
           MOVE PCS-CUST-NO TO CSV-CUST-NO.
           MOVE PCS-PART-NO TO CSV-PART-NO.
           MOVE PCS-CUST-NO TO CM-CUS-SUP-NO.
           PERFORM LOOKUP-CUSTOMER-NAME.
           PERFORM PRINT-FIGURES-LINE.

      * one line's figures - LINE-FIGURES, SHOW-NAME and the rank
      * and key already set - onto the report and the CSV. the share
      * is of SHARE-BASE; the change is the year to date against
      * last year's, blank where last year had nothing to compare
       PRINT-FIGURES-LINE.
           MOVE SHOW-NAME TO SAR-D-NAME.
           MOVE LF-VALUE(1) TO SAR-D-MTH-VALUE.
           MOVE LF-QUANTITY(1) TO SAR-D-MTH-QTY.
           MOVE LF-VALUE(3) TO SAR-D-LYM-VALUE.
           MOVE LF-VALUE(2) TO SAR-D-YTD-VALUE.
           MOVE LF-QUANTITY(2) TO SAR-D-YTD-QTY.
           MOVE LF-VALUE(4) TO SAR-D-LYY-VALUE.
           MOVE SPACES TO SAR-D-CHANGE.
           IF LF-VALUE(4) > ZERO
               COMPUTE CHANGE-PERCENT ROUNDED =
                   (LF-VALUE(2) - LF-VALUE(4)) * 100 / LF-VALUE(4)
                   ON SIZE ERROR
                       MOVE ZERO TO CHANGE-PERCENT
                       MOVE '  ******' TO SAR-D-CHANGE
               END-COMPUTE
               IF SAR-D-CHANGE = SPACES
                   MOVE CHANGE-PERCENT TO CHANGE-EDIT
                   MOVE CHANGE-EDIT TO SAR-D-CHANGE(1:7)
                   MOVE '%' TO SAR-D-CHANGE(8:1)
               END-IF
           END-IF.
           MOVE ZERO TO SHARE-PERCENT.
           IF SHARE-BASE NOT = ZERO
               COMPUTE SHARE-PERCENT ROUNDED =
                   LF-VALUE(2) * 100 / SHARE-BASE
                   ON SIZE ERROR
                       MOVE ZERO TO SHARE-PERCENT
               END-COMPUTE
           END-IF.
           MOVE SHARE-PERCENT TO SAR-D-SHARE.
           MOVE SPACES TO WS-SALES-LINE.
           MOVE SAR-DETAIL-LINE TO WS-SALES-LINE.
           PERFORM WRITE-SALES-LINE.
           PERFORM WRITE-CSV-DETAIL-LINE.

      * a missing master, or a line priced off a date record with no
      * part, leaves a word in the name column instead
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

       LOOKUP-PART-DESC.
           MOVE SPACES TO SHOW-NAME.
           IF PM-PART-NO = ZERO
               MOVE 'DATE-PRICED LINES' TO SHOW-NAME
           ELSE
               IF PART-MASTER-IS-OPEN
                   READ PART-MASTER
                       INVALID KEY
                           MOVE 'UNKNOWN PART' TO SHOW-NAME
                       NOT INVALID KEY
                           MOVE PM-PART-DESC TO SHOW-NAME
                   END-READ
               END-IF
           END-IF.

       WRITE-CSV-HEADER-ROW.
           MOVE SPACES TO WS-CSV-LINE.
           STRING 'SECTION,RANK,PART NO,CUST NO,NAME,'
               DELIMITED BY SIZE
               'MTH VALUE,MTH QTY,YTD VALUE,YTD QTY,'
               DELIMITED BY SIZE
               'LY MTH VALUE,LY MTH QTY,LY YTD VALUE,LY YTD QTY,'
               DELIMITED BY SIZE
               'SHARE' DELIMITED BY SIZE
               INTO WS-CSV-LINE.
           PERFORM WRITE-CSV-LINE-OUT.

       WRITE-CSV-DETAIL-LINE.
           EVALUATE TRUE
               WHEN CSV-PART-NO NOT = SPACES
                   AND CSV-CUST-NO NOT = SPACES
                   MOVE 'CUST IN PART' TO CSV-SECTION
               WHEN RANKING-PARTS
                   MOVE 'PART' TO CSV-SECTION
               WHEN OTHER
                   MOVE 'CUSTOMER' TO CSV-SECTION
           END-EVALUATE.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               MOVE LF-VALUE(PERIOD-IDX) TO CSV-VALUE(PERIOD-IDX)
               MOVE LF-QUANTITY(PERIOD-IDX) TO
                   CSV-QUANTITY(PERIOD-IDX)
           END-PERFORM.
           MOVE SHARE-PERCENT TO CSV-SHARE.
           MOVE SPACES TO WS-CSV-LINE.
           STRING CSV-SECTION DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               CSV-RANK DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CSV-PART-NO DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CSV-CUST-NO DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               SHOW-NAME DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               CSV-VALUE(1) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CSV-QUANTITY(1) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CSV-VALUE(2) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CSV-QUANTITY(2) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CSV-VALUE(3) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CSV-QUANTITY(3) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CSV-VALUE(4) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CSV-QUANTITY(4) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CSV-SHARE DELIMITED BY SIZE
               INTO WS-CSV-LINE.
           PERFORM WRITE-CSV-LINE-OUT.

       WRITE-CSV-LINE-OUT.
           MOVE WS-CSV-LINE TO CSV-RECORD.
           WRITE CSV-RECORD.
           IF WS-FS-CSV-FILE NOT = '00'
               MOVE 'CSV-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-CSV-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       WRITE-SALES-LINE.
           MOVE WS-SALES-LINE TO SALES-REPORT-OUT.
           WRITE SALES-REPORT-OUT.
           IF WS-FS-SALES-REPORT NOT = '00'
               MOVE 'SALES-REPORT' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-SALES-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM SalesAnalysis.
