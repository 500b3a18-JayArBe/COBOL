      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: period-end late-payment interest on the customer
      *          open-item ledger (aropen.dat, see AROPEN.cpy). Only
      *          does its work when runflag.dat carries the
      *          period-end flag, like the statement run, and sits
      *          ahead of it in the chain so the charges appear on
      *          the statements. Every invoice still open past its
      *          terms - the 'ARIT' days in runctl.dat after its
      *          invoice date, default 30 - is charged simple
      *          interest at the annual 'ARIR' rate for the days
      *          overdue since it was last charged. The age is
      *          DateConvert's days-between on AR-INV-DATE, the ask
      *          ArAgedDebt makes. Each charge is posted as a new
      *          open item, numbered off invnum.dat in the invoices'
      *          sequence the way CreditNote numbers credit notes,
      *          with its 'J' record on artran.dat, and recorded on
      *          arint.dat (see ARINT.cpy) against the item it was
      *          charged on. The interest register goes to
      *          arint.rpt and the night's total, in home currency,
      *          to nightval.dat as 'ARIN' for the GL journal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ArInterest.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * read once for the overdue items, then extended with the
      * interest charges
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEM-FILE.

           SELECT OPTIONAL AR-ACTIVITY-FILE ASSIGN TO 'artran.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AR-ACTIVITY.

      * read once for what each item was last charged to, then
      * extended with tonight's charges - see ARINT.cpy
           SELECT OPTIONAL INTEREST-CHARGE-FILE ASSIGN TO 'arint.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INTEREST-CHARGE.

      * the persistent invoice number - shared with InvoicePrint
           SELECT OPTIONAL INVOICE-NUM-FILE ASSIGN TO 'invnum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-NUM.

      * run controls - the 'ARIR' rate and 'ARIT' terms
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT OPTIONAL NIGHT-VALUE-FILE ASSIGN TO 'nightval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NIGHT-VALUE.

           SELECT INTEREST-REPORT-FILE ASSIGN TO 'arint.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INTEREST-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD OPEN-ITEM-FILE.

       COPY AROPEN.

       FD AR-ACTIVITY-FILE.

       COPY ARTRAN.

       FD INTEREST-CHARGE-FILE.

       COPY ARINT.

       FD INVOICE-NUM-FILE.
       01 INVOICE-NUM-RECORD PIC 9(6).

       FD CONTROL-FILE.

       COPY RUNCTL.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD NIGHT-VALUE-FILE.

       COPY NIGHTVAL.

       FD INTEREST-REPORT-FILE.
       01 INTEREST-REPORT-OUT PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-OPEN-ITEM-FILE PIC XX VALUE '00'.
       01 WS-FS-AR-ACTIVITY PIC XX VALUE '00'.
       01 WS-FS-INTEREST-CHARGE PIC XX VALUE '00'.
       01 WS-FS-INVOICE-NUM PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-NIGHT-VALUE PIC XX VALUE '00'.
       01 WS-FS-INTEREST-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'ArInterest'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'ArInterest'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * the chain's business date, period-end flag and run
      * identifier - the charges run to the business date
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 CHARGE-DATE PIC 9(8) VALUE ZERO.
       01 PERIOD-END-SW PIC X VALUE 'N'.
           88 TONIGHT-IS-PERIOD-END VALUE 'Y'.

       01 LEDGER-EOF PIC X VALUE 'N'.
       01 HISTORY-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 LEDGER-READ-COUNT PIC 9(7) VALUE ZERO.
       01 ITEMS-OVERDUE-COUNT PIC 9(5) VALUE ZERO.

      * the annual rate, hundredths of a percent, and the days after
      * invoice before interest starts - the 'ARIR' and 'ARIT'
      * records in runctl.dat. no rate means nothing is charged
       01 INTEREST-CONTROLS.
           03 ANNUAL-RATE PIC 9(6) VALUE ZERO.
           03 TERMS-DAYS PIC 9(3) VALUE 030.

      * the item's age against the charge date - DateConvert's
      * days-between function, the charge date as the second date
      * so a positive answer is "days old"
       01 AGING-DATE-WORK.
           03 AGE-IN-DAYS PIC S9(7) VALUE ZERO.
           03 DAYS-OVERDUE PIC S9(7) VALUE ZERO.
           03 DAYS-SINCE-CHARGED PIC S9(7) VALUE ZERO.
           03 DAYS-TO-CHARGE PIC S9(7) VALUE ZERO.

       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * every charge ever raised, off arint.dat: the item it was
      * charged on, the date it ran to, and the interest item it
      * was posted as
       77 MAX-CHARGE-HISTORY PIC 9(4) VALUE 5000.
       01 HISTORY-TABLE-CONTROLS.
           03 HISTORY-COUNT PIC 9(4) VALUE ZERO.
           03 HISTORY-IDX PIC 9(4) VALUE ZERO.
           03 HISTORY-OVERFLOW-SW PIC X VALUE 'N'.
               88 HISTORY-OVERFLOWED VALUE 'Y'.
       01 HISTORY-TABLE.
           03 HISTORY-ENTRY OCCURS 5000 TIMES.
               05 HT-SOURCE-ITEM PIC 9(6).
               05 HT-CHARGED-TO PIC 9(8).
               05 HT-INTEREST-ITEM PIC 9(6).

      * the item in hand against the history - the latest date it
      * was charged to, and whether it is itself an interest item
       01 ITEM-HISTORY-WORK.
           03 LAST-CHARGED-TO PIC 9(8) VALUE ZERO.
           03 INTEREST-ITEM-SW PIC X VALUE 'N'.
               88 ITEM-IS-INTEREST VALUE 'Y'.

      * tonight's charges, worked out in full before anything is
      * posted
       77 MAX-CHARGES PIC 9(4) VALUE 2000.
       01 CHARGE-TABLE-CONTROLS.
           03 CHARGE-COUNT PIC 9(4) VALUE ZERO.
           03 CHARGE-IDX PIC 9(4) VALUE ZERO.
           03 CHARGE-OVERFLOW-SW PIC X VALUE 'N'.
               88 CHARGES-OVERFLOWED VALUE 'Y'.
       01 CHARGE-TABLE.
           03 CHARGE-ENTRY OCCURS 2000 TIMES.
               05 CH-SOURCE-ITEM PIC 9(6).
               05 CH-CUST-NUMBER PIC 9(6).
               05 CH-INV-DATE PIC 9(8).
               05 CH-OPEN-AMOUNT PIC S9(7)V99.
               05 CH-DAYS PIC 9(5).
               05 CH-AMOUNT PIC 9(7)V99.
               05 CH-CURRENCY PIC X(3).
               05 CH-BOOK-RATE PIC 9(3)V9(6).
               05 CH-INTEREST-ITEM PIC 9(6).

       01 CHARGE-WORK.
           03 NEXT-ITEM-NUMBER PIC 9(6) VALUE 1.
           03 WORK-INTEREST PIC 9(7)V99 VALUE ZERO.
           03 WORK-HOME-VALUE PIC 9(9)V99 VALUE ZERO.
           03 RUN-HOME-TOT PIC 9(9)V99 VALUE ZERO.

      * print lines for the interest register
       01 INT-TITLE-LINE.
           03 FILLER PIC X(29)
               VALUE 'LATE-PAYMENT INTEREST TO    '.
           03 INT-T-DATE PIC 9(8).
           03 FILLER PIC X(8) VALUE '  RATE '.
           03 INT-T-RATE PIC ZZZ9.99.
           03 FILLER PIC X(17) VALUE '% P.A.  TERMS    '.
           03 INT-T-TERMS PIC ZZ9.
           03 FILLER PIC X(5) VALUE ' DAYS'.
       01 INT-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'CUSTMR   ITEM INV DA'.
           03 FILLER PIC X(20) VALUE 'TE  OPEN AMOUNT  DAY'.
           03 FILLER PIC X(20) VALUE 'S    INTEREST CUR   '.
           03 FILLER PIC X(20) VALUE '  CHARGE   HOME VALU'.
           03 FILLER PIC X(1) VALUE 'E'.
       01 INT-DETAIL-LINE.
           03 INT-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 INT-D-ITEM PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 INT-D-INV-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 INT-D-OPEN-AMOUNT PIC -(8)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 INT-D-DAYS PIC ZZZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 INT-D-INTEREST PIC Z(7)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 INT-D-CURRENCY PIC X(3).
           03 FILLER PIC X(4) VALUE SPACES.
           03 INT-D-CHARGE-ITEM PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 INT-D-HOME-VALUE PIC Z(8)9.99.
       01 INT-TOTAL-LINE.
           03 FILLER PIC X(18) VALUE 'CHARGES RAISED:   '.
           03 INT-G-COUNT PIC ZZZZ9.
           03 FILLER PIC X(27) VALUE
               '  TOTAL HOME VALUE:        '.
           03 INT-G-HOME-TOT PIC Z(8)9.99.
       01 WS-INTEREST-LINE PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           IF NOT TONIGHT-IS-PERIOD-END
               DISPLAY "ArInterest - not a period-end run, "
                   "no interest charged"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RUN-CONTROLS.
           MOVE 'B' TO DA-FUNCTION.
           MOVE CHARGE-DATE(7:2) TO DA-DAY-2.
           MOVE CHARGE-DATE(5:2) TO DA-MONTH-2.
           MOVE CHARGE-DATE(1:4) TO DA-YEAR-2.

           PERFORM LOAD-CHARGE-HISTORY.
      * without the whole history an item could be charged twice
      * for the same days, or an interest item charged interest -
      * refuse the run instead, nothing posted
           IF HISTORY-OVERFLOWED
               DISPLAY "*** arint.dat holds more than "
                   MAX-CHARGE-HISTORY " charges - no interest "
                   "charged ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ANNUAL-RATE > ZERO
               PERFORM SCAN-OPEN-ITEMS
           END-IF.
           IF CHARGES-OVERFLOWED
               DISPLAY "*** More than " MAX-CHARGES
                   " items due interest - no interest charged ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CHARGE-COUNT > ZERO
               PERFORM LOAD-INVOICE-NUMBER
               PERFORM OPEN-OUTPUTS-FOR-APPEND
               PERFORM VARYING CHARGE-IDX FROM 1 BY 1
                       UNTIL CHARGE-IDX > CHARGE-COUNT
                   PERFORM POST-ONE-CHARGE
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
               CLOSE AR-ACTIVITY-FILE
               CLOSE INTEREST-CHARGE-FILE
               PERFORM SAVE-INVOICE-NUMBER
           END-IF.
           PERFORM PRINT-INTEREST-REGISTER.
           PERFORM WRITE-NIGHT-VALUE.

           DISPLAY "Ledger records read: " LEDGER-READ-COUNT.
           DISPLAY "Items past terms: " ITEMS-OVERDUE-COUNT
               "  Charges raised: " CHARGE-COUNT.
           DISPLAY "Interest charged (home): " RUN-HOME-TOT.

           MOVE LEDGER-READ-COUNT TO RSUM-RECORDS-READ.
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
      * active or already retired it, as the statement run does; the
      * run id only off an active flag
       READ-RUN-FLAG.
           ACCEPT CHARGE-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RF-RUN-DATE TO CHARGE-DATE
                   IF RF-IS-PERIOD-END
                       MOVE 'Y' TO PERIOD-END-SW
                   END-IF
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

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
                       EVALUATE CTL-TYPE
                           WHEN 'ARIR'
                               MOVE CTL-NUMBER TO ANNUAL-RATE
                           WHEN 'ARIT'
                               MOVE CTL-NUMBER TO TERMS-DAYS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

       LOAD-CHARGE-HISTORY.
           OPEN INPUT INTEREST-CHARGE-FILE.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ INTEREST-CHARGE-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       IF HISTORY-COUNT < MAX-CHARGE-HISTORY
                           ADD 1 TO HISTORY-COUNT
                           MOVE AI-SOURCE-ITEM TO
                               HT-SOURCE-ITEM(HISTORY-COUNT)
                           MOVE AI-CHARGED-TO TO
                               HT-CHARGED-TO(HISTORY-COUNT)
                           MOVE AI-INTEREST-ITEM TO
                               HT-INTEREST-ITEM(HISTORY-COUNT)
                       ELSE
                           MOVE 'Y' TO HISTORY-OVERFLOW-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTEREST-CHARGE-FILE.

       SCAN-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       ADD 1 TO LEDGER-READ-COUNT
                       IF AR-IS-OPEN
                           AND AR-OPEN-AMOUNT > ZERO
                           PERFORM CHARGE-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

      * the days to charge are the days past terms, less any the
      * item was already charged for - everything up to the date
      * its last charge ran to
       CHARGE-ONE-OPEN-ITEM.
           PERFORM FIND-ITEM-HISTORY.
           IF NOT ITEM-IS-INTEREST
               MOVE AR-INV-DATE(7:2) TO CNV-DAY
               MOVE AR-INV-DATE(5:2) TO CNV-MONTH
               MOVE AR-INV-DATE(1:4) TO CNV-YEAR
               PERFORM CALL-DAYS-BETWEEN
               MOVE DA-DAYS-BETWEEN TO AGE-IN-DAYS
               COMPUTE DAYS-OVERDUE = AGE-IN-DAYS - TERMS-DAYS
               IF DAYS-OVERDUE > ZERO
                   ADD 1 TO ITEMS-OVERDUE-COUNT
                   MOVE DAYS-OVERDUE TO DAYS-TO-CHARGE
                   IF LAST-CHARGED-TO > ZERO
                       MOVE LAST-CHARGED-TO(7:2) TO CNV-DAY
                       MOVE LAST-CHARGED-TO(5:2) TO CNV-MONTH
                       MOVE LAST-CHARGED-TO(1:4) TO CNV-YEAR
                       PERFORM CALL-DAYS-BETWEEN
                       MOVE DA-DAYS-BETWEEN TO DAYS-SINCE-CHARGED
                       IF DAYS-SINCE-CHARGED < DAYS-TO-CHARGE
                           MOVE DAYS-SINCE-CHARGED TO DAYS-TO-CHARGE
                       END-IF
                   END-IF
                   IF DAYS-TO-CHARGE > ZERO
                       PERFORM HOLD-ONE-CHARGE
                   END-IF
               END-IF
           END-IF.

      * simple interest on the open amount for the days charged - a
      * charge that rounds to nothing is not worth an item
       HOLD-ONE-CHARGE.
           COMPUTE WORK-INTEREST ROUNDED = AR-OPEN-AMOUNT
               * ANNUAL-RATE / 10000 * DAYS-TO-CHARGE / 365.
           IF WORK-INTEREST > ZERO
               IF CHARGE-COUNT < MAX-CHARGES
                   ADD 1 TO CHARGE-COUNT
                   MOVE AR-ITEM-NUMBER TO CH-SOURCE-ITEM(CHARGE-COUNT)
                   MOVE AR-CUST-NUMBER TO CH-CUST-NUMBER(CHARGE-COUNT)
                   MOVE AR-INV-DATE TO CH-INV-DATE(CHARGE-COUNT)
                   MOVE AR-OPEN-AMOUNT TO CH-OPEN-AMOUNT(CHARGE-COUNT)
                   MOVE DAYS-TO-CHARGE TO CH-DAYS(CHARGE-COUNT)
                   MOVE WORK-INTEREST TO CH-AMOUNT(CHARGE-COUNT)
                   MOVE AR-CURRENCY TO CH-CURRENCY(CHARGE-COUNT)
                   MOVE AR-BOOK-RATE TO CH-BOOK-RATE(CHARGE-COUNT)
                   IF AR-BOOK-RATE = ZERO
                       MOVE 1 TO CH-BOOK-RATE(CHARGE-COUNT)
                   END-IF
                   MOVE ZERO TO CH-INTEREST-ITEM(CHARGE-COUNT)
               ELSE
                   MOVE 'Y' TO CHARGE-OVERFLOW-SW
               END-IF
           END-IF.

      * the latest date the item in hand was charged to, and whether
      * it was itself raised as an interest charge
       FIND-ITEM-HISTORY.
           MOVE ZERO TO LAST-CHARGED-TO.
           MOVE 'N' TO INTEREST-ITEM-SW.
           PERFORM VARYING HISTORY-IDX FROM 1 BY 1
                   UNTIL HISTORY-IDX > HISTORY-COUNT
               IF HT-SOURCE-ITEM(HISTORY-IDX) = AR-ITEM-NUMBER
                   AND HT-CHARGED-TO(HISTORY-IDX) > LAST-CHARGED-TO
                   MOVE HT-CHARGED-TO(HISTORY-IDX) TO LAST-CHARGED-TO
               END-IF
               IF HT-INTEREST-ITEM(HISTORY-IDX) = AR-ITEM-NUMBER
                   MOVE 'Y' TO INTEREST-ITEM-SW
               END-IF
           END-PERFORM.

       CALL-DAYS-BETWEEN.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.

       OPEN-OUTPUTS-FOR-APPEND.
           OPEN EXTEND OPEN-ITEM-FILE.
           IF WS-FS-OPEN-ITEM-FILE = '35'
               OPEN OUTPUT OPEN-ITEM-FILE
           END-IF.
           IF WS-FS-OPEN-ITEM-FILE NOT = '00'
               AND WS-FS-OPEN-ITEM-FILE NOT = '05'
               MOVE 'OPEN-ITEM-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-OPEN-ITEM-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN EXTEND AR-ACTIVITY-FILE.
           IF WS-FS-AR-ACTIVITY = '35'
               OPEN OUTPUT AR-ACTIVITY-FILE
           END-IF.
           IF WS-FS-AR-ACTIVITY NOT = '00'
               AND WS-FS-AR-ACTIVITY NOT = '05'
               MOVE 'AR-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AR-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN EXTEND INTEREST-CHARGE-FILE.
           IF WS-FS-INTEREST-CHARGE = '35'
               OPEN OUTPUT INTEREST-CHARGE-FILE
           END-IF.
           IF WS-FS-INTEREST-CHARGE NOT = '00'
               AND WS-FS-INTEREST-CHARGE NOT = '05'
               MOVE 'INTEREST-CHARGE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-INTEREST-CHARGE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the last invoice number ever issued, off invnum.dat - the
      * charges issue on from it, in the invoices' sequence
       LOAD-INVOICE-NUMBER.
           MOVE 1 TO NEXT-ITEM-NUMBER.
           OPEN INPUT INVOICE-NUM-FILE.
           READ INVOICE-NUM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   COMPUTE NEXT-ITEM-NUMBER =
                       INVOICE-NUM-RECORD + 1
           END-READ.
           CLOSE INVOICE-NUM-FILE.

      * rewrites invnum.dat with the last number this run issued
       SAVE-INVOICE-NUMBER.
           COMPUTE INVOICE-NUM-RECORD = NEXT-ITEM-NUMBER - 1.
           OPEN OUTPUT INVOICE-NUM-FILE.
           IF WS-FS-INVOICE-NUM NOT = '00'
               MOVE 'INVOICE-NUM-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-INVOICE-NUM TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           WRITE INVOICE-NUM-RECORD.
           IF WS-FS-INVOICE-NUM NOT = '00'
               MOVE 'INVOICE-NUM-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-INVOICE-NUM TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE INVOICE-NUM-FILE.

      * the charge becomes its own open item in the overdue item's
      * currency and book rate, with its 'J' record on the activity
      * journal and its arint.dat record tying it to the item it was
      * charged on
       POST-ONE-CHARGE.
           MOVE NEXT-ITEM-NUMBER TO CH-INTEREST-ITEM(CHARGE-IDX).
           ADD 1 TO NEXT-ITEM-NUMBER.
           MOVE SPACES TO AR-OPEN-ITEM-RECORD.
           MOVE CH-INTEREST-ITEM(CHARGE-IDX) TO AR-ITEM-NUMBER.
           MOVE CH-CUST-NUMBER(CHARGE-IDX) TO AR-CUST-NUMBER.
           MOVE CHARGE-DATE TO AR-INV-DATE.
           MOVE CH-AMOUNT(CHARGE-IDX) TO AR-ORIG-AMOUNT.
           MOVE CH-AMOUNT(CHARGE-IDX) TO AR-OPEN-AMOUNT.
           MOVE 'O' TO AR-STATUS.
           MOVE CH-CURRENCY(CHARGE-IDX) TO AR-CURRENCY.
           MOVE CH-BOOK-RATE(CHARGE-IDX) TO AR-BOOK-RATE.
           MOVE THIS-RUN-ID TO AR-RUN-ID.
           WRITE AR-OPEN-ITEM-RECORD.
           IF WS-FS-OPEN-ITEM-FILE NOT = '00'
               MOVE 'OPEN-ITEM-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-OPEN-ITEM-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO AR-ACTIVITY-RECORD.
           MOVE CH-CUST-NUMBER(CHARGE-IDX) TO AT-CUST-NUMBER.
           MOVE CHARGE-DATE TO AT-ACT-DATE.
           MOVE 'J' TO AT-ACT-TYPE.
           MOVE CH-INTEREST-ITEM(CHARGE-IDX) TO AT-ITEM-NUMBER.
           MOVE CH-AMOUNT(CHARGE-IDX) TO AT-AMOUNT.
           MOVE THIS-RUN-ID TO AT-RUN-ID.
           WRITE AR-ACTIVITY-RECORD.
           IF WS-FS-AR-ACTIVITY NOT = '00'
               MOVE 'AR-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-AR-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE CH-SOURCE-ITEM(CHARGE-IDX) TO AI-SOURCE-ITEM.
           MOVE CH-CUST-NUMBER(CHARGE-IDX) TO AI-CUST-NUMBER.
           MOVE CHARGE-DATE TO AI-CHARGED-TO.
           MOVE CH-DAYS(CHARGE-IDX) TO AI-DAYS.
           MOVE ANNUAL-RATE TO AI-RATE.
           MOVE CH-INTEREST-ITEM(CHARGE-IDX) TO AI-INTEREST-ITEM.
           MOVE CH-AMOUNT(CHARGE-IDX) TO AI-AMOUNT.
           MOVE THIS-RUN-ID TO AI-RUN-ID.
           WRITE INTEREST-CHARGE-RECORD.
           IF WS-FS-INTEREST-CHARGE NOT = '00'
               MOVE 'INTEREST-CHARGE-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-INTEREST-CHARGE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * one line per charge with its home-currency value, then the
      * total that goes to the GL journal
       PRINT-INTEREST-REGISTER.
           OPEN OUTPUT INTEREST-REPORT-FILE.
           IF WS-FS-INTEREST-REPORT NOT = '00'
               MOVE 'INTEREST-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-INTEREST-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE CHARGE-DATE TO INT-T-DATE.
           COMPUTE INT-T-RATE = ANNUAL-RATE / 100.
           MOVE TERMS-DAYS TO INT-T-TERMS.
           MOVE SPACES TO WS-INTEREST-LINE.
           MOVE INT-TITLE-LINE TO WS-INTEREST-LINE.
           PERFORM WRITE-INTEREST-LINE.
           MOVE SPACES TO WS-INTEREST-LINE.
           MOVE INT-COL-HEAD TO WS-INTEREST-LINE.
           PERFORM WRITE-INTEREST-LINE.
           PERFORM VARYING CHARGE-IDX FROM 1 BY 1
                   UNTIL CHARGE-IDX > CHARGE-COUNT
               PERFORM PRINT-ONE-CHARGE
           END-PERFORM.
           IF ANNUAL-RATE = ZERO
               MOVE SPACES TO WS-INTEREST-LINE
               MOVE 'NO INTEREST RATE SET - NOTHING CHARGED'
                   TO WS-INTEREST-LINE
               PERFORM WRITE-INTEREST-LINE
           ELSE
               IF CHARGE-COUNT = ZERO
                   MOVE SPACES TO WS-INTEREST-LINE
                   MOVE 'NO ITEM DUE INTEREST' TO WS-INTEREST-LINE
                   PERFORM WRITE-INTEREST-LINE
               END-IF
           END-IF.
           MOVE CHARGE-COUNT TO INT-G-COUNT.
           MOVE RUN-HOME-TOT TO INT-G-HOME-TOT.
           MOVE SPACES TO WS-INTEREST-LINE.
           PERFORM WRITE-INTEREST-LINE.
           MOVE INT-TOTAL-LINE TO WS-INTEREST-LINE.
           PERFORM WRITE-INTEREST-LINE.
           CLOSE INTEREST-REPORT-FILE.

       PRINT-ONE-CHARGE.
           COMPUTE WORK-HOME-VALUE ROUNDED = CH-AMOUNT(CHARGE-IDX)
               * CH-BOOK-RATE(CHARGE-IDX).
           ADD WORK-HOME-VALUE TO RUN-HOME-TOT.
           MOVE CH-CUST-NUMBER(CHARGE-IDX) TO INT-D-CUST-NUMBER.
           MOVE CH-SOURCE-ITEM(CHARGE-IDX) TO INT-D-ITEM.
           MOVE CH-INV-DATE(CHARGE-IDX) TO INT-D-INV-DATE.
           MOVE CH-OPEN-AMOUNT(CHARGE-IDX) TO INT-D-OPEN-AMOUNT.
           MOVE CH-DAYS(CHARGE-IDX) TO INT-D-DAYS.
           MOVE CH-AMOUNT(CHARGE-IDX) TO INT-D-INTEREST.
           MOVE CH-CURRENCY(CHARGE-IDX) TO INT-D-CURRENCY.
           MOVE CH-INTEREST-ITEM(CHARGE-IDX) TO INT-D-CHARGE-ITEM.
           MOVE WORK-HOME-VALUE TO INT-D-HOME-VALUE.
           MOVE SPACES TO WS-INTEREST-LINE.
           MOVE INT-DETAIL-LINE TO WS-INTEREST-LINE.
           PERFORM WRITE-INTEREST-LINE.

       WRITE-INTEREST-LINE.
           MOVE WS-INTEREST-LINE TO INTEREST-REPORT-OUT.
           WRITE INTEREST-REPORT-OUT.
           IF WS-FS-INTEREST-REPORT NOT = '00'
               MOVE 'INTEREST-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-INTEREST-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the period's interest in home currency onto nightval.dat for
      * the GL journal - see NIGHTVAL.cpy. written at zero too, so
      * the journal shows the period-end run happened
       WRITE-NIGHT-VALUE.
           OPEN EXTEND NIGHT-VALUE-FILE.
           IF WS-FS-NIGHT-VALUE = '35'
               OPEN OUTPUT NIGHT-VALUE-FILE
           END-IF.
           IF WS-FS-NIGHT-VALUE NOT = '00'
               AND WS-FS-NIGHT-VALUE NOT = '05'
               MOVE 'NIGHT-VALUE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-NIGHT-VALUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE 'ARIN' TO NV-SOURCE.
           MOVE RUN-HOME-TOT TO NV-AMOUNT.
           MOVE THIS-RUN-ID TO NV-RUN-ID.
           WRITE NIGHT-VALUE-RECORD.
           IF WS-FS-NIGHT-VALUE NOT = '00'
               MOVE 'NIGHT-VALUE-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-NIGHT-VALUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE NIGHT-VALUE-FILE.

       END PROGRAM ArInterest.
