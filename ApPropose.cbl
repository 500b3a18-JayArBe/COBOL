      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the payment proposal - treasury's daytime half of
      *          the payables payment run. Asks the operator for a
      *          pay-by date (blank is today) and selects every item
      *          still open on the payables ledger (apopen.dat, see
      *          APOPEN.cpy) that falls due on or before it. The
      *          selection is written to approp.dat (see APPROP.cpy)
      *          with every line marked 'P' to pay, and listed by
      *          supplier with subtotals on approp.rpt for treasury
      *          to sign off - a line changed to 'H' before the night
      *          is held back. ApSettle pays what is left marked 'P'
      *          in the night's chain and closes the items. Running
      *          the proposal again replaces the earlier one.
      *          Needs operator level 2; the chain holds the ledger's
      *          lock all night, and this program backs off rather
      *          than select from a ledger being written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ApPropose.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AP-OPEN-FILE ASSIGN TO 'apopen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AP-OPEN-FILE.

      * the supplier's name for the sign-off page
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

      * read first for any earlier proposal not yet paid, then
      * written afresh
           SELECT OPTIONAL PROPOSAL-FILE ASSIGN TO 'approp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROPOSAL-FILE.

           SELECT PROPOSAL-REPORT-FILE ASSIGN TO 'approp.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROPOSAL-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD AP-OPEN-FILE.

       COPY APOPEN.

       FD CUST-MASTER.

       COPY CUSTMAST.

       FD PROPOSAL-FILE.

       COPY APPROP.

       FD PROPOSAL-REPORT-FILE.
       01 PROPOSAL-REPORT-OUT PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-AP-OPEN-FILE PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PROPOSAL-FILE PIC XX VALUE '00'.
       01 WS-FS-PROPOSAL-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - who is running this, and
      * what they are allowed to do. level 2 proposes payments
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'ApPropose'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to FileLock.cbl - the chain holds the
      * payables ledger's lock all night
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20).
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'ApPropose'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'ApPropose'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 LEDGER-EOF PIC X VALUE 'N'.
       01 PROPOSAL-EOF PIC X VALUE 'N'.
       01 LEDGER-READ-COUNT PIC 9(7) VALUE ZERO.
       01 REPLACED-LINE-COUNT PIC 9(5) VALUE ZERO.

      * the pay-by date as keyed, and as a date - blank keeps today
       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 PAY-BY-INPUT PIC X(8) VALUE SPACES.
       01 PAY-BY-DATE PIC 9(8) VALUE ZERO.
       01 PAY-BY-DATE-PARTS REDEFINES PAY-BY-DATE.
           03 PAY-BY-YEAR PIC 9(4).
           03 PAY-BY-MONTH PIC 99.
           03 PAY-BY-DAY PIC 99.

      * the items selected, held so the page can print supplier by
      * supplier whatever order the ledger holds them in
       77 MAX-PROPOSED-ITEMS PIC 9(4) VALUE 2000.
       01 PROPOSAL-CONTROLS.
           03 PROPOSED-COUNT PIC 9(4) VALUE ZERO.
           03 PROPOSED-IDX PIC 9(4) VALUE ZERO.
           03 SUPPLIER-IDX PIC 9(4) VALUE ZERO.
           03 PROPOSAL-OVERFLOW-SW PIC X VALUE 'N'.
               88 PROPOSAL-OVERFLOWED VALUE 'Y'.
       01 PROPOSAL-TABLE.
           03 PROPOSED-ENTRY OCCURS 2000 TIMES.
               05 PE-ITEM-NUMBER PIC 9(6).
               05 PE-SUPPLIER PIC 9(6).
               05 PE-SUP-INV-REF PIC X(12).
               05 PE-INV-DATE PIC 9(8).
               05 PE-DUE-DATE PIC 9(8).
               05 PE-AMOUNT PIC 9(7)V99.
               05 PE-PRINTED-SW PIC X.
                   88 PE-PRINTED VALUE 'Y'.

       01 PROPOSAL-TOTALS.
           03 SUPPLIER-COUNT PIC 9(5) VALUE ZERO.
           03 SUPPLIER-TOT PIC 9(9)V99 VALUE ZERO.
           03 PROPOSAL-TOT PIC 9(9)V99 VALUE ZERO.

      * print lines for the sign-off page
       01 PRP-TITLE-LINE.
           03 FILLER PIC X(33)
               VALUE 'PAYMENT PROPOSAL - ITEMS DUE BY: '.
           03 PRP-T-PAY-BY PIC 9(8).
           03 FILLER PIC X(10) VALUE '  PROPOSED'.
           03 FILLER PIC X VALUE SPACE.
           03 PRP-T-DATE PIC 9(8).
       01 PRP-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 PRP-O-OPERATOR PIC X(8).
       01 PRP-REPLACED-LINE.
           03 FILLER PIC X(26) VALUE 'REPLACES EARLIER PROPOSAL '.
           03 FILLER PIC X(4) VALUE 'OF  '.
           03 PRP-R-COUNT PIC ZZZZ9.
           03 FILLER PIC X(24) VALUE ' LINES NOT YET SETTLED'.
       01 PRP-SUPPLIER-LINE.
           03 FILLER PIC X(10) VALUE 'SUPPLIER: '.
           03 PRP-S-SUPPLIER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 PRP-S-NAME PIC X(30).
       01 PRP-COL-HEAD.
           03 FILLER PIC X(20) VALUE '    ITEM SUPPLIER RE'.
           03 FILLER PIC X(20) VALUE 'F INV DATE DUE DATE '.
           03 FILLER PIC X(17) VALUE '      AMOUNT  PAY'.
       01 PRP-DETAIL-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PRP-D-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 PRP-D-SUP-INV-REF PIC X(12).
           03 FILLER PIC X VALUE SPACE.
           03 PRP-D-INV-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 PRP-D-DUE-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 PRP-D-AMOUNT PIC Z(8)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PRP-D-DECISION PIC X.
       01 PRP-SUBTOTAL-LINE.
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'SUPPLIER: '.
           03 PRP-U-AMOUNT PIC Z(8)9.99.
       01 PRP-TOTAL-LINE.
           03 FILLER PIC X(16) VALUE 'ITEMS PROPOSED: '.
           03 PRP-G-COUNT PIC ZZZ9.
           03 FILLER PIC X(13) VALUE '  SUPPLIERS: '.
           03 PRP-G-SUPPLIERS PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE '  TOTAL: '.
           03 PRP-G-AMOUNT PIC Z(8)9.99.
       01 WS-PROPOSAL-LINE PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "ApPropose - sign-on refused, "
                   "nothing proposed"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OAUTH-LEVEL < 2
               DISPLAY "ApPropose - operator level "
                   OAUTH-LEVEL " may inquire only - "
                   "proposing payments needs level 2"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'L' TO FLCK-ACTION.
           MOVE 'apopen.dat' TO FLCK-LOCK-NAME.
           MOVE 'ApPropose' TO FLCK-HOLDER-NAME.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           IF FLCK-RETURN-CODE NOT = ZERO
               DISPLAY "ApPropose - apopen.dat is in use by "
                   FLCK-HOLDER-NAME
                   " - nothing proposed, try again later"
               MOVE 7 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM ACCEPT-PAY-BY-DATE.
           IF PAY-BY-DATE = ZERO
               DISPLAY "ApPropose - pay-by date not valid, "
                   "nothing proposed"
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SELECT-ITEMS-DUE.
      * a proposal that silently dropped items past the table's end
      * would leave suppliers unpaid with nobody told - refuse
           IF PROPOSAL-OVERFLOWED
               DISPLAY "*** More than " MAX-PROPOSED-ITEMS
                   " items fall due - narrow the pay-by date, "
                   "nothing proposed ***"
               PERFORM RELEASE-LEDGER-LOCK
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COUNT-EARLIER-PROPOSAL.
           PERFORM WRITE-PROPOSAL-FILE.
           PERFORM PRINT-PROPOSAL-REPORT.
           PERFORM RELEASE-LEDGER-LOCK.

           DISPLAY "Ledger records read: " LEDGER-READ-COUNT.
           DISPLAY "Items proposed: " PROPOSED-COUNT
               "  Total: " PROPOSAL-TOT.
           IF REPLACED-LINE-COUNT > ZERO
               DISPLAY "Earlier proposal of " REPLACED-LINE-COUNT
                   " lines replaced"
           END-IF.

           MOVE LEDGER-READ-COUNT TO RSUM-RECORDS-READ.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
               RSUM-RECORDS-REJECTED RSUM-RUN-STATUS.

           STOP RUN.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

       RELEASE-LEDGER-LOCK.
           MOVE 'U' TO FLCK-ACTION.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.

      * the pay-by date off the console, YYYYMMDD - blank is today.
      * anything that isn't a plausible date leaves it zero
       ACCEPT-PAY-BY-DATE.
           DISPLAY "PAY ITEMS DUE BY (YYYYMMDD, BLANK FOR TODAY): "
               WITH NO ADVANCING.
           MOVE SPACES TO PAY-BY-INPUT.
           ACCEPT PAY-BY-INPUT.
           MOVE ZERO TO PAY-BY-DATE.
           IF PAY-BY-INPUT = SPACES
               MOVE TODAY-DATE TO PAY-BY-DATE
           ELSE
               IF PAY-BY-INPUT NUMERIC
                   MOVE PAY-BY-INPUT TO PAY-BY-DATE
                   IF PAY-BY-MONTH < 1 OR PAY-BY-MONTH > 12
                       OR PAY-BY-DAY < 1 OR PAY-BY-DAY > 31
                       MOVE ZERO TO PAY-BY-DATE
                   END-IF
               END-IF
           END-IF.

      * every item still open and owed that falls due by the pay-by
      * date
       SELECT-ITEMS-DUE.
           OPEN INPUT AP-OPEN-FILE.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ AP-OPEN-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       ADD 1 TO LEDGER-READ-COUNT
                       IF AP-IS-OPEN
                           AND AP-OPEN-AMOUNT > ZERO
                           AND AP-DUE-DATE NOT > PAY-BY-DATE
                           PERFORM HOLD-ONE-PROPOSED-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AP-OPEN-FILE.

       HOLD-ONE-PROPOSED-ITEM.
           IF PROPOSED-COUNT < MAX-PROPOSED-ITEMS
               ADD 1 TO PROPOSED-COUNT
               MOVE AP-ITEM-NUMBER TO PE-ITEM-NUMBER(PROPOSED-COUNT)
               MOVE AP-SUPPLIER TO PE-SUPPLIER(PROPOSED-COUNT)
               MOVE AP-SUP-INV-REF TO PE-SUP-INV-REF(PROPOSED-COUNT)
               MOVE AP-INV-DATE TO PE-INV-DATE(PROPOSED-COUNT)
               MOVE AP-DUE-DATE TO PE-DUE-DATE(PROPOSED-COUNT)
               MOVE AP-OPEN-AMOUNT TO PE-AMOUNT(PROPOSED-COUNT)
               MOVE 'N' TO PE-PRINTED-SW(PROPOSED-COUNT)
           ELSE
               MOVE 'Y' TO PROPOSAL-OVERFLOW-SW
           END-IF.

      * an earlier proposal still on file was never settled - it is
      * replaced, and the page says so
       COUNT-EARLIER-PROPOSAL.
           OPEN INPUT PROPOSAL-FILE.
           PERFORM UNTIL PROPOSAL-EOF = 'Y'
               READ PROPOSAL-FILE
                   AT END
                       MOVE 'Y' TO PROPOSAL-EOF
                   NOT AT END
                       ADD 1 TO REPLACED-LINE-COUNT
               END-READ
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

       WRITE-PROPOSAL-FILE.
           OPEN OUTPUT PROPOSAL-FILE.
           IF WS-FS-PROPOSAL-FILE NOT = '00'
               MOVE 'PROPOSAL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PROPOSAL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING PROPOSED-IDX FROM 1 BY 1
                   UNTIL PROPOSED-IDX > PROPOSED-COUNT
               MOVE SPACES TO PAYMENT-PROPOSAL-RECORD
               MOVE PE-ITEM-NUMBER(PROPOSED-IDX) TO PP-ITEM-NUMBER
               MOVE PE-SUPPLIER(PROPOSED-IDX) TO PP-SUPPLIER
               MOVE PE-SUP-INV-REF(PROPOSED-IDX) TO PP-SUP-INV-REF
               MOVE PE-DUE-DATE(PROPOSED-IDX) TO PP-DUE-DATE
               MOVE PE-AMOUNT(PROPOSED-IDX) TO PP-AMOUNT
               MOVE 'P' TO PP-DECISION
               MOVE PAY-BY-DATE TO PP-PAY-BY-DATE
               MOVE OAUTH-OPERATOR-ID TO PP-OPERATOR
               WRITE PAYMENT-PROPOSAL-RECORD
               IF WS-FS-PROPOSAL-FILE NOT = '00'
                   MOVE 'PROPOSAL-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-PROPOSAL-FILE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

      * the sign-off page - each supplier's items together under its
      * name with a subtotal, then the proposal's total
       PRINT-PROPOSAL-REPORT.
           OPEN OUTPUT PROPOSAL-REPORT-FILE.
           IF WS-FS-PROPOSAL-REPORT NOT = '00'
               MOVE 'PROPOSAL-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PROPOSAL-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE PAY-BY-DATE TO PRP-T-PAY-BY.
           MOVE TODAY-DATE TO PRP-T-DATE.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           MOVE PRP-TITLE-LINE TO WS-PROPOSAL-LINE.
           PERFORM WRITE-PROPOSAL-LINE.
           MOVE OAUTH-OPERATOR-ID TO PRP-O-OPERATOR.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           MOVE PRP-OPERATOR-LINE TO WS-PROPOSAL-LINE.
           PERFORM WRITE-PROPOSAL-LINE.
           IF REPLACED-LINE-COUNT > ZERO
               MOVE REPLACED-LINE-COUNT TO PRP-R-COUNT
               MOVE SPACES TO WS-PROPOSAL-LINE
               MOVE PRP-REPLACED-LINE TO WS-PROPOSAL-LINE
               PERFORM WRITE-PROPOSAL-LINE
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > PROPOSED-COUNT
               IF NOT PE-PRINTED(SUPPLIER-IDX)
                   PERFORM PRINT-ONE-SUPPLIER
               END-IF
           END-PERFORM.
           CLOSE CUST-MASTER.
           IF PROPOSED-COUNT = ZERO
               MOVE SPACES TO WS-PROPOSAL-LINE
               PERFORM WRITE-PROPOSAL-LINE
               MOVE 'NO OPEN ITEMS FALL DUE BY THE PAY-BY DATE' TO
                   WS-PROPOSAL-LINE
               PERFORM WRITE-PROPOSAL-LINE
           END-IF.
           MOVE PROPOSED-COUNT TO PRP-G-COUNT.
           MOVE SUPPLIER-COUNT TO PRP-G-SUPPLIERS.
           MOVE PROPOSAL-TOT TO PRP-G-AMOUNT.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           PERFORM WRITE-PROPOSAL-LINE.
           MOVE PRP-TOTAL-LINE TO WS-PROPOSAL-LINE.
           PERFORM WRITE-PROPOSAL-LINE.
           CLOSE PROPOSAL-REPORT-FILE.

      * the supplier of the first unprinted item at SUPPLIER-IDX -
      * its heading, then every item of the same supplier from there
      * on, then its subtotal
       PRINT-ONE-SUPPLIER.
           ADD 1 TO SUPPLIER-COUNT.
           MOVE ZERO TO SUPPLIER-TOT.
           MOVE PE-SUPPLIER(SUPPLIER-IDX) TO CM-CUS-SUP-NO.
           MOVE PE-SUPPLIER(SUPPLIER-IDX) TO PRP-S-SUPPLIER.
           READ CUST-MASTER
               INVALID KEY
                   MOVE '*** NOT ON MASTER ***' TO PRP-S-NAME
               NOT INVALID KEY
                   MOVE CM-CUS-SUP-NAME TO PRP-S-NAME
           END-READ.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           PERFORM WRITE-PROPOSAL-LINE.
           MOVE PRP-SUPPLIER-LINE TO WS-PROPOSAL-LINE.
           PERFORM WRITE-PROPOSAL-LINE.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           MOVE PRP-COL-HEAD TO WS-PROPOSAL-LINE.
           PERFORM WRITE-PROPOSAL-LINE.
           PERFORM VARYING PROPOSED-IDX FROM SUPPLIER-IDX BY 1
                   UNTIL PROPOSED-IDX > PROPOSED-COUNT
               IF PE-SUPPLIER(PROPOSED-IDX) =
                       PE-SUPPLIER(SUPPLIER-IDX)
                   PERFORM PRINT-ONE-PROPOSED-ITEM
               END-IF
           END-PERFORM.
           MOVE SUPPLIER-TOT TO PRP-U-AMOUNT.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           MOVE PRP-SUBTOTAL-LINE TO WS-PROPOSAL-LINE.
           PERFORM WRITE-PROPOSAL-LINE.

       PRINT-ONE-PROPOSED-ITEM.
           MOVE 'Y' TO PE-PRINTED-SW(PROPOSED-IDX).
           MOVE PE-ITEM-NUMBER(PROPOSED-IDX) TO PRP-D-ITEM-NUMBER.
           MOVE PE-SUP-INV-REF(PROPOSED-IDX) TO PRP-D-SUP-INV-REF.
           MOVE PE-INV-DATE(PROPOSED-IDX) TO PRP-D-INV-DATE.
           MOVE PE-DUE-DATE(PROPOSED-IDX) TO PRP-D-DUE-DATE.
           MOVE PE-AMOUNT(PROPOSED-IDX) TO PRP-D-AMOUNT.
           MOVE 'P' TO PRP-D-DECISION.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           MOVE PRP-DETAIL-LINE TO WS-PROPOSAL-LINE.
           PERFORM WRITE-PROPOSAL-LINE.
           ADD PE-AMOUNT(PROPOSED-IDX) TO SUPPLIER-TOT.
           ADD PE-AMOUNT(PROPOSED-IDX) TO PROPOSAL-TOT.

       WRITE-PROPOSAL-LINE.
           MOVE WS-PROPOSAL-LINE TO PROPOSAL-REPORT-OUT.
           WRITE PROPOSAL-REPORT-OUT.
           IF WS-FS-PROPOSAL-REPORT NOT = '00'
               MOVE 'PROPOSAL-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-PROPOSAL-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM ApPropose.
