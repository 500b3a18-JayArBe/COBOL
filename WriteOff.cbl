      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: writes the approved bad debts off the receivables
      *          ledger. Every entry the supervisors have approved on
      *          the write-off queue (woqueue.dat, see WOQUEUE.cpy -
      *          WoApprove puts them there) is checked against the
      *          ledger first: an item paid, credited or otherwise
      *          moved since it was approved is not touched, and its
      *          entry is marked stale for credit control to nominate
      *          again if still wanted. The rest are closed on
      *          aropen.dat, each with a 'W' record on the activity
      *          journal (artran.dat) for the amount written off.
      *          The tax element - the written-off share of the tax
      *          the invoice charged, from its header on the invoice
      *          history - goes onto the tax ledger (taxledgr.dat) as
      *          negative rows under the invoice's category plus the
      *          '**' control, so the period-end TaxReturn claims the
      *          relief and still proves; the night's net and tax
      *          written off go onto nightval.dat as 'BDNT' and
      *          'BDTX' for GlExtract. Every item written off, with
      *          who asked and who approved it, and every stale
      *          entry, goes on the write-off register (wooff.rpt)
      *          for the auditors. Home-currency values throughout -
      *          a foreign item at its book rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WriteOff.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * read whole into storage, worked there, and rewritten
           SELECT OPTIONAL WRITE-OFF-QUEUE ASSIGN TO 'woqueue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-WRITE-OFF-QUEUE.

      * the receivables ledger, read whole and rewritten with the
      * written-off items closed - the CashApply shape
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEM-FILE.

      * the invoice headers - what tax each written-off invoice
      * charged, and under which category
           SELECT OPTIONAL INVOICE-HIST-FILE ASSIGN TO 'invhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-HIST.

      * 'W' record per item written off - see ARTRAN.cpy
           SELECT OPTIONAL AR-ACTIVITY-FILE ASSIGN TO 'artran.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AR-ACTIVITY.

           SELECT OPTIONAL TAX-LEDGER-FILE ASSIGN TO 'taxledgr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TAX-LEDGER.

           SELECT OPTIONAL NIGHT-VALUE-FILE ASSIGN TO 'nightval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NIGHT-VALUE.

      * the chain's run flag - the business date the write-offs are
      * dated and the run identifier they carry. OPTIONAL so a
      * standalone run still works
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT REGISTER-REPORT-FILE ASSIGN TO 'wooff.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REGISTER-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD WRITE-OFF-QUEUE.

       COPY WOQUEUE.

       FD OPEN-ITEM-FILE.

       COPY AROPEN.

       FD INVOICE-HIST-FILE.

       COPY INVHIST.

       FD AR-ACTIVITY-FILE.

       COPY ARTRAN.

       FD TAX-LEDGER-FILE.

       COPY TAXLEDG.

       FD NIGHT-VALUE-FILE.

       COPY NIGHTVAL.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD REGISTER-REPORT-FILE.
       01 REGISTER-REPORT-OUT PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-WRITE-OFF-QUEUE PIC XX VALUE '00'.
       01 WS-FS-OPEN-ITEM-FILE PIC XX VALUE '00'.
       01 WS-FS-INVOICE-HIST PIC XX VALUE '00'.
       01 WS-FS-AR-ACTIVITY PIC XX VALUE '00'.
       01 WS-FS-TAX-LEDGER PIC XX VALUE '00'.
       01 WS-FS-NIGHT-VALUE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-REGISTER-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'WriteOff'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'WriteOff'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * arguments passed to TaxCalc.cbl - see there for the meaning
      * of each
       01 TAX-CALC-WORK.
           03 TAX-NET-AMOUNT PIC S9(7)V99 VALUE ZERO.
           03 TAX-CATEGORY PIC X(2) VALUE SPACES.
           03 TAX-DATE PIC 9(8) VALUE ZERO.
           03 TAX-TAX-AMOUNT PIC S9(7)V99 VALUE ZERO.
           03 TAX-GROSS-AMOUNT PIC S9(7)V99 VALUE ZERO.
           03 TAX-RATE-APPLIED PIC 9(2)V99 VALUE ZERO.
           03 TAX-RETURN-CODE PIC 9(2) VALUE ZERO.

      * the chain's business date and run identifier
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 RUN-DATE PIC 9(8) VALUE ZERO.

       01 QUEUE-EOF PIC X VALUE 'N'.
       01 LEDGER-LOAD-EOF PIC X VALUE 'N'.
       01 HISTORY-EOF PIC X VALUE 'N'.

      * what the night did
       01 WRITE-OFF-COUNTS.
           03 APPROVED-COUNT PIC 9(5) VALUE ZERO.
           03 WRITTEN-OFF-COUNT PIC 9(5) VALUE ZERO.
           03 STALE-COUNT PIC 9(5) VALUE ZERO.
           03 RUN-GROSS-TOT PIC 9(9)V99 VALUE ZERO.
           03 RUN-NET-TOT PIC 9(9)V99 VALUE ZERO.
           03 RUN-TAX-TOT PIC 9(9)V99 VALUE ZERO.
           03 TAXED-NET-TOT PIC 9(9)V99 VALUE ZERO.
           03 TAXED-TAX-TOT PIC 9(9)V99 VALUE ZERO.
           03 RATE-MISSING-SW PIC X VALUE 'N'.
               88 RATE-MISSING-WARNED VALUE 'Y'.

      * the item being written off - its home-currency value and
      * the tax and net parts of it
       01 ITEM-WORK.
           03 ITEM-HOME-GROSS PIC 9(7)V99 VALUE ZERO.
           03 ITEM-TAX PIC 9(7)V99 VALUE ZERO.
           03 ITEM-NET PIC 9(7)V99 VALUE ZERO.
           03 ITEM-BOOK-RATE PIC 9(3)V9(6) VALUE ZERO.
           03 STALE-REASON PIC X(30) VALUE SPACES.

      * the whole queue, worked in storage and written back. the
      * QT-INV- fields are tonight's only - the approved item's
      * invoice header, if the history has one
       77 MAX-QUEUE-ENTRIES PIC 9(4) VALUE 2000.
       01 QUEUE-TABLE-CONTROLS.
           03 QUEUE-ENTRY-COUNT PIC 9(4) VALUE ZERO.
           03 QUEUE-IDX PIC 9(4) VALUE ZERO.
           03 QUEUE-OVERFLOW-SW PIC X VALUE 'N'.
               88 QUEUE-OVERFLOWED VALUE 'Y'.
       01 QUEUE-TABLE.
           03 QUEUE-ENTRY OCCURS 2000 TIMES.
               05 QT-ITEM-NUMBER PIC 9(6).
               05 QT-CUST-NUMBER PIC 9(6).
               05 QT-INV-DATE PIC 9(8).
               05 QT-AMOUNT PIC 9(7)V99.
               05 QT-CURRENCY PIC X(3).
               05 QT-HOME-AMOUNT PIC 9(7)V99.
               05 QT-STATUS PIC X.
               05 QT-SECOND-SW PIC X.
               05 QT-REASON PIC X(30).
               05 QT-REQUESTED-BY PIC X(8).
               05 QT-REQUESTED-DATE PIC 9(8).
               05 QT-APPROVER-1 PIC X(8).
               05 QT-APPROVED-1-DATE PIC 9(8).
               05 QT-APPROVER-2 PIC X(8).
               05 QT-APPROVED-2-DATE PIC 9(8).
               05 QT-CLOSED-BY PIC X(8).
               05 QT-CLOSED-DATE PIC 9(8).
               05 QT-RUN-ID PIC X(11).
               05 QT-INV-HEADER-SW PIC X.
                   88 QT-INV-HEADER-FOUND VALUE 'Y'.
               05 QT-INV-TAX PIC 9(7)V99.
               05 QT-INV-GROSS PIC 9(7)V99.
               05 QT-INV-TAX-CATEGORY PIC X(2).

      * the whole open-item ledger held in storage while the
      * write-offs apply, then written back whole - the same
      * rewrite-whole shape CashApply gives it
       77 MAX-LEDGER-ENTRIES PIC 9(4) VALUE 5000.
       01 LEDGER-TABLE-CONTROLS.
           03 LEDGER-ENTRY-COUNT PIC 9(4) VALUE ZERO.
           03 LEDGER-IDX PIC 9(4) VALUE ZERO.
           03 FOUND-LEDGER-IDX PIC 9(4) VALUE ZERO.
           03 LEDGER-OVERFLOW-SW PIC X VALUE 'N'.
               88 LEDGER-OVERFLOWED VALUE 'Y'.
       01 LEDGER-TABLE.
           03 LEDGER-ENTRY OCCURS 5000 TIMES.
               05 LG-ITEM-NUMBER PIC 9(6).
               05 LG-CUST-NUMBER PIC 9(6).
               05 LG-INV-DATE PIC 9(8).
               05 LG-ORIG-AMOUNT PIC 9(7)V99.
               05 LG-OPEN-AMOUNT PIC S9(7)V99.
               05 LG-STATUS PIC X.
               05 LG-CURRENCY PIC X(3).
               05 LG-BOOK-RATE PIC 9(3)V9(6).
               05 LG-RUN-ID PIC X(11).

      * the tax relieved by category, for the ledger rows - the same
      * slot-per-category shape CreditNote tallies in
       77 MAX-TAX-CATEGORIES PIC 9(2) VALUE 20.
       01 TAXCAT-CONTROLS.
           03 TAXCAT-COUNT PIC 9(2) VALUE ZERO.
           03 TAXCAT-IDX PIC 9(2) VALUE ZERO.
           03 TAXCAT-FOUND-SW PIC X VALUE 'N'.
               88 TAXCAT-WAS-FOUND VALUE 'Y'.
       01 TAXCAT-TABLE.
           03 TAXCAT-ENTRY OCCURS 20 TIMES.
               05 TC-CATEGORY PIC X(2).
               05 TC-RATE PIC 9(2)V99.
               05 TC-NET PIC 9(9)V99.
               05 TC-TAX PIC 9(9)V99.

      * print lines for the write-off register
       01 WOR-TITLE-LINE.
           03 FILLER PIC X(36)
               VALUE 'BAD-DEBT WRITE-OFF REGISTER - NIGHT '.
           03 WOR-T-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE '  RUN ID '.
           03 WOR-T-RUN-ID PIC X(11).
       01 WOR-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'ITEM   CUSTOMER INVO'.
           03 FILLER PIC X(20) VALUE 'ICED  CUR ITEM AMOUN'.
           03 FILLER PIC X(20) VALUE 'T HOME GROSS        '.
           03 FILLER PIC X(20) VALUE 'NET        TAX CT AS'.
           03 FILLER PIC X(20) VALUE 'KED BY APPROVED BY  '.
       01 WOR-DETAIL-LINE.
           03 WOR-D-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 WOR-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 WOR-D-INV-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 WOR-D-CURRENCY PIC X(3).
           03 FILLER PIC X VALUE SPACE.
           03 WOR-D-AMOUNT PIC Z(6)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 WOR-D-HOME-GROSS PIC Z(6)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 WOR-D-NET PIC Z(6)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 WOR-D-TAX PIC Z(6)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 WOR-D-TAX-CATEGORY PIC X(2).
           03 FILLER PIC X VALUE SPACE.
           03 WOR-D-REQUESTED-BY PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 WOR-D-APPROVER-1 PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 WOR-D-APPROVER-2 PIC X(8).
       01 WOR-REASON-LINE.
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'REASON: '.
           03 WOR-R-REASON PIC X(30).
           03 FILLER PIC X(12) VALUE '  NOMINATED '.
           03 WOR-R-REQUESTED-DATE PIC 9(8).
           03 FILLER PIC X(11) VALUE '  APPROVED '.
           03 WOR-R-APPROVED-DATE PIC 9(8).
       01 WOR-STALE-LINE.
           03 WOR-S-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 WOR-S-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 WOR-S-INV-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 WOR-S-CURRENCY PIC X(3).
           03 FILLER PIC X VALUE SPACE.
           03 WOR-S-AMOUNT PIC Z(6)9.99.
           03 FILLER PIC X(24) VALUE '  *** NOT WRITTEN OFF - '.
           03 WOR-S-REASON PIC X(30).
       01 WOR-TOTAL-LINE.
           03 FILLER PIC X(19) VALUE 'ITEMS WRITTEN OFF: '.
           03 WOR-G-COUNT PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE '   GROSS '.
           03 WOR-G-GROSS PIC Z(8)9.99.
           03 FILLER PIC X(7) VALUE '   NET '.
           03 WOR-G-NET PIC Z(8)9.99.
           03 FILLER PIC X(14) VALUE '   TAX RELIEF '.
           03 WOR-G-TAX PIC Z(8)9.99.
       01 WOR-TOTAL-LINE-2.
           03 FILLER PIC X(19) VALUE 'NOT WRITTEN OFF:   '.
           03 WOR-G-STALE PIC ZZZZ9.
       01 WOR-TAXCAT-TITLE PIC X(44)
           VALUE 'TAX RELIEF BY CATEGORY'.
       01 WOR-TAXCAT-LINE.
           03 FILLER PIC X(9) VALUE 'CATEGORY '.
           03 WOR-C-CATEGORY PIC X(2).
           03 FILLER PIC X(7) VALUE '  RATE '.
           03 WOR-C-RATE PIC Z9.99.
           03 FILLER PIC X(6) VALUE '  NET '.
           03 WOR-C-NET PIC Z(8)9.99.
           03 FILLER PIC X(6) VALUE '  TAX '.
           03 WOR-C-TAX PIC Z(8)9.99.
       01 WS-REGISTER-LINE PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-WRITE-OFF-QUEUE.
      * without every queue entry in hand the rewrite would lose
      * nominations - refuse the run instead, nothing written off
           IF QUEUE-OVERFLOWED
               DISPLAY "*** woqueue.dat holds more than "
                   MAX-QUEUE-ENTRIES " entries - nothing written "
                   "off ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF APPROVED-COUNT > ZERO
               PERFORM LOAD-LEDGER-TABLE
      * the rewrite regenerates aropen.dat from the table - more
      * items than it holds would silently delete the tail
               IF LEDGER-OVERFLOWED
                   DISPLAY "*** aropen.dat holds more than "
                       MAX-LEDGER-ENTRIES " items - nothing written "
                       "off ***"
                   MOVE 11 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM FIND-INVOICE-HEADERS
           END-IF.

           OPEN OUTPUT REGISTER-REPORT-FILE.
           IF WS-FS-REGISTER-REPORT NOT = '00'
               MOVE 'REGISTER-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-REGISTER-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE RUN-DATE TO WOR-T-DATE.
           MOVE THIS-RUN-ID TO WOR-T-RUN-ID.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE WOR-TITLE-LINE TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WOR-COL-HEAD TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

           IF APPROVED-COUNT > ZERO
               PERFORM OPEN-ACTIVITY-FOR-APPEND
               PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                       UNTIL QUEUE-IDX > QUEUE-ENTRY-COUNT
                   IF QT-STATUS(QUEUE-IDX) = 'A'
                       PERFORM WRITE-OFF-ONE-ITEM
                   END-IF
               END-PERFORM
               CLOSE AR-ACTIVITY-FILE
               IF WRITTEN-OFF-COUNT > ZERO
                   PERFORM REWRITE-LEDGER-FILE
               END-IF
               IF TAXCAT-COUNT > ZERO
                   PERFORM WRITE-TAX-LEDGER
               END-IF
               PERFORM REWRITE-WRITE-OFF-QUEUE
           ELSE
               MOVE SPACES TO WS-REGISTER-LINE
               MOVE 'NO WRITE-OFFS APPROVED FOR TONIGHT' TO
                   WS-REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF.
           PERFORM WRITE-NIGHT-VALUE.
           PERFORM PRINT-REGISTER-TOTALS.
           CLOSE REGISTER-REPORT-FILE.

           DISPLAY "Write-offs approved: " APPROVED-COUNT
               "  Written off: " WRITTEN-OFF-COUNT
               "  Stale: " STALE-COUNT.
           DISPLAY "Written off gross: " RUN-GROSS-TOT
               "  Net: " RUN-NET-TOT "  Tax relief: " RUN-TAX-TOT.

           MOVE APPROVED-COUNT TO RSUM-RECORDS-READ.
           MOVE STALE-COUNT TO RSUM-RECORDS-REJECTED.
           IF STALE-COUNT > ZERO
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

      * the chain's run identifier and business date - a standalone
      * run outside the chain dates its write-offs today
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

       LOAD-WRITE-OFF-QUEUE.
           OPEN INPUT WRITE-OFF-QUEUE.
           PERFORM UNTIL QUEUE-EOF = 'Y'
               READ WRITE-OFF-QUEUE
                   AT END
                       MOVE 'Y' TO QUEUE-EOF
                   NOT AT END
                       PERFORM HOLD-QUEUE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE WRITE-OFF-QUEUE.

       HOLD-QUEUE-ENTRY.
           IF QUEUE-ENTRY-COUNT < MAX-QUEUE-ENTRIES
               ADD 1 TO QUEUE-ENTRY-COUNT
               MOVE QUEUE-ENTRY-COUNT TO QUEUE-IDX
               MOVE WQ-ITEM-NUMBER TO QT-ITEM-NUMBER(QUEUE-IDX)
               MOVE WQ-CUST-NUMBER TO QT-CUST-NUMBER(QUEUE-IDX)
               MOVE WQ-INV-DATE TO QT-INV-DATE(QUEUE-IDX)
               MOVE WQ-AMOUNT TO QT-AMOUNT(QUEUE-IDX)
               MOVE WQ-CURRENCY TO QT-CURRENCY(QUEUE-IDX)
               MOVE WQ-HOME-AMOUNT TO QT-HOME-AMOUNT(QUEUE-IDX)
               MOVE WQ-STATUS TO QT-STATUS(QUEUE-IDX)
               MOVE WQ-SECOND-SW TO QT-SECOND-SW(QUEUE-IDX)
               MOVE WQ-REASON TO QT-REASON(QUEUE-IDX)
               MOVE WQ-REQUESTED-BY TO QT-REQUESTED-BY(QUEUE-IDX)
               MOVE WQ-REQUESTED-DATE TO QT-REQUESTED-DATE(QUEUE-IDX)
               MOVE WQ-APPROVER-1 TO QT-APPROVER-1(QUEUE-IDX)
               MOVE WQ-APPROVED-1-DATE TO
                   QT-APPROVED-1-DATE(QUEUE-IDX)
               MOVE WQ-APPROVER-2 TO QT-APPROVER-2(QUEUE-IDX)
               MOVE WQ-APPROVED-2-DATE TO
                   QT-APPROVED-2-DATE(QUEUE-IDX)
               MOVE WQ-CLOSED-BY TO QT-CLOSED-BY(QUEUE-IDX)
               MOVE WQ-CLOSED-DATE TO QT-CLOSED-DATE(QUEUE-IDX)
               MOVE WQ-RUN-ID TO QT-RUN-ID(QUEUE-IDX)
               MOVE 'N' TO QT-INV-HEADER-SW(QUEUE-IDX)
               MOVE ZERO TO QT-INV-TAX(QUEUE-IDX)
               MOVE ZERO TO QT-INV-GROSS(QUEUE-IDX)
               MOVE SPACES TO QT-INV-TAX-CATEGORY(QUEUE-IDX)
               IF WQ-IS-APPROVED
                   ADD 1 TO APPROVED-COUNT
               END-IF
           ELSE
               MOVE 'Y' TO QUEUE-OVERFLOW-SW
           END-IF.

       LOAD-LEDGER-TABLE.
           OPEN INPUT OPEN-ITEM-FILE.
           PERFORM UNTIL LEDGER-LOAD-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-LOAD-EOF
                   NOT AT END
                       IF LEDGER-ENTRY-COUNT < MAX-LEDGER-ENTRIES
                           ADD 1 TO LEDGER-ENTRY-COUNT
                           MOVE AR-ITEM-NUMBER TO
                               LG-ITEM-NUMBER(LEDGER-ENTRY-COUNT)
                           MOVE AR-CUST-NUMBER TO
                               LG-CUST-NUMBER(LEDGER-ENTRY-COUNT)
                           MOVE AR-INV-DATE TO
                               LG-INV-DATE(LEDGER-ENTRY-COUNT)
                           MOVE AR-ORIG-AMOUNT TO
                               LG-ORIG-AMOUNT(LEDGER-ENTRY-COUNT)
                           MOVE AR-OPEN-AMOUNT TO
                               LG-OPEN-AMOUNT(LEDGER-ENTRY-COUNT)
                           MOVE AR-STATUS TO
                               LG-STATUS(LEDGER-ENTRY-COUNT)
                           MOVE AR-CURRENCY TO
                               LG-CURRENCY(LEDGER-ENTRY-COUNT)
                           MOVE AR-BOOK-RATE TO
                               LG-BOOK-RATE(LEDGER-ENTRY-COUNT)
                           MOVE AR-RUN-ID TO
                               LG-RUN-ID(LEDGER-ENTRY-COUNT)
                       ELSE
                           MOVE 'Y' TO LEDGER-OVERFLOW-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

      * one pass of the invoice history picks up the header of
      * every invoice approved for writing off - an item with no
      * header (an interest charge, say) carried no tax to relieve
       FIND-INVOICE-HEADERS.
           OPEN INPUT INVOICE-HIST-FILE.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ INVOICE-HIST-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       IF IH-IS-HEADER
                           PERFORM MATCH-INVOICE-HEADER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-HIST-FILE.

       MATCH-INVOICE-HEADER.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-ENTRY-COUNT
               IF QT-STATUS(QUEUE-IDX) = 'A'
                   AND QT-ITEM-NUMBER(QUEUE-IDX) = IH-INV-NUMBER
                   MOVE 'Y' TO QT-INV-HEADER-SW(QUEUE-IDX)
                   MOVE IHH-TAX TO QT-INV-TAX(QUEUE-IDX)
                   MOVE IHH-GROSS TO QT-INV-GROSS(QUEUE-IDX)
                   MOVE IHH-TAX-CATEGORY TO
                       QT-INV-TAX-CATEGORY(QUEUE-IDX)
               END-IF
           END-PERFORM.

       OPEN-ACTIVITY-FOR-APPEND.
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

      * one approved entry: the item must still stand on the ledger
      * open at the amount approved, or nothing is done and the
      * entry goes stale - an approval is for the debt as it was
      * shown to the supervisor, not whatever it has become since
       WRITE-OFF-ONE-ITEM.
           MOVE SPACES TO STALE-REASON.
           PERFORM FIND-LEDGER-ITEM.
           IF FOUND-LEDGER-IDX = ZERO
               MOVE 'ITEM NO LONGER ON THE LEDGER' TO STALE-REASON
           ELSE
               IF LG-STATUS(FOUND-LEDGER-IDX) NOT = 'O'
                   MOVE 'ITEM CLOSED SINCE APPROVAL' TO STALE-REASON
               ELSE
                   IF LG-OPEN-AMOUNT(FOUND-LEDGER-IDX) NOT =
                           QT-AMOUNT(QUEUE-IDX)
                       MOVE 'ITEM HAS MOVED SINCE APPROVAL' TO
                           STALE-REASON
                   END-IF
               END-IF
           END-IF.
           IF STALE-REASON NOT = SPACES
               PERFORM MARK-ENTRY-STALE
           ELSE
               PERFORM CLOSE-WRITTEN-OFF-ITEM
           END-IF.

       FIND-LEDGER-ITEM.
           MOVE ZERO TO FOUND-LEDGER-IDX.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-ENTRY-COUNT
                   OR FOUND-LEDGER-IDX > ZERO
               IF LG-ITEM-NUMBER(LEDGER-IDX) = QT-ITEM-NUMBER(QUEUE-IDX)
                   MOVE LEDGER-IDX TO FOUND-LEDGER-IDX
               END-IF
           END-PERFORM.

       MARK-ENTRY-STALE.
           MOVE 'S' TO QT-STATUS(QUEUE-IDX).
           MOVE 'WriteOff' TO QT-CLOSED-BY(QUEUE-IDX).
           MOVE RUN-DATE TO QT-CLOSED-DATE(QUEUE-IDX).
           ADD 1 TO STALE-COUNT.
           MOVE QT-ITEM-NUMBER(QUEUE-IDX) TO WOR-S-ITEM-NUMBER.
           MOVE QT-CUST-NUMBER(QUEUE-IDX) TO WOR-S-CUST-NUMBER.
           MOVE QT-INV-DATE(QUEUE-IDX) TO WOR-S-INV-DATE.
           MOVE QT-CURRENCY(QUEUE-IDX) TO WOR-S-CURRENCY.
           MOVE QT-AMOUNT(QUEUE-IDX) TO WOR-S-AMOUNT.
           MOVE STALE-REASON TO WOR-S-REASON.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE WOR-STALE-LINE TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           DISPLAY "Write-off of item " QT-ITEM-NUMBER(QUEUE-IDX)
               " not made: " STALE-REASON.

      * the item closed at nil with its 'W' record for the amount
      * written off, its home value split into the tax the invoice
      * charged on it and the net, and the entry marked done
       CLOSE-WRITTEN-OFF-ITEM.
           MOVE LG-BOOK-RATE(FOUND-LEDGER-IDX) TO ITEM-BOOK-RATE.
           IF ITEM-BOOK-RATE = ZERO
               MOVE 1 TO ITEM-BOOK-RATE
           END-IF.
           COMPUTE ITEM-HOME-GROSS ROUNDED =
               LG-OPEN-AMOUNT(FOUND-LEDGER-IDX) * ITEM-BOOK-RATE.
           MOVE ZERO TO ITEM-TAX.
           IF QT-INV-HEADER-FOUND(QUEUE-IDX)
               AND QT-INV-GROSS(QUEUE-IDX) > ZERO
               AND QT-INV-TAX(QUEUE-IDX) > ZERO
               COMPUTE ITEM-TAX ROUNDED = ITEM-HOME-GROSS
                   * QT-INV-TAX(QUEUE-IDX) / QT-INV-GROSS(QUEUE-IDX)
           END-IF.
           COMPUTE ITEM-NET = ITEM-HOME-GROSS - ITEM-TAX.
           IF ITEM-TAX > ZERO
               PERFORM ADD-TO-TAX-CATEGORY
           END-IF.

           MOVE SPACES TO AR-ACTIVITY-RECORD.
           MOVE LG-CUST-NUMBER(FOUND-LEDGER-IDX) TO AT-CUST-NUMBER.
           MOVE RUN-DATE TO AT-ACT-DATE.
           MOVE 'W' TO AT-ACT-TYPE.
           MOVE LG-ITEM-NUMBER(FOUND-LEDGER-IDX) TO AT-ITEM-NUMBER.
           COMPUTE AT-AMOUNT = ZERO - LG-OPEN-AMOUNT(FOUND-LEDGER-IDX).
           MOVE THIS-RUN-ID TO AT-RUN-ID.
           WRITE AR-ACTIVITY-RECORD.
           IF WS-FS-AR-ACTIVITY NOT = '00'
               MOVE 'AR-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-AR-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE ZERO TO LG-OPEN-AMOUNT(FOUND-LEDGER-IDX).
           MOVE 'C' TO LG-STATUS(FOUND-LEDGER-IDX).

           MOVE 'W' TO QT-STATUS(QUEUE-IDX).
           MOVE 'WriteOff' TO QT-CLOSED-BY(QUEUE-IDX).
           MOVE RUN-DATE TO QT-CLOSED-DATE(QUEUE-IDX).
           MOVE THIS-RUN-ID TO QT-RUN-ID(QUEUE-IDX).
           ADD 1 TO WRITTEN-OFF-COUNT.
           ADD ITEM-HOME-GROSS TO RUN-GROSS-TOT.
           ADD ITEM-NET TO RUN-NET-TOT.
           ADD ITEM-TAX TO RUN-TAX-TOT.
           PERFORM PRINT-WRITTEN-OFF-ITEM.

      * the relieved tax into its category's slot, at the rate in
      * force under the invoice's category on the invoice's date -
      * the rate the tax was charged at
       ADD-TO-TAX-CATEGORY.
           MOVE ITEM-NET TO TAX-NET-AMOUNT.
           MOVE QT-INV-TAX-CATEGORY(QUEUE-IDX) TO TAX-CATEGORY.
           MOVE QT-INV-DATE(QUEUE-IDX) TO TAX-DATE.
           CALL "TaxCalc" USING TAX-NET-AMOUNT TAX-CATEGORY
               TAX-DATE TAX-TAX-AMOUNT
               TAX-GROSS-AMOUNT TAX-RATE-APPLIED TAX-RETURN-CODE.
           IF TAX-RETURN-CODE NOT = ZERO
               AND NOT RATE-MISSING-WARNED
               DISPLAY "*** No tax rate in force for category "
                   TAX-CATEGORY " on " TAX-DATE
                   " - relief entered at rate zero ***"
               MOVE 'Y' TO RATE-MISSING-SW
           END-IF.
           MOVE 'N' TO TAXCAT-FOUND-SW.
           PERFORM VARYING TAXCAT-IDX FROM 1 BY 1
                   UNTIL TAXCAT-IDX > TAXCAT-COUNT
               IF TC-CATEGORY(TAXCAT-IDX) =
                       QT-INV-TAX-CATEGORY(QUEUE-IDX)
                   AND TC-RATE(TAXCAT-IDX) = TAX-RATE-APPLIED
                   ADD ITEM-NET TO TC-NET(TAXCAT-IDX)
                   ADD ITEM-TAX TO TC-TAX(TAXCAT-IDX)
                   MOVE 'Y' TO TAXCAT-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT TAXCAT-WAS-FOUND
               AND TAXCAT-COUNT < MAX-TAX-CATEGORIES
               ADD 1 TO TAXCAT-COUNT
               MOVE QT-INV-TAX-CATEGORY(QUEUE-IDX) TO
                   TC-CATEGORY(TAXCAT-COUNT)
               MOVE TAX-RATE-APPLIED TO TC-RATE(TAXCAT-COUNT)
               MOVE ITEM-NET TO TC-NET(TAXCAT-COUNT)
               MOVE ITEM-TAX TO TC-TAX(TAXCAT-COUNT)
               MOVE 'Y' TO TAXCAT-FOUND-SW
           END-IF.
           IF TAXCAT-WAS-FOUND
               ADD ITEM-NET TO TAXED-NET-TOT
               ADD ITEM-TAX TO TAXED-TAX-TOT
           ELSE
               DISPLAY "*** More than " MAX-TAX-CATEGORIES
                   " tax categories - relief on item "
                   QT-ITEM-NUMBER(QUEUE-IDX)
                   " left off the tax ledger ***"
           END-IF.

       PRINT-WRITTEN-OFF-ITEM.
           MOVE QT-ITEM-NUMBER(QUEUE-IDX) TO WOR-D-ITEM-NUMBER.
           MOVE QT-CUST-NUMBER(QUEUE-IDX) TO WOR-D-CUST-NUMBER.
           MOVE QT-INV-DATE(QUEUE-IDX) TO WOR-D-INV-DATE.
           MOVE QT-CURRENCY(QUEUE-IDX) TO WOR-D-CURRENCY.
           MOVE QT-AMOUNT(QUEUE-IDX) TO WOR-D-AMOUNT.
           MOVE ITEM-HOME-GROSS TO WOR-D-HOME-GROSS.
           MOVE ITEM-NET TO WOR-D-NET.
           MOVE ITEM-TAX TO WOR-D-TAX.
           IF ITEM-TAX > ZERO
               MOVE QT-INV-TAX-CATEGORY(QUEUE-IDX) TO
                   WOR-D-TAX-CATEGORY
           ELSE
               MOVE SPACES TO WOR-D-TAX-CATEGORY
           END-IF.
           MOVE QT-REQUESTED-BY(QUEUE-IDX) TO WOR-D-REQUESTED-BY.
           MOVE QT-APPROVER-1(QUEUE-IDX) TO WOR-D-APPROVER-1.
           MOVE QT-APPROVER-2(QUEUE-IDX) TO WOR-D-APPROVER-2.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE WOR-DETAIL-LINE TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE QT-REASON(QUEUE-IDX) TO WOR-R-REASON.
           MOVE QT-REQUESTED-DATE(QUEUE-IDX) TO WOR-R-REQUESTED-DATE.
           IF QT-APPROVED-2-DATE(QUEUE-IDX) > ZERO
               MOVE QT-APPROVED-2-DATE(QUEUE-IDX) TO
                   WOR-R-APPROVED-DATE
           ELSE
               MOVE QT-APPROVED-1-DATE(QUEUE-IDX) TO
                   WOR-R-APPROVED-DATE
           END-IF.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE WOR-REASON-LINE TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

      * the ledger written back whole with the written-off items
      * closed - everything else goes back exactly as it was
       REWRITE-LEDGER-FILE.
           OPEN OUTPUT OPEN-ITEM-FILE.
           IF WS-FS-OPEN-ITEM-FILE NOT = '00'
               AND WS-FS-OPEN-ITEM-FILE NOT = '05'
               MOVE 'OPEN-ITEM-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-OPEN-ITEM-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-ENTRY-COUNT
               MOVE SPACES TO AR-OPEN-ITEM-RECORD
               MOVE LG-ITEM-NUMBER(LEDGER-IDX) TO AR-ITEM-NUMBER
               MOVE LG-CUST-NUMBER(LEDGER-IDX) TO AR-CUST-NUMBER
               MOVE LG-INV-DATE(LEDGER-IDX) TO AR-INV-DATE
               MOVE LG-ORIG-AMOUNT(LEDGER-IDX) TO AR-ORIG-AMOUNT
               MOVE LG-OPEN-AMOUNT(LEDGER-IDX) TO AR-OPEN-AMOUNT
               MOVE LG-STATUS(LEDGER-IDX) TO AR-STATUS
               MOVE LG-CURRENCY(LEDGER-IDX) TO AR-CURRENCY
               MOVE LG-BOOK-RATE(LEDGER-IDX) TO AR-BOOK-RATE
               MOVE LG-RUN-ID(LEDGER-IDX) TO AR-RUN-ID
               WRITE AR-OPEN-ITEM-RECORD
               IF WS-FS-OPEN-ITEM-FILE NOT = '00'
                   MOVE 'OPEN-ITEM-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-OPEN-ITEM-FILE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

      * the relieved tax onto the cumulative ledger as negative
      * rows - one per category and rate plus the '**' control -
      * so the period-end return claims it back off the month's
      * sales and still proves the categories against the controls
       WRITE-TAX-LEDGER.
           OPEN EXTEND TAX-LEDGER-FILE.
           IF WS-FS-TAX-LEDGER = '35'
               OPEN OUTPUT TAX-LEDGER-FILE
           END-IF.
           IF WS-FS-TAX-LEDGER NOT = '00'
               AND WS-FS-TAX-LEDGER NOT = '05'
               MOVE 'TAX-LEDGER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-TAX-LEDGER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING TAXCAT-IDX FROM 1 BY 1
                   UNTIL TAXCAT-IDX > TAXCAT-COUNT
               MOVE SPACES TO TAX-LEDGER-RECORD
               MOVE RUN-DATE TO TL-RUN-DATE
               MOVE THIS-RUN-ID TO TL-RUN-ID
               MOVE TC-CATEGORY(TAXCAT-IDX) TO TL-CATEGORY
               MOVE TC-RATE(TAXCAT-IDX) TO TL-RATE
               COMPUTE TL-NET = ZERO - TC-NET(TAXCAT-IDX)
               COMPUTE TL-TAX = ZERO - TC-TAX(TAXCAT-IDX)
               COMPUTE TL-GROSS = ZERO - TC-NET(TAXCAT-IDX)
                   - TC-TAX(TAXCAT-IDX)
               PERFORM WRITE-TAX-LEDGER-RECORD
           END-PERFORM.
           MOVE SPACES TO TAX-LEDGER-RECORD.
           MOVE RUN-DATE TO TL-RUN-DATE.
           MOVE THIS-RUN-ID TO TL-RUN-ID.
           MOVE '**' TO TL-CATEGORY.
           MOVE ZERO TO TL-RATE.
           COMPUTE TL-NET = ZERO - TAXED-NET-TOT.
           COMPUTE TL-TAX = ZERO - TAXED-TAX-TOT.
           COMPUTE TL-GROSS = ZERO - TAXED-NET-TOT - TAXED-TAX-TOT.
           PERFORM WRITE-TAX-LEDGER-RECORD.
           CLOSE TAX-LEDGER-FILE.

       WRITE-TAX-LEDGER-RECORD.
           WRITE TAX-LEDGER-RECORD.
           IF WS-FS-TAX-LEDGER NOT = '00'
               MOVE 'TAX-LEDGER-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-TAX-LEDGER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       REWRITE-WRITE-OFF-QUEUE.
           OPEN OUTPUT WRITE-OFF-QUEUE.
           IF WS-FS-WRITE-OFF-QUEUE NOT = '00'
               AND WS-FS-WRITE-OFF-QUEUE NOT = '05'
               MOVE 'WRITE-OFF-QUEUE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-WRITE-OFF-QUEUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-ENTRY-COUNT
               MOVE SPACES TO WRITE-OFF-QUEUE-RECORD
               MOVE QT-ITEM-NUMBER(QUEUE-IDX) TO WQ-ITEM-NUMBER
               MOVE QT-CUST-NUMBER(QUEUE-IDX) TO WQ-CUST-NUMBER
               MOVE QT-INV-DATE(QUEUE-IDX) TO WQ-INV-DATE
               MOVE QT-AMOUNT(QUEUE-IDX) TO WQ-AMOUNT
               MOVE QT-CURRENCY(QUEUE-IDX) TO WQ-CURRENCY
               MOVE QT-HOME-AMOUNT(QUEUE-IDX) TO WQ-HOME-AMOUNT
               MOVE QT-STATUS(QUEUE-IDX) TO WQ-STATUS
               MOVE QT-SECOND-SW(QUEUE-IDX) TO WQ-SECOND-SW
               MOVE QT-REASON(QUEUE-IDX) TO WQ-REASON
               MOVE QT-REQUESTED-BY(QUEUE-IDX) TO WQ-REQUESTED-BY
               MOVE QT-REQUESTED-DATE(QUEUE-IDX) TO WQ-REQUESTED-DATE
               MOVE QT-APPROVER-1(QUEUE-IDX) TO WQ-APPROVER-1
               MOVE QT-APPROVED-1-DATE(QUEUE-IDX) TO
                   WQ-APPROVED-1-DATE
               MOVE QT-APPROVER-2(QUEUE-IDX) TO WQ-APPROVER-2
               MOVE QT-APPROVED-2-DATE(QUEUE-IDX) TO
                   WQ-APPROVED-2-DATE
               MOVE QT-CLOSED-BY(QUEUE-IDX) TO WQ-CLOSED-BY
               MOVE QT-CLOSED-DATE(QUEUE-IDX) TO WQ-CLOSED-DATE
               MOVE QT-RUN-ID(QUEUE-IDX) TO WQ-RUN-ID
               WRITE WRITE-OFF-QUEUE-RECORD
               IF WS-FS-WRITE-OFF-QUEUE NOT = '00'
                   MOVE 'WRITE-OFF-QUEUE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-WRITE-OFF-QUEUE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE WRITE-OFF-QUEUE.

      * the night's net and tax written off onto nightval.dat for
      * the GL journal - see NIGHTVAL.cpy. written on a night with
      * nothing approved too, as zero, so the journal shows the
      * step ran
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
           MOVE 'BDNT' TO NV-SOURCE.
           MOVE RUN-NET-TOT TO NV-AMOUNT.
           MOVE THIS-RUN-ID TO NV-RUN-ID.
           PERFORM WRITE-NIGHT-VALUE-RECORD.
           MOVE 'BDTX' TO NV-SOURCE.
           MOVE RUN-TAX-TOT TO NV-AMOUNT.
           MOVE THIS-RUN-ID TO NV-RUN-ID.
           PERFORM WRITE-NIGHT-VALUE-RECORD.
           CLOSE NIGHT-VALUE-FILE.

       WRITE-NIGHT-VALUE-RECORD.
           WRITE NIGHT-VALUE-RECORD.
           IF WS-FS-NIGHT-VALUE NOT = '00'
               MOVE 'NIGHT-VALUE-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-NIGHT-VALUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the night's totals, and the relief by category the tax
      * ledger was given
       PRINT-REGISTER-TOTALS.
           MOVE WRITTEN-OFF-COUNT TO WOR-G-COUNT.
           MOVE RUN-GROSS-TOT TO WOR-G-GROSS.
           MOVE RUN-NET-TOT TO WOR-G-NET.
           MOVE RUN-TAX-TOT TO WOR-G-TAX.
           MOVE SPACES TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WOR-TOTAL-LINE TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE STALE-COUNT TO WOR-G-STALE.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE WOR-TOTAL-LINE-2 TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           IF TAXCAT-COUNT > ZERO
               MOVE SPACES TO WS-REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
               MOVE WOR-TAXCAT-TITLE TO WS-REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
               PERFORM VARYING TAXCAT-IDX FROM 1 BY 1
                       UNTIL TAXCAT-IDX > TAXCAT-COUNT
                   MOVE TC-CATEGORY(TAXCAT-IDX) TO WOR-C-CATEGORY
                   MOVE TC-RATE(TAXCAT-IDX) TO WOR-C-RATE
                   MOVE TC-NET(TAXCAT-IDX) TO WOR-C-NET
                   MOVE TC-TAX(TAXCAT-IDX) TO WOR-C-TAX
                   MOVE SPACES TO WS-REGISTER-LINE
                   MOVE WOR-TAXCAT-LINE TO WS-REGISTER-LINE
                   PERFORM WRITE-REGISTER-LINE
               END-PERFORM
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO REGISTER-REPORT-OUT.
           WRITE REGISTER-REPORT-OUT.
           IF WS-FS-REGISTER-REPORT NOT = '00'
               MOVE 'REGISTER-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-REGISTER-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM WriteOff.
