      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the returns / credit-note run. Reads the desk's
      *          return cards (crnote.dat - original invoice number,
      *          part, quantity coming back, restock flag, reason)
      *          and proves each one against the permanent invoice
      *          history (invhist.dat, see INVHIST.cpy): the invoice
      *          must be there, must have billed the part, and must
      *          have enough of it left that no earlier credit note
      *          already took back. Every invoice with accepted cards
      *          gets one credit note, numbered off invnum.dat in the
      *          same sequence as invoices so the credit's open item
      *          can never collide with an invoice's, and from that
      *          one card the run:
      *            - prints the numbered credit note (crnote.rpt)
      *            - reverses the tax through TaxCalc at the rate
      *              in force on the original line's date, onto
      *              taxledgr.dat as negative category and '**'
      *              rows so TaxReturn still proves
      *            - posts a negative open item on aropen.dat with
      *              its 'C' record on artran.dat, for CashApply to
      *              net against the customer's invoices
      *            - writes the returned goods onto the raw feed
      *              (tranin.dat) as receipts under source 'N', so
      *              the stock goes back on partbal.dat through the
      *              audited TranEdit/StockPost route the way
      *              CycleCount's corrections do
      *            - keeps the credit note on invhist.dat ('R' lines
      *              and an 'N' header) beside the invoice it
      *              credits
      *          Refused cards are listed with the reason. The night
      *          step runs ahead of TranEdit so the returns post the
      *          same night; the card file is cleared afterwards so
      *          a rerun can't credit twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CreditNote.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the desk's return cards - OPTIONAL because most nights
      * carry none
           SELECT OPTIONAL RETURN-CARD-FILE ASSIGN TO 'crnote.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RETURN-CARD.

      * read once to prove the cards, then extended with the credit
      * notes issued - see INVHIST.cpy
           SELECT OPTIONAL INVOICE-HIST-FILE ASSIGN TO 'invhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-HIST.

      * the part's lot-control flag - a restock of a lot-controlled
      * part has to say which lot it goes back onto
           SELECT PART-MASTER ASSIGN TO 'partmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NO
           FILE STATUS IS WS-FS-PART-MASTER.

      * read once for the book rate the credited invoice carries,
      * then extended with the credit's own open item
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEM-FILE.

      * 'C' record per credit note - see ARTRAN.cpy
           SELECT OPTIONAL AR-ACTIVITY-FILE ASSIGN TO 'artran.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AR-ACTIVITY.

           SELECT OPTIONAL TAX-LEDGER-FILE ASSIGN TO 'taxledgr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TAX-LEDGER.

      * the raw transaction feed the restocked goods are written
      * onto for tonight's edit
           SELECT OPTIONAL TRAN-FEED-FILE ASSIGN TO 'tranin.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRAN-FEED.

      * the persistent invoice number - shared with InvoicePrint
           SELECT OPTIONAL INVOICE-NUM-FILE ASSIGN TO 'invnum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-NUM.

           SELECT OPTIONAL NIGHT-VALUE-FILE ASSIGN TO 'nightval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NIGHT-VALUE.

      * the chain's run flag - the business date and run identifier
      * stamped on what this run writes. OPTIONAL so a standalone
      * run still works
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT CREDIT-NOTE-REPORT ASSIGN TO 'crnote.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CREDIT-NOTE-RPT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one return card:
      *   RC-INV-NUMBER  the invoice the goods were billed on
      *   RC-PART-NO     the part coming back
      *   RC-QUANTITY    how many
      *   RC-RESTOCK     'N' - credit only, the goods don't go back
      *                  on the shelf (damaged, or a price
      *                  allowance); anything else restocks
      *   RC-REASON      the desk's reason, printed on the note
      *   RC-LOT-NO      the lot the goods came from, for a
      *                  lot-controlled part that restocks - the
      *                  restock goes back onto that lot, and a
      *                  restock card without one is refused;
      *                  blank for anything else
       FD RETURN-CARD-FILE.
       01 RETURN-CARD-RECORD.
           03 RC-INV-NUMBER PIC 9(6).
           03 RC-PART-NO PIC 9(8).
           03 RC-QUANTITY PIC 9(6).
           03 RC-RESTOCK PIC X.
               88 RC-NO-RESTOCK VALUE 'N'.
           03 RC-REASON PIC X(20).
           03 RC-LOT-NO PIC X(12).

       FD INVOICE-HIST-FILE.

       COPY INVHIST.

       FD OPEN-ITEM-FILE.

       COPY AROPEN.

       FD AR-ACTIVITY-FILE.

       COPY ARTRAN.

       FD TAX-LEDGER-FILE.

       COPY TAXLEDG.

       FD TRAN-FEED-FILE.

       COPY TRANREC.

       FD INVOICE-NUM-FILE.
       01 INVOICE-NUM-RECORD PIC 9(6).

       FD NIGHT-VALUE-FILE.

       COPY NIGHTVAL.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

       FD CREDIT-NOTE-REPORT.
       01 CREDIT-NOTE-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-RETURN-CARD PIC XX VALUE '00'.
       01 WS-FS-INVOICE-HIST PIC XX VALUE '00'.
       01 WS-FS-OPEN-ITEM-FILE PIC XX VALUE '00'.
       01 WS-FS-AR-ACTIVITY PIC XX VALUE '00'.
       01 WS-FS-TAX-LEDGER PIC XX VALUE '00'.
       01 WS-FS-TRAN-FEED PIC XX VALUE '00'.
       01 WS-FS-INVOICE-NUM PIC XX VALUE '00'.
       01 WS-FS-NIGHT-VALUE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-CREDIT-NOTE-RPT PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'CreditNote'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'CreditNote'.
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

       01 CARD-EOF PIC X VALUE 'N'.
       01 HISTORY-EOF PIC X VALUE 'N'.
       01 LEDGER-EOF PIC X VALUE 'N'.
       01 CARD-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 RESTOCK-LINE-COUNT PIC 9(5) VALUE ZERO.

      * the chain's run identifier and business date - the credit
      * note's date, and the date the returned goods move on
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 CREDIT-DATE PIC 9(8) VALUE ZERO.
       01 CREDIT-DATE-PARTS REDEFINES CREDIT-DATE.
           03 CREDIT-YEAR PIC 9(4).
           03 CREDIT-MONTH PIC 99.
           03 CREDIT-DAY PIC 99.

      * the run's return cards, held whole so one pass of the
      * history proves them all. what the pass finds about each
      * card's invoice and part rides beside it; RT-REJECT-REASON
      * stays blank on a card that proves
       77 MAX-RETURN-CARDS PIC 9(3) VALUE 200.
       01 RETURN-CONTROLS.
           03 RETURN-COUNT PIC 9(3) VALUE ZERO.
           03 RETURN-IDX PIC 9(3) VALUE ZERO.
           03 PRIOR-IDX PIC 9(3) VALUE ZERO.
           03 NOTE-IDX PIC 9(3) VALUE ZERO.
           03 RETURN-OVERFLOW-SW PIC X VALUE 'N'.
               88 RETURN-OVERFLOWED VALUE 'Y'.
       01 RETURN-TABLE.
           03 RETURN-ENTRY OCCURS 200 TIMES.
               05 RT-INV-NUMBER PIC 9(6).
               05 RT-PART-NO PIC 9(8).
               05 RT-QUANTITY PIC 9(6).
               05 RT-RESTOCK PIC X.
               05 RT-REASON PIC X(20).
               05 RT-LOT-NO PIC X(12).
               05 RT-HEADER-FOUND-SW PIC X.
                   88 RT-HEADER-FOUND VALUE 'Y'.
               05 RT-CUST-NUMBER PIC 9(6).
               05 RT-CURRENCY PIC X(3).
               05 RT-TAX-CATEGORY PIC X(2).
               05 RT-INVOICED-QTY PIC 9(7).
               05 RT-CREDITED-QTY PIC 9(7).
               05 RT-UNIT-PRICE PIC 9(3)V99.
               05 RT-LINE-DATE PIC 9(8).
               05 RT-BOOK-RATE PIC 9(3)V9(6).
               05 RT-NET PIC 9(7)V99.
               05 RT-TAX PIC 9(7)V99.
               05 RT-RATE PIC 9(2)V99.
               05 RT-NOTE-NUMBER PIC 9(6).
               05 RT-REJECT-REASON PIC X(24).

      * what is left to credit of a card's part on its invoice once
      * earlier credit notes and earlier cards this run are taken off
       01 LEFT-TO-CREDIT PIC S9(7) VALUE ZERO.

      * the credit note in hand - numbered off invnum.dat, totalled
      * as its lines print
       01 NOTE-CONTROLS.
           03 NEXT-ITEM-NUMBER PIC 9(6) VALUE 1.
           03 NOTE-NUMBER PIC 9(6) VALUE ZERO.
           03 NOTE-NET-TOT PIC 9(7)V99 VALUE ZERO.
           03 NOTE-TAX-TOT PIC 9(7)V99 VALUE ZERO.
           03 NOTE-GROSS-TOT PIC 9(7)V99 VALUE ZERO.
           03 NOTE-LINE-COUNT PIC 9(3) VALUE ZERO.
           03 NOTES-ISSUED-COUNT PIC 9(5) VALUE ZERO.
           03 RUN-NET-TOT PIC 9(9)V99 VALUE ZERO.
           03 RUN-TAX-TOT PIC 9(9)V99 VALUE ZERO.
           03 RUN-GROSS-TOT PIC 9(9)V99 VALUE ZERO.
           03 RATE-MISSING-SW PIC X VALUE 'N'.
               88 RATE-MISSING-WARNED VALUE 'Y'.

      * the reversed tax by category, for the ledger rows - the same
      * slot-per-category shape FirstProgram tallies in
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

      * page-break controls - the same shape the invoice has
       77 NOTE-LINES-PER-PAGE PIC 9(3) VALUE 020.
       01 PAGE-CONTROLS.
           03 LINE-COUNT-ON-PAGE PIC 9(3) VALUE ZERO.
           03 PAGE-NUMBER PIC 999 VALUE ZERO.

      * print lines for the credit notes and the run's register
       01 CRN-TITLE-LINE.
           03 FILLER PIC X(22) VALUE 'CREDIT NOTE - CUSTOMER'.
           03 FILLER PIC X(2) VALUE ': '.
           03 CRN-T-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(9) VALUE '   PAGE: '.
           03 CRN-T-PAGE-NO PIC ZZ9.
       01 CRN-NUMBER-LINE.
           03 FILLER PIC X(16) VALUE 'CREDIT NOTE NO: '.
           03 CRN-N-NUMBER PIC 9(6).
           03 FILLER PIC X(19) VALUE '  AGAINST INVOICE: '.
           03 CRN-N-INV-NUMBER PIC 9(6).
           03 FILLER PIC X(8) VALUE '  DATED '.
           03 CRN-N-DATE PIC 9(8).
       01 CRN-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'PART         QTY UNI'.
           03 FILLER PIC X(20) VALUE 'T PRICE      AMOUNT '.
           03 FILLER PIC X(20) VALUE 'STOCK REASON        '.
       01 CRN-DETAIL-LINE.
           03 CRN-D-PART-NO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CRN-D-QUANTITY PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUE SPACES.
           03 CRN-D-UNIT-PRICE PIC ZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CRN-D-AMOUNT PIC Z(6)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRN-D-RESTOCK PIC X(5).
           03 FILLER PIC X VALUE SPACE.
           03 CRN-D-REASON PIC X(20).
       01 CRN-TOTAL-LINE.
           03 FILLER PIC X(22) VALUE 'CREDIT TOTAL:         '.
           03 CRN-TOT-AMOUNT PIC Z(6)9.99.
       01 CRN-TAX-LINE.
           03 FILLER PIC X(9) VALUE 'TAX (CAT '.
           03 CRN-TAX-CATEGORY PIC X(2).
           03 FILLER PIC X(11) VALUE '):         '.
           03 CRN-TAX-AMOUNT PIC Z(6)9.99.
       01 CRN-GROSS-LINE.
           03 FILLER PIC X(22) VALUE 'GROSS CREDITED:       '.
           03 CRN-GROSS-AMOUNT PIC Z(6)9.99.
       01 CRN-REFUSED-TITLE PIC X(44)
           VALUE 'RETURN CARDS REFUSED'.
       01 CRN-REFUSED-HEAD.
           03 FILLER PIC X(20) VALUE 'INVOICE PART        '.
           03 FILLER PIC X(20) VALUE '  QTY REASON        '.
       01 CRN-REFUSED-LINE.
           03 CRN-R-INV-NUMBER PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CRN-R-PART-NO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CRN-R-QUANTITY PIC ZZZZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 CRN-R-REASON PIC X(24).
       01 CRN-REGISTER-LINE.
           03 FILLER PIC X(14) VALUE 'NOTES ISSUED: '.
           03 CRN-G-COUNT PIC ZZZZ9.
           03 FILLER PIC X(7) VALUE '  NET: '.
           03 CRN-G-NET PIC Z(8)9.99.
           03 FILLER PIC X(7) VALUE '  TAX: '.
           03 CRN-G-TAX PIC Z(8)9.99.
       01 CRN-REGISTER-LINE-2.
           03 FILLER PIC X(14) VALUE 'CARDS REFUSED:'.
           03 CRN-G-REFUSED PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE '  GROSS: '.
           03 CRN-G-GROSS PIC Z(8)9.99.
       01 WS-CREDIT-NOTE-LINE PIC X(80).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RETURN-CARDS.
      * clearing the card file at the end would lose the cards past
      * the table's end - refuse with nothing issued instead
           IF RETURN-OVERFLOWED
               DISPLAY "*** crnote.dat holds more than "
                   MAX-RETURN-CARDS " cards - nothing credited ***"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SCAN-INVOICE-HISTORY.
           PERFORM SCAN-OPEN-ITEM-LEDGER.
           OPEN INPUT PART-MASTER.
           PERFORM VARYING RETURN-IDX FROM 1 BY 1
                   UNTIL RETURN-IDX > RETURN-COUNT
               PERFORM PROVE-ONE-CARD
           END-PERFORM.
           IF WS-FS-PART-MASTER = '00'
               CLOSE PART-MASTER
           END-IF.

           PERFORM LOAD-INVOICE-NUMBER.
           PERFORM OPEN-OUTPUTS-FOR-APPEND.
           OPEN OUTPUT CREDIT-NOTE-REPORT.
           IF WS-FS-CREDIT-NOTE-RPT NOT = '00'
               MOVE 'CREDIT-NOTE-REPORT' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CREDIT-NOTE-RPT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
      * one credit note per invoice credited - the first proven card
      * for an invoice issues the note and takes every later proven
      * card for the same invoice onto it
           PERFORM VARYING RETURN-IDX FROM 1 BY 1
                   UNTIL RETURN-IDX > RETURN-COUNT
               IF RT-REJECT-REASON(RETURN-IDX) = SPACES
                   AND RT-NOTE-NUMBER(RETURN-IDX) = ZERO
                   PERFORM ISSUE-CREDIT-NOTE
               END-IF
           END-PERFORM.
           PERFORM PRINT-REFUSED-CARDS.
           CLOSE CREDIT-NOTE-REPORT.
           CLOSE INVOICE-HIST-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE AR-ACTIVITY-FILE.
           CLOSE TRAN-FEED-FILE.

           IF NOTES-ISSUED-COUNT > ZERO
               PERFORM SAVE-INVOICE-NUMBER
               PERFORM WRITE-TAX-LEDGER
           END-IF.
           PERFORM WRITE-NIGHT-VALUE.
      * the cards have credited - clear the file so a rerun can't
      * credit them twice, the way cashrcpt.dat is cleared
           IF CARD-READ-COUNT > ZERO
               OPEN OUTPUT RETURN-CARD-FILE
               CLOSE RETURN-CARD-FILE
           END-IF.

           DISPLAY "Return cards read: " CARD-READ-COUNT.
           DISPLAY "Credit notes issued: " NOTES-ISSUED-COUNT
               "  Refused: " CARD-REJECT-COUNT
               "  Restock lines: " RESTOCK-LINE-COUNT.

           MOVE CARD-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE CARD-REJECT-COUNT TO RSUM-RECORDS-REJECTED.
           IF CARD-REJECT-COUNT > ZERO
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
      * run outside the chain dates its credit notes today
       READ-RUN-FLAG.
           ACCEPT CREDIT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       MOVE RF-RUN-DATE TO CREDIT-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

       LOAD-RETURN-CARDS.
           OPEN INPUT RETURN-CARD-FILE.
           PERFORM UNTIL CARD-EOF = 'Y'
               READ RETURN-CARD-FILE
                   AT END
                       MOVE 'Y' TO CARD-EOF
                   NOT AT END
                       ADD 1 TO CARD-READ-COUNT
                       PERFORM HOLD-ONE-CARD
               END-READ
           END-PERFORM.
           CLOSE RETURN-CARD-FILE.

       HOLD-ONE-CARD.
           IF RETURN-COUNT < MAX-RETURN-CARDS
               ADD 1 TO RETURN-COUNT
               INITIALIZE RETURN-ENTRY(RETURN-COUNT)
               MOVE RC-INV-NUMBER TO RT-INV-NUMBER(RETURN-COUNT)
               MOVE RC-PART-NO TO RT-PART-NO(RETURN-COUNT)
               MOVE RC-QUANTITY TO RT-QUANTITY(RETURN-COUNT)
               MOVE RC-RESTOCK TO RT-RESTOCK(RETURN-COUNT)
               MOVE RC-REASON TO RT-REASON(RETURN-COUNT)
               MOVE RC-LOT-NO TO RT-LOT-NO(RETURN-COUNT)
               MOVE 'N' TO RT-HEADER-FOUND-SW(RETURN-COUNT)
               MOVE 1 TO RT-BOOK-RATE(RETURN-COUNT)
           ELSE
               MOVE 'Y' TO RETURN-OVERFLOW-SW
           END-IF.

      * one pass of the invoice history collects, for every card,
      * its invoice's header, how many of its part the invoice
      * billed, and how many earlier credit notes already took back
       SCAN-INVOICE-HISTORY.
           OPEN INPUT INVOICE-HIST-FILE.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ INVOICE-HIST-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       PERFORM VARYING RETURN-IDX FROM 1 BY 1
                               UNTIL RETURN-IDX > RETURN-COUNT
                           PERFORM MATCH-HISTORY-TO-CARD
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE INVOICE-HIST-FILE.

      * a part billed on more than one line of the invoice credits
      * at the first line's price and date
       MATCH-HISTORY-TO-CARD.
           EVALUATE TRUE
               WHEN IH-IS-HEADER
                   AND IH-INV-NUMBER = RT-INV-NUMBER(RETURN-IDX)
                   MOVE 'Y' TO RT-HEADER-FOUND-SW(RETURN-IDX)
                   MOVE IH-CUST-NUMBER TO RT-CUST-NUMBER(RETURN-IDX)
                   MOVE IHH-CURRENCY TO RT-CURRENCY(RETURN-IDX)
                   MOVE IHH-TAX-CATEGORY TO
                       RT-TAX-CATEGORY(RETURN-IDX)
               WHEN IH-IS-LINE
                   AND IH-INV-NUMBER = RT-INV-NUMBER(RETURN-IDX)
                   AND IHL-PART-NO = RT-PART-NO(RETURN-IDX)
                   IF RT-INVOICED-QTY(RETURN-IDX) = ZERO
                       MOVE IHL-UNIT-PRICE TO
                           RT-UNIT-PRICE(RETURN-IDX)
                       COMPUTE RT-LINE-DATE(RETURN-IDX) =
                           IHL-YEAR * 10000 + IHL-MONTH * 100
                           + IHL-DAY
                   END-IF
                   ADD IHL-QUANTITY TO RT-INVOICED-QTY(RETURN-IDX)
               WHEN IH-IS-CREDIT-LINE
                   AND IHL-CREDITED-INV = RT-INV-NUMBER(RETURN-IDX)
                   AND IHL-PART-NO = RT-PART-NO(RETURN-IDX)
                   ADD IHL-QUANTITY TO RT-CREDITED-QTY(RETURN-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * the credited invoice's book rate off the open-item ledger, so
      * the credit carries the same home value per unit the debt
      * does and nets against it cleanly. an invoice no longer on
      * the ledger leaves the credit at par
       SCAN-OPEN-ITEM-LEDGER.
           OPEN INPUT OPEN-ITEM-FILE.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       PERFORM VARYING RETURN-IDX FROM 1 BY 1
                               UNTIL RETURN-IDX > RETURN-COUNT
                           IF AR-ITEM-NUMBER =
                                   RT-INV-NUMBER(RETURN-IDX)
                               MOVE AR-BOOK-RATE TO
                                   RT-BOOK-RATE(RETURN-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

      * the card at RETURN-IDX against what the history said - first
      * failing check names the reason. a proven card is priced and
      * its tax reversed here, ready for the note
       PROVE-ONE-CARD.
           EVALUATE TRUE
               WHEN RT-QUANTITY(RETURN-IDX) NOT NUMERIC
                   OR RT-QUANTITY(RETURN-IDX) = ZERO
                   MOVE 'NO QUANTITY RETURNED' TO
                       RT-REJECT-REASON(RETURN-IDX)
               WHEN RT-PART-NO(RETURN-IDX) NOT NUMERIC
                   OR RT-PART-NO(RETURN-IDX) = ZERO
                   MOVE 'NO PART NAMED' TO
                       RT-REJECT-REASON(RETURN-IDX)
               WHEN NOT RT-HEADER-FOUND(RETURN-IDX)
                   MOVE 'INVOICE NOT ON HISTORY' TO
                       RT-REJECT-REASON(RETURN-IDX)
               WHEN RT-INVOICED-QTY(RETURN-IDX) = ZERO
                   MOVE 'PART NOT ON INVOICE' TO
                       RT-REJECT-REASON(RETURN-IDX)
               WHEN OTHER
                   PERFORM CHECK-RESTOCK-LOT
                   IF RT-REJECT-REASON(RETURN-IDX) = SPACES
                       PERFORM CHECK-LEFT-TO-CREDIT
                   END-IF
           END-EVALUATE.
           IF RT-REJECT-REASON(RETURN-IDX) = SPACES
               PERFORM PRICE-RETURN-CARD
           ELSE
               ADD 1 TO CARD-REJECT-COUNT
           END-IF.

      * goods going back on the shelf of a lot-controlled part need
      * the lot they came from - without one the edit step would
      * refuse the restock line after the customer had already been
      * credited. a part the master can't find is left to the edit
      * step's own unknown-part check, as before
       CHECK-RESTOCK-LOT.
           IF RT-RESTOCK(RETURN-IDX) NOT = 'N'
               AND RT-LOT-NO(RETURN-IDX) = SPACES
               AND WS-FS-PART-MASTER = '00'
               MOVE RT-PART-NO(RETURN-IDX) TO PM-PART-NO
               READ PART-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-IS-LOT-CONTROLLED
                           MOVE 'LOT NUMBER REQUIRED' TO
                               RT-REJECT-REASON(RETURN-IDX)
                       END-IF
               END-READ
           END-IF.

      * the invoice can't be credited for more of the part than it
      * billed - less what earlier notes took back, less what the
      * cards ahead of this one tonight already proved
       CHECK-LEFT-TO-CREDIT.
           COMPUTE LEFT-TO-CREDIT = RT-INVOICED-QTY(RETURN-IDX)
               - RT-CREDITED-QTY(RETURN-IDX).
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX NOT < RETURN-IDX
               IF RT-INV-NUMBER(PRIOR-IDX) = RT-INV-NUMBER(RETURN-IDX)
                   AND RT-PART-NO(PRIOR-IDX) = RT-PART-NO(RETURN-IDX)
                   AND RT-REJECT-REASON(PRIOR-IDX) = SPACES
                   SUBTRACT RT-QUANTITY(PRIOR-IDX) FROM LEFT-TO-CREDIT
               END-IF
           END-PERFORM.
           IF RT-QUANTITY(RETURN-IDX) > LEFT-TO-CREDIT
               MOVE 'MORE THAN LEFT TO CREDIT' TO
                   RT-REJECT-REASON(RETURN-IDX)
           END-IF.

      * the credit at the price the invoice billed, and its tax
      * through the shared TaxCalc routine at the rate in force on
      * the original line's date under the invoice's own category -
      * what was charged is exactly what comes back
       PRICE-RETURN-CARD.
           COMPUTE RT-NET(RETURN-IDX) ROUNDED =
               RT-UNIT-PRICE(RETURN-IDX) * RT-QUANTITY(RETURN-IDX).
           MOVE RT-NET(RETURN-IDX) TO TAX-NET-AMOUNT.
           MOVE RT-TAX-CATEGORY(RETURN-IDX) TO TAX-CATEGORY.
           MOVE RT-LINE-DATE(RETURN-IDX) TO TAX-DATE.
           CALL "TaxCalc" USING TAX-NET-AMOUNT TAX-CATEGORY
               TAX-DATE TAX-TAX-AMOUNT
               TAX-GROSS-AMOUNT TAX-RATE-APPLIED TAX-RETURN-CODE.
           IF TAX-RETURN-CODE NOT = ZERO
               AND NOT RATE-MISSING-WARNED
               DISPLAY "*** No tax rate in force for category "
                   TAX-CATEGORY " on " TAX-DATE
                   " - credited at zero tax ***"
               MOVE 'Y' TO RATE-MISSING-SW
           END-IF.
           MOVE TAX-TAX-AMOUNT TO RT-TAX(RETURN-IDX).
           MOVE TAX-RATE-APPLIED TO RT-RATE(RETURN-IDX).

       OPEN-OUTPUTS-FOR-APPEND.
           OPEN EXTEND INVOICE-HIST-FILE.
           IF WS-FS-INVOICE-HIST = '35'
               OPEN OUTPUT INVOICE-HIST-FILE
           END-IF.
           IF WS-FS-INVOICE-HIST NOT = '00'
               AND WS-FS-INVOICE-HIST NOT = '05'
               MOVE 'INVOICE-HIST-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-INVOICE-HIST TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
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
           OPEN EXTEND TRAN-FEED-FILE.
           IF WS-FS-TRAN-FEED = '35'
               OPEN OUTPUT TRAN-FEED-FILE
           END-IF.
           IF WS-FS-TRAN-FEED NOT = '00'
               AND WS-FS-TRAN-FEED NOT = '05'
               MOVE 'TRAN-FEED-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-TRAN-FEED TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the last invoice number ever issued, off invnum.dat - the
      * credit note issues one past it, in the invoices' sequence
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

      * rewrites invnum.dat with the last number this run issued,
      * ready for tonight's InvoicePrint to carry on from
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

      * one credit note for the invoice the card at RETURN-IDX
      * credits: every proven card for that invoice prints on it,
      * then it totals off onto the ledger, the journal and the
      * history
       ISSUE-CREDIT-NOTE.
           MOVE NEXT-ITEM-NUMBER TO NOTE-NUMBER.
           ADD 1 TO NEXT-ITEM-NUMBER.
           ADD 1 TO NOTES-ISSUED-COUNT.
           MOVE ZERO TO NOTE-NET-TOT.
           MOVE ZERO TO NOTE-TAX-TOT.
           MOVE ZERO TO NOTE-GROSS-TOT.
           MOVE ZERO TO NOTE-LINE-COUNT.
           MOVE ZERO TO PAGE-NUMBER.
           PERFORM START-NEW-PAGE.
           MOVE NOTE-NUMBER TO CRN-N-NUMBER.
           MOVE RT-INV-NUMBER(RETURN-IDX) TO CRN-N-INV-NUMBER.
           MOVE CREDIT-DATE TO CRN-N-DATE.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           MOVE CRN-NUMBER-LINE TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           MOVE CRN-COL-HEAD TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.
           PERFORM VARYING NOTE-IDX FROM RETURN-IDX BY 1
                   UNTIL NOTE-IDX > RETURN-COUNT
               IF RT-INV-NUMBER(NOTE-IDX) = RT-INV-NUMBER(RETURN-IDX)
                   AND RT-REJECT-REASON(NOTE-IDX) = SPACES
                   PERFORM CREDIT-ONE-CARD
               END-IF
           END-PERFORM.
           COMPUTE NOTE-GROSS-TOT = NOTE-NET-TOT + NOTE-TAX-TOT.
           MOVE NOTE-NET-TOT TO CRN-TOT-AMOUNT.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           MOVE CRN-TOTAL-LINE TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.
           MOVE RT-TAX-CATEGORY(RETURN-IDX) TO CRN-TAX-CATEGORY.
           MOVE NOTE-TAX-TOT TO CRN-TAX-AMOUNT.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           MOVE CRN-TAX-LINE TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.
           MOVE NOTE-GROSS-TOT TO CRN-GROSS-AMOUNT.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           MOVE CRN-GROSS-LINE TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.
           ADD NOTE-NET-TOT TO RUN-NET-TOT.
           ADD NOTE-TAX-TOT TO RUN-TAX-TOT.
           ADD NOTE-GROSS-TOT TO RUN-GROSS-TOT.
           PERFORM POST-CREDIT-ITEM.
           PERFORM WRITE-HISTORY-HEADER-RECORD.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE ZERO TO LINE-COUNT-ON-PAGE.
           MOVE RT-CUST-NUMBER(RETURN-IDX) TO CRN-T-CUST-NUMBER.
           MOVE PAGE-NUMBER TO CRN-T-PAGE-NO.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           MOVE CRN-TITLE-LINE TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.

      * one proven card onto the note in hand - printed, kept on the
      * history, its tax into the category slot, and the goods back
      * onto the raw feed unless the desk said not to restock
       CREDIT-ONE-CARD.
           IF LINE-COUNT-ON-PAGE >= NOTE-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF.
           MOVE NOTE-NUMBER TO RT-NOTE-NUMBER(NOTE-IDX).
           MOVE RT-PART-NO(NOTE-IDX) TO CRN-D-PART-NO.
           MOVE RT-QUANTITY(NOTE-IDX) TO CRN-D-QUANTITY.
           MOVE RT-UNIT-PRICE(NOTE-IDX) TO CRN-D-UNIT-PRICE.
           MOVE RT-NET(NOTE-IDX) TO CRN-D-AMOUNT.
           IF RT-RESTOCK(NOTE-IDX) = 'N'
               MOVE 'NO' TO CRN-D-RESTOCK
           ELSE
               MOVE 'YES' TO CRN-D-RESTOCK
           END-IF.
           MOVE RT-REASON(NOTE-IDX) TO CRN-D-REASON.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           MOVE CRN-DETAIL-LINE TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.
           ADD 1 TO LINE-COUNT-ON-PAGE.
           ADD 1 TO NOTE-LINE-COUNT.
           ADD RT-NET(NOTE-IDX) TO NOTE-NET-TOT.
           ADD RT-TAX(NOTE-IDX) TO NOTE-TAX-TOT.
           PERFORM WRITE-HISTORY-LINE-RECORD.
           PERFORM TALLY-CATEGORY-TAX.
           IF RT-RESTOCK(NOTE-IDX) NOT = 'N'
               PERFORM WRITE-RESTOCK-TRANSACTION
           END-IF.

      * the credited line onto the permanent history under the
      * credit note's number, naming the invoice it credits - what
      * the next run's left-to-credit check counts
       WRITE-HISTORY-LINE-RECORD.
           MOVE SPACES TO INVOICE-HISTORY-RECORD.
           MOVE NOTE-NUMBER TO IH-INV-NUMBER.
           MOVE 'R' TO IH-REC-TYPE.
           MOVE RT-CUST-NUMBER(NOTE-IDX) TO IH-CUST-NUMBER.
           MOVE THIS-RUN-ID TO IH-RUN-ID.
           MOVE CREDIT-DAY TO IHL-DAY.
           MOVE CREDIT-MONTH TO IHL-MONTH.
           MOVE CREDIT-YEAR TO IHL-YEAR.
           MOVE RT-UNIT-PRICE(NOTE-IDX) TO IHL-UNIT-PRICE.
           MOVE RT-NET(NOTE-IDX) TO IHL-AMOUNT.
           MOVE RT-PART-NO(NOTE-IDX) TO IHL-PART-NO.
           MOVE RT-QUANTITY(NOTE-IDX) TO IHL-QUANTITY.
           MOVE RT-INV-NUMBER(NOTE-IDX) TO IHL-CREDITED-INV.
           WRITE INVOICE-HISTORY-RECORD.
           IF WS-FS-INVOICE-HIST NOT = '00'
               MOVE 'INVOICE-HIST-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-INVOICE-HIST TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the reversed tax into the slot for its category - a category
      * not seen before this run opens a new slot
       TALLY-CATEGORY-TAX.
           MOVE 'N' TO TAXCAT-FOUND-SW.
           PERFORM VARYING TAXCAT-IDX FROM 1 BY 1
                   UNTIL TAXCAT-IDX > TAXCAT-COUNT
               IF TC-CATEGORY(TAXCAT-IDX) = RT-TAX-CATEGORY(NOTE-IDX)
                   ADD RT-NET(NOTE-IDX) TO TC-NET(TAXCAT-IDX)
                   ADD RT-TAX(NOTE-IDX) TO TC-TAX(TAXCAT-IDX)
                   MOVE RT-RATE(NOTE-IDX) TO TC-RATE(TAXCAT-IDX)
                   MOVE 'Y' TO TAXCAT-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT TAXCAT-WAS-FOUND
               AND TAXCAT-COUNT < MAX-TAX-CATEGORIES
               ADD 1 TO TAXCAT-COUNT
               MOVE RT-TAX-CATEGORY(NOTE-IDX) TO
                   TC-CATEGORY(TAXCAT-COUNT)
               MOVE RT-RATE(NOTE-IDX) TO TC-RATE(TAXCAT-COUNT)
               MOVE RT-NET(NOTE-IDX) TO TC-NET(TAXCAT-COUNT)
               MOVE RT-TAX(NOTE-IDX) TO TC-TAX(TAXCAT-COUNT)
           END-IF.

      * the returned goods as an ordinary receipt on the raw feed,
      * from the customer, dated the credit note - tonight's edit
      * and posting put them back on partbal.dat. source 'N' keeps
      * them apart on the listing and out of the PO matching
       WRITE-RESTOCK-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE RT-PART-NO(NOTE-IDX) TO TRAN-PART-NO.
           MOVE RT-CUST-NUMBER(NOTE-IDX) TO TRAN-CUS-SUP-NO.
           MOVE CREDIT-DAY TO TRAN-DATE-DD.
           MOVE CREDIT-MONTH TO TRAN-DATE-MM.
           MOVE CREDIT-YEAR TO TRAN-DATE-YYYY.
           MOVE RT-QUANTITY(NOTE-IDX) TO TRAN-QUANT.
           MOVE 'N' TO TRAN-SOURCE.
           MOVE RT-LOT-NO(NOTE-IDX) TO TRAN-LOT-NO.
           MOVE ZERO TO TRAN-EXPIRY-DATE.
           WRITE TRANSACTION-RECORD.
           IF WS-FS-TRAN-FEED NOT = '00'
               MOVE 'TRAN-FEED-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-TRAN-FEED TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           ADD 1 TO RESTOCK-LINE-COUNT.

      * the credit note becomes one open item on the receivables
      * ledger carrying the gross credited as a negative open
      * amount - AR-ORIG-AMOUNT is unsigned and holds its size -
      * plus its 'C' record on the activity journal. CashApply nets
      * it against the customer's open invoices
       POST-CREDIT-ITEM.
           MOVE SPACES TO AR-OPEN-ITEM-RECORD.
           MOVE NOTE-NUMBER TO AR-ITEM-NUMBER.
           MOVE RT-CUST-NUMBER(RETURN-IDX) TO AR-CUST-NUMBER.
           MOVE CREDIT-DATE TO AR-INV-DATE.
           MOVE NOTE-GROSS-TOT TO AR-ORIG-AMOUNT.
           COMPUTE AR-OPEN-AMOUNT = ZERO - NOTE-GROSS-TOT.
           MOVE 'O' TO AR-STATUS.
           MOVE RT-CURRENCY(RETURN-IDX) TO AR-CURRENCY.
           MOVE RT-BOOK-RATE(RETURN-IDX) TO AR-BOOK-RATE.
           MOVE THIS-RUN-ID TO AR-RUN-ID.
           WRITE AR-OPEN-ITEM-RECORD.
           IF WS-FS-OPEN-ITEM-FILE NOT = '00'
               MOVE 'OPEN-ITEM-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-OPEN-ITEM-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO AR-ACTIVITY-RECORD.
           MOVE RT-CUST-NUMBER(RETURN-IDX) TO AT-CUST-NUMBER.
           MOVE CREDIT-DATE TO AT-ACT-DATE.
           MOVE 'C' TO AT-ACT-TYPE.
           MOVE NOTE-NUMBER TO AT-ITEM-NUMBER.
           COMPUTE AT-AMOUNT = ZERO - NOTE-GROSS-TOT.
           MOVE THIS-RUN-ID TO AT-RUN-ID.
           WRITE AR-ACTIVITY-RECORD.
           IF WS-FS-AR-ACTIVITY NOT = '00'
               MOVE 'AR-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-AR-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the credit note's totals onto the permanent history, after
      * its line records - see INVHIST.cpy
       WRITE-HISTORY-HEADER-RECORD.
           MOVE SPACES TO INVOICE-HISTORY-RECORD.
           MOVE NOTE-NUMBER TO IH-INV-NUMBER.
           MOVE 'N' TO IH-REC-TYPE.
           MOVE RT-CUST-NUMBER(RETURN-IDX) TO IH-CUST-NUMBER.
           MOVE THIS-RUN-ID TO IH-RUN-ID.
           MOVE CREDIT-DATE TO IHH-INV-DATE.
           MOVE NOTE-NET-TOT TO IHH-AMOUNT.
           MOVE NOTE-TAX-TOT TO IHH-TAX.
           MOVE NOTE-GROSS-TOT TO IHH-GROSS.
           MOVE RT-CURRENCY(RETURN-IDX) TO IHH-CURRENCY.
           MOVE RT-TAX-CATEGORY(RETURN-IDX) TO IHH-TAX-CATEGORY.
           WRITE INVOICE-HISTORY-RECORD.
           IF WS-FS-INVOICE-HIST NOT = '00'
               MOVE 'INVOICE-HIST-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-INVOICE-HIST TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * every card that failed its proof, with the reason, then the
      * run's register totals
       PRINT-REFUSED-CARDS.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.
           MOVE CRN-REFUSED-TITLE TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           MOVE CRN-REFUSED-HEAD TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.
           PERFORM VARYING RETURN-IDX FROM 1 BY 1
                   UNTIL RETURN-IDX > RETURN-COUNT
               IF RT-REJECT-REASON(RETURN-IDX) NOT = SPACES
                   MOVE RT-INV-NUMBER(RETURN-IDX) TO CRN-R-INV-NUMBER
                   MOVE RT-PART-NO(RETURN-IDX) TO CRN-R-PART-NO
                   MOVE RT-QUANTITY(RETURN-IDX) TO CRN-R-QUANTITY
                   MOVE RT-REJECT-REASON(RETURN-IDX) TO CRN-R-REASON
                   MOVE SPACES TO WS-CREDIT-NOTE-LINE
                   MOVE CRN-REFUSED-LINE TO WS-CREDIT-NOTE-LINE
                   PERFORM WRITE-CREDIT-NOTE-LINE
               END-IF
           END-PERFORM.
           MOVE NOTES-ISSUED-COUNT TO CRN-G-COUNT.
           MOVE RUN-NET-TOT TO CRN-G-NET.
           MOVE RUN-TAX-TOT TO CRN-G-TAX.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           MOVE CRN-REGISTER-LINE TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.
           MOVE CARD-REJECT-COUNT TO CRN-G-REFUSED.
           MOVE RUN-GROSS-TOT TO CRN-G-GROSS.
           MOVE SPACES TO WS-CREDIT-NOTE-LINE.
           MOVE CRN-REGISTER-LINE-2 TO WS-CREDIT-NOTE-LINE.
           PERFORM WRITE-CREDIT-NOTE-LINE.

       WRITE-CREDIT-NOTE-LINE.
           MOVE WS-CREDIT-NOTE-LINE TO CREDIT-NOTE-OUT.
           WRITE CREDIT-NOTE-OUT.
           IF WS-FS-CREDIT-NOTE-RPT NOT = '00'
               MOVE 'CREDIT-NOTE-REPORT' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-CREDIT-NOTE-RPT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the reversed tax onto the cumulative ledger as negative
      * rows - one per category plus the '**' control - so the
      * period-end return nets the credits off the month's sales
      * and still proves the categories against the controls
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
               MOVE CREDIT-DATE TO TL-RUN-DATE
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
           MOVE CREDIT-DATE TO TL-RUN-DATE.
           MOVE THIS-RUN-ID TO TL-RUN-ID.
           MOVE '**' TO TL-CATEGORY.
           MOVE ZERO TO TL-RATE.
           COMPUTE TL-NET = ZERO - RUN-NET-TOT.
           COMPUTE TL-TAX = ZERO - RUN-TAX-TOT.
           COMPUTE TL-GROSS = ZERO - RUN-GROSS-TOT.
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

      * the night's credited net and tax onto nightval.dat for the
      * GL journal - see NIGHTVAL.cpy. written on a night with no
      * cards too, as zero, so the journal shows the step ran
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
           MOVE 'CNNT' TO NV-SOURCE.
           MOVE RUN-NET-TOT TO NV-AMOUNT.
           MOVE THIS-RUN-ID TO NV-RUN-ID.
           PERFORM WRITE-NIGHT-VALUE-RECORD.
           MOVE 'CNTX' TO NV-SOURCE.
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

       END PROGRAM CreditNote.
