      *          AROPEN.cpy) with an 'I' record on the activity
      *          journal (artran.dat, see ARTRAN.cpy), so what a
      *          customer owes survives the night instead of living
      *          in a spreadsheet retyped from this report. Before
      *          anything posts, each customer's open balance plus
      *          tonight's invoice is checked against the account's
      *          credit limit; an account on credit hold or going
      *          over its limit has its lines parked on the credit-
      *          review queue (crqueue.dat, see CRQUEUE.cpy) and
      *          listed on crhold.rpt instead, and the lines credit
      *          control has since released (crrel.dat) are invoiced
      *          after tonight's own. The lines it has cancelled
      *          instead (crcanc.dat) were taxed and posted to sales
      *          the night they were priced; their tax comes back
      *          off taxledgr.dat and their net and tax off the GL
      *          here. Every invoice carries the customer's billing
      *          address, and a delivery note for the same lines -
      *          quantities, no prices - goes onto dispnote.rpt
      *          addressed to the delivery address.
      *          An account that takes its invoices electronically
      *          (CM-INVOICE-DELIVERY 'E') also gets them on
      *          einvoice.dat, one batch per customer with a control
      *          trailer - see EINVOICE.cpy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRICED-DETAIL-FILE.

      * lines credit control released off the credit-review queue
      * since the last run, written by CreditReview in the
      * prcdetl.dat layout - invoiced after tonight's own without a
      * second check, then emptied. OPTIONAL because most nights
      * nothing has been released
           SELECT OPTIONAL RELEASED-DETAIL-FILE ASSIGN TO 'crrel.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RELEASED-DETAIL.

      * lines credit control cancelled off the queue since the last
      * run, written by CreditReview in the prcdetl.dat layout -
      * their tax and sales reversed, then emptied. OPTIONAL for the
      * same reason
           SELECT OPTIONAL CANCELLED-DETAIL-FILE ASSIGN TO 'crcanc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CANCELLED-DETAIL.

      * the cumulative tax ledger the cancelled lines' tax comes
      * back off - see TAXLEDG.cpy
           SELECT OPTIONAL TAX-LEDGER-FILE ASSIGN TO 'taxledgr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TAX-LEDGER.

      * each customer's credit limit and hold - see CUSTMAST.cpy
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

      * the credit-review queue, opened I-O with the OPEN OUTPUT
      * fallback so the first held invoice creates it - see
      * CRQUEUE.cpy
           SELECT CREDIT-QUEUE ASSIGN TO 'crqueue.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRQ-KEY
           FILE STATUS IS WS-FS-CREDIT-QUEUE.

      * the last queue number ever issued - the same small counter
      * invnum.dat is. OPTIONAL because the first run starts it at 1
           SELECT OPTIONAL QUEUE-NUM-FILE ASSIGN TO 'crqnum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-QUEUE-NUM.

      * what went to the queue tonight and why, for credit control
           SELECT CREDIT-HOLD-REPORT ASSIGN TO 'crhold.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CREDIT-HOLD-RPT.

      * the invoice print image - one page (or more) per customer,
      * then the invoice register
           SELECT INVOICE-FILE ASSIGN TO 'invoice.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-FILE.

      * the delivery notes that go out with the goods - one per
      * invoice, the same lines without the prices, addressed to the
      * customer's delivery address
           SELECT DISPATCH-NOTE-FILE ASSIGN TO 'dispnote.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DISPATCH-NOTE.

      * the customer open-item ledger - one record appended per
      * invoice printed, accumulated across runs the way rejsusp.dat
      * is. OPTIONAL because the first run starts it
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-HIST.

      * the electronic invoice records as the invoices are produced,
      * in invoice order - a customer's released invoice can come
      * well after tonight's, so they go through a sort into one
      * batch per customer before einvoice.dat is written
           SELECT E-INVOICE-WORK ASSIGN TO 'einvwork.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-E-INVOICE-WORK.

           SELECT EINV-SORT-FILE ASSIGN TO 'einvsort.tmp'.

      * the night's electronic invoices, batched by customer - see
      * EINVOICE.cpy. written fresh every run, empty on a night no
      * electronic customer was invoiced
           SELECT E-INVOICE-FILE ASSIGN TO 'einvoice.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-E-INVOICE-FILE.

      * the invoice-register run total as data, appended alongside
      * FirstProgram's batch totals - see NIGHTVAL.cpy
           SELECT OPTIONAL NIGHT-VALUE-FILE ASSIGN TO 'nightval.dat'

       COPY PRCDETL.

      * a released line, PRCDETL.cpy layout
       FD RELEASED-DETAIL-FILE.
       01 RELEASED-DETAIL-RECORD PIC X(55).

      * a cancelled line, PRCDETL.cpy layout
       FD CANCELLED-DETAIL-FILE.
       01 CANCELLED-DETAIL-RECORD PIC X(55).

       FD TAX-LEDGER-FILE.

       COPY TAXLEDG.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

      * keyed by queue number and line - see CRQUEUE.cpy
       FD CREDIT-QUEUE.

       COPY CRQUEUE.

       FD QUEUE-NUM-FILE.
       01 QUEUE-NUM-RECORD PIC 9(6).

       FD CREDIT-HOLD-REPORT.
       01 CREDIT-HOLD-OUT PIC X(80).

       FD INVOICE-FILE.
       01 INVOICE-OUT PIC X(80).

       FD DISPATCH-NOTE-FILE.
       01 DISPATCH-NOTE-OUT PIC X(80).

      * one open item per invoice - see AROPEN.cpy
       FD OPEN-ITEM-FILE.


       COPY INVHIST.

      * an electronic invoice record, EINVOICE.cpy layout
       FD E-INVOICE-WORK.
       01 E-INVOICE-WORK-RECORD PIC X(80).

       SD EINV-SORT-FILE.
       01 EINV-SORT-RECORD.
           03 ES-REC-TYPE PIC X.
           03 ES-CUST-NUMBER PIC 9(6).
           03 ES-INV-NUMBER PIC 9(6).
           03 ES-SEQ PIC 9(4).
           03 FILLER PIC X(63).

       FD E-INVOICE-FILE.

       COPY EINVOICE.

       FD NIGHT-VALUE-FILE.

       COPY NIGHTVAL.
      * shared AbendLog routine on anything but success
       01 WS-FS-PRICED-DETAIL-FILE PIC XX VALUE '00'.
       01 WS-FS-INVOICE-FILE PIC XX VALUE '00'.
       01 WS-FS-DISPATCH-NOTE PIC XX VALUE '00'.
       01 WS-FS-OPEN-ITEM-FILE PIC XX VALUE '00'.
       01 WS-FS-AR-ACTIVITY PIC XX VALUE '00'.
       01 WS-FS-INVOICE-NUM PIC XX VALUE '00'.
       01 WS-FS-INVOICE-HIST PIC XX VALUE '00'.
       01 WS-FS-NIGHT-VALUE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-RELEASED-DETAIL PIC XX VALUE '00'.
       01 WS-FS-CANCELLED-DETAIL PIC XX VALUE '00'.
       01 WS-FS-TAX-LEDGER PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-CREDIT-QUEUE PIC XX VALUE '00'.
       01 WS-FS-QUEUE-NUM PIC XX VALUE '00'.
       01 WS-FS-CREDIT-HOLD-RPT PIC XX VALUE '00'.
       01 WS-FS-E-INVOICE-WORK PIC XX VALUE '00'.
       01 WS-FS-E-INVOICE-FILE PIC XX VALUE '00'.

      * the run identifier off runflag.dat - spaces on a standalone
      * run outside the chain, including after the chain has
           03 ITEM-BOOK-RATE PIC 9(3)V9(6) VALUE 1.
           03 RATE-MISSING-WARNED-SW PIC X VALUE 'N'.
               88 RATE-MISSING-WARNED VALUE 'Y'.
           03 CREDIT-RATE-WARNED-SW PIC X VALUE 'N'.
               88 CREDIT-RATE-WARNED VALUE 'Y'.

      * arguments passed to TaxCalc.cbl - see there for the meaning
      * of each. a cancelled line's tax is the figure it was priced
      * with; TaxCalc gives the rate that figure was worked at
       01 TAX-CALC-WORK.
           03 TAX-NET-AMOUNT PIC S9(7)V99 VALUE ZERO.
           03 TAX-CATEGORY PIC X(2) VALUE SPACES.
           03 TAX-DATE PIC 9(8) VALUE ZERO.
           03 TAX-TAX-AMOUNT PIC S9(7)V99 VALUE ZERO.
           03 TAX-GROSS-AMOUNT PIC S9(7)V99 VALUE ZERO.
           03 TAX-RATE-APPLIED PIC 9(2)V99 VALUE ZERO.
           03 TAX-RETURN-CODE PIC 9(2) VALUE ZERO.

      * arguments passed to CustAddr.cbl - the customer, which of
      * the addresses (00 billing, 01 the usual delivery address)
      * and the print lines that come back
       01 CUST-ADDRESS-WORK.
           03 CADR-CUST-NUMBER PIC 9(6).
           03 CADR-ADDR-SEQ PIC 9(2).
           03 CADR-ADDRESS-LINES.
               05 CADR-LINE OCCURS 5 TIMES PIC X(40).
           03 CADR-RETURN-CODE PIC 9(2).
       01 CADR-IDX PIC 9 VALUE ZERO.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'InvoicePrint'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'prcdetl.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.

       01 DETAIL-EOF PIC X VALUE 'N'.
       01 DETAIL-READ-COUNT PIC 9(7) VALUE ZERO.
       01 RELEASED-EOF PIC X VALUE 'N'.
       01 RELEASED-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CANCELLED-EOF PIC X VALUE 'N'.
       01 CANCELLED-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CREDIT-SCAN-EOF PIC X VALUE 'N'.

      * the credit position of every customer on tonight's priced
      * detail, worked out before anything posts: tonight's gross
      * off a first pass over prcdetl.dat, in the invoice currency,
      * with CE-HOME-RATE the rate that takes it to home currency,
      * the open balance off aropen.dat at home-currency book value,
      * and the limit and hold off custmast.dat. CE-DECISION 'Q'
      * parks the customer's lines on the credit-review queue under
      * CE-QUEUE-NO
       77 MAX-CREDIT-ENTRIES PIC 9(3) VALUE 500.
       01 CREDIT-CONTROLS.
           03 CREDIT-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           03 CREDIT-IDX PIC 9(3) VALUE ZERO.
           03 CREDIT-FOUND-SW PIC X VALUE 'N'.
               88 CREDIT-WAS-FOUND VALUE 'Y'.
           03 CREDIT-SEARCH-CUST PIC 9(6) VALUE ZERO.
           03 CREDIT-EXPOSURE PIC S9(11)V99 VALUE ZERO.
           03 ITEM-HOME-VALUE PIC S9(9)V99 VALUE ZERO.
           03 CREDIT-TABLE-FULL-SW PIC X VALUE 'N'.
               88 CREDIT-TABLE-FULL VALUE 'Y'.
       01 CREDIT-TABLE.
           03 CREDIT-ENTRY OCCURS 500 TIMES.
               05 CE-CUST-NUMBER PIC 9(6).
               05 CE-TONIGHT-NET PIC 9(9)V99.
               05 CE-TONIGHT-GROSS PIC 9(9)V99.
               05 CE-HOME-RATE PIC 9(3)V9(6).
               05 CE-OPEN-BALANCE PIC S9(9)V99.
               05 CE-CREDIT-LIMIT PIC 9(9)V99.
               05 CE-DECISION PIC X.
                   88 CE-TO-QUEUE VALUE 'Q'.
               05 CE-REASON PIC X(2).
               05 CE-QUEUE-NO PIC 9(6).
               05 CE-QUEUE-LINES PIC 9(3).

      * the queue numbering off crqnum.dat, and what went each way
      * between tonight's queue and the released lines - both as
      * nightval.dat sources, so NightBalance's register leg still
      * foots to the pricing run's net
       01 QUEUE-CONTROLS.
           03 NEXT-QUEUE-NUMBER PIC 9(6) VALUE 1.
           03 QUEUED-CUST-COUNT PIC 9(5) VALUE ZERO.
           03 QUEUED-NET-TOT PIC 9(9)V99 VALUE ZERO.
           03 RELEASED-NET-TOT PIC 9(9)V99 VALUE ZERO.
           03 TODAY-DATE PIC 9(8) VALUE ZERO.

      * the net and tax of the lines credit control cancelled, for
      * the tax ledger's reversing rows and the GL - summed by tax
      * category the way CreditNote sums a credit note's tax
       01 CANCELLED-CONTROLS.
           03 CANCELLED-NET-TOT PIC 9(9)V99 VALUE ZERO.
           03 CANCELLED-TAX-TOT PIC 9(9)V99 VALUE ZERO.
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

      * control-break tracking for the PD-CUST-NUMBER grouping - the
      * same shape PrintingAndWriting's CHECK-CONTROL-BREAK uses for
       01 PAGE-CONTROLS.
           03 LINE-COUNT-ON-PAGE PIC 9(3) VALUE ZERO.
           03 PAGE-NUMBER PIC 999 VALUE ZERO.
      * the delivery note pages the same way, on its own count
           03 DN-LINES-ON-PAGE PIC 9(3) VALUE ZERO.
           03 DN-PAGE-NUMBER PIC 999 VALUE ZERO.

      * the invoice register built up one entry per invoice as each
      * customer's group ends, printed after the last invoice
       01 INV-NUMBER-LINE.
           03 FILLER PIC X(12) VALUE 'INVOICE NO: '.
           03 INV-N-NUMBER PIC 9(6).
      * the address block under the invoice number - the first
      * line labelled, the rest indented under it
       01 INV-ADDRESS-LINE.
           03 INV-A-LABEL PIC X(12).
           03 INV-A-TEXT PIC X(40).
       01 INV-COL-HEAD PIC X(52) VALUE
           'DATE         PART         QTY UNIT PRICE      AMOUNT'.
       01 INV-DETAIL-LINE.
           03 INV-D-DAY PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 INV-D-MONTH PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 INV-D-YEAR PIC 9999.
           03 FILLER PIC X(3) VALUE SPACES.
           03 INV-D-PART-NO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 INV-D-QUANTITY PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUE SPACES.
           03 INV-D-UNIT-PRICE PIC ZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X VALUE SPACE.
           03 REG-G-AMOUNT PIC Z(8)9.99.
       01 WS-INVOICE-LINE PIC X(80).

      * print lines for the delivery notes
       01 DN-TITLE-LINE.
           03 FILLER PIC X(28) VALUE
               'DELIVERY NOTE  -  CUSTOMER: '.
           03 DN-T-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(9) VALUE '   PAGE: '.
           03 DN-T-PAGE-NO PIC ZZ9.
       01 DN-NUMBER-LINE.
           03 FILLER PIC X(12) VALUE 'INVOICE NO: '.
           03 DN-N-NUMBER PIC 9(6).
       01 DN-COL-HEAD PIC X(29) VALUE
           'DATE         PART         QTY'.
       01 DN-DETAIL-LINE.
           03 DN-D-DAY PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 DN-D-MONTH PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 DN-D-YEAR PIC 9999.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DN-D-PART-NO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DN-D-QUANTITY PIC ZZZZZ9.
       01 DN-TOTAL-LINE.
           03 FILLER PIC X(14) VALUE 'LINES SHIPPED:'.
           03 DN-TOT-LINES PIC ZZZ9.
       01 WS-DISPATCH-LINE PIC X(80).

      * print lines for the credit-hold report
       01 CRH-TITLE-LINE PIC X(44)
           VALUE 'INVOICES HELD FOR CREDIT REVIEW - THIS RUN'.
       01 CRH-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'QUEUE  CUSTOMER LINE'.
           03 FILLER PIC X(20) VALUE 'S     TONIGHT GROSS '.
           03 FILLER PIC X(20) VALUE '   OPEN BALANCE     '.
           03 FILLER PIC X(20) VALUE 'CREDIT LIMIT  REASON'.
       01 CRH-DETAIL-LINE.
           03 CRH-D-QUEUE-NO PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 CRH-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 CRH-D-LINES PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CRH-D-GROSS PIC Z(8)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CRH-D-OPEN-BALANCE PIC -(9)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CRH-D-LIMIT PIC Z(8)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CRH-D-REASON PIC X(10).
       01 CRH-TOTAL-LINE.
           03 FILLER PIC X(20) VALUE 'CUSTOMERS HELD:     '.
           03 CRH-T-COUNT PIC ZZZZ9.
           03 FILLER PIC X(20) VALUE '   NET HELD:        '.
           03 CRH-T-NET PIC Z(8)9.99.
       01 CRH-RELEASED-LINE.
           03 FILLER PIC X(20) VALUE 'RELEASED LINES INVOI'.
           03 FILLER PIC X(5) VALUE 'CED: '.
           03 CRH-R-COUNT PIC ZZZZ9.
           03 FILLER PIC X(15) VALUE '   NET:        '.
           03 CRH-R-NET PIC Z(8)9.99.
       01 WS-CREDIT-HOLD-LINE PIC X(80).

      * electronic invoicing - whether the invoice in hand goes on
      * einvoice.dat too, and the batch being written out of the
      * sort: its customer and the control figures its trailer
      * carries
       01 EINVOICE-CONTROLS.
           03 EINV-CUSTOMER-SW PIC X VALUE 'N'.
               88 EINV-CUSTOMER VALUE 'Y'.
           03 EINV-STAGED-COUNT PIC 9(7) VALUE ZERO.
           03 EINV-SORT-EOF PIC X VALUE 'N'.
           03 FIRST-EINV-BATCH-SW PIC X VALUE 'Y'.
               88 FIRST-EINV-BATCH VALUE 'Y'.
           03 EINV-BATCH-CUST PIC 9(6) VALUE ZERO.
           03 EINV-BATCH-INVOICES PIC 9(5) VALUE ZERO.
           03 EINV-BATCH-GROSS PIC 9(9)V99 VALUE ZERO.
           03 EINV-BATCH-RECORDS PIC 9(7) VALUE ZERO.
           03 EINV-BATCH-COUNT PIC 9(5) VALUE ZERO.
           03 EINV-INVOICE-COUNT PIC 9(5) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-FLAG.
           PERFORM VERIFY-HAND-OFF-INPUT.
           PERFORM CHECK-CREDIT-POSITION.
           PERFORM OPEN-LEDGER-FOR-APPEND.
           PERFORM OPEN-CREDIT-QUEUE.
           OPEN OUTPUT E-INVOICE-WORK.
           IF WS-FS-E-INVOICE-WORK NOT = '00'
               MOVE 'E-INVOICE-WORK' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-E-INVOICE-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT PRICED-DETAIL-FILE.
           IF WS-FS-PRICED-DETAIL-FILE NOT = '00'
               MOVE 'PRICED-DETAIL-FILE' TO ALOG-FILE-NAME
               MOVE WS-FS-INVOICE-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT DISPATCH-NOTE-FILE.
           IF WS-FS-DISPATCH-NOTE NOT = '00'
               MOVE 'DISPATCH-NOTE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DISPATCH-NOTE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

           PERFORM UNTIL DETAIL-EOF = 'Y'
               READ PRICED-DETAIL-FILE
                       MOVE 'Y' TO DETAIL-EOF
                   NOT AT END
                       ADD 1 TO DETAIL-READ-COUNT
                       MOVE PD-CUST-NUMBER TO CREDIT-SEARCH-CUST
                       PERFORM FIND-CREDIT-ENTRY
                       IF CREDIT-WAS-FOUND
                           AND CE-TO-QUEUE(CREDIT-IDX)
                           PERFORM QUEUE-FOR-CREDIT-REVIEW
                       ELSE
                           PERFORM CHECK-INVOICE-BREAK
                           PERFORM PRINT-INVOICE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM INVOICE-RELEASED-LINES.
           IF NOT FIRST-INVOICE
               PERFORM FINISH-INVOICE
           END-IF.

           CLOSE PRICED-DETAIL-FILE.
           CLOSE INVOICE-FILE.
           CLOSE DISPATCH-NOTE-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE AR-ACTIVITY-FILE.
           CLOSE INVOICE-HIST-FILE.
           CLOSE CREDIT-QUEUE.
           CLOSE E-INVOICE-WORK.
           PERFORM WRITE-E-INVOICE-FILE.
           CLOSE CUST-MASTER.
           PERFORM SAVE-INVOICE-NUMBER.
           PERFORM SAVE-QUEUE-NUMBER.
           IF RELEASED-READ-COUNT > ZERO
               PERFORM CLEAR-RELEASED-LINES
           END-IF.
           PERFORM BOOK-CANCELLED-LINES.
           IF CANCELLED-READ-COUNT > ZERO
               PERFORM WRITE-TAX-LEDGER
               PERFORM CLEAR-CANCELLED-LINES
           END-IF.
           PERFORM PRINT-CREDIT-HOLD-REPORT.
           PERFORM WRITE-NIGHT-VALUE.
           DISPLAY "Invoices printed: " INVOICE-COUNT.
           DISPLAY "Open items posted: " ITEMS-POSTED-COUNT.
           DISPLAY "Customers held for credit review: "
               QUEUED-CUST-COUNT.
           DISPLAY "Cancelled lines reversed: " CANCELLED-READ-COUNT.
           DISPLAY "Electronic invoices: " EINV-INVOICE-COUNT
               " in " EINV-BATCH-COUNT " customer batches".

           MOVE DETAIL-READ-COUNT TO RSUM-RECORDS-READ.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ

           STOP RUN.

      * prcdetl.dat is FirstProgram's hand-off - proved against its
      * manifest entry before either pass over it, so last night's
      * or a half-written file stops here instead of being invoiced.
      * see FileManifest.cbl
       VERIFY-HAND-OFF-INPUT.
           MOVE 'V' TO MFST-FUNCTION.
           MOVE 'prcdetl.dat' TO MFST-FILE-NAME.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** InvoicePrint - " MFST-FILE-NAME
                   " fails its manifest check - nothing invoiced ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the chain's run identifier and business date, for stamping
      * - see RUNFLAG.cpy. the credit-hold queue and the credit
      * decision are dated by the night the invoices belong to
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       IF RF-RUN-DATE NOT = ZERO
                           MOVE RF-RUN-DATE TO TODAY-DATE
                       END-IF
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.
           END-IF.
           MOVE 'IPRG' TO NV-SOURCE.
           MOVE GRAND-AMOUNT-TOT TO NV-AMOUNT.
           PERFORM WRITE-NIGHT-VALUE-RECORD.
      * the net parked on the credit-review queue tonight and the
      * net of released lines invoiced tonight - the register total
      * less the one plus the other is the pricing run's net again
           MOVE 'IPCQ' TO NV-SOURCE.
           MOVE QUEUED-NET-TOT TO NV-AMOUNT.
           PERFORM WRITE-NIGHT-VALUE-RECORD.
           MOVE 'IPCR' TO NV-SOURCE.
           MOVE RELEASED-NET-TOT TO NV-AMOUNT.
           PERFORM WRITE-NIGHT-VALUE-RECORD.
      * the cancelled lines' net and tax, for the GL journal to
      * take back off sales and output tax - see glmap.dat
           MOVE 'CRCN' TO NV-SOURCE.
           MOVE CANCELLED-NET-TOT TO NV-AMOUNT.
           PERFORM WRITE-NIGHT-VALUE-RECORD.
           MOVE 'CRCT' TO NV-SOURCE.
           MOVE CANCELLED-TAX-TOT TO NV-AMOUNT.
           PERFORM WRITE-NIGHT-VALUE-RECORD.
           CLOSE NIGHT-VALUE-FILE.

       WRITE-NIGHT-VALUE-RECORD.
           MOVE THIS-RUN-ID TO NV-RUN-ID.
           WRITE NIGHT-VALUE-RECORD.
           IF WS-FS-NIGHT-VALUE NOT = '00'
               MOVE WS-FS-NIGHT-VALUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * every customer on tonight's priced detail, checked against
      * credit control's terms before a single item posts - the
      * decision for each is in CREDIT-TABLE by the time the main
      * pass reads its first record
       CHECK-CREDIT-POSITION.
           PERFORM LOAD-TONIGHT-TOTALS.
           PERFORM ADD-OPEN-BALANCES.
           PERFORM DECIDE-CREDIT.

      * first pass over prcdetl.dat - one table entry per customer,
      * tonight's net and gross summed across its lines. a night
      * with more customers than the table holds invoices the rest
      * unchecked, visibly
       LOAD-TONIGHT-TOTALS.
           OPEN INPUT PRICED-DETAIL-FILE.
           IF WS-FS-PRICED-DETAIL-FILE NOT = '00'
               MOVE 'PRICED-DETAIL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PRICED-DETAIL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE 'N' TO CREDIT-SCAN-EOF.
           PERFORM UNTIL CREDIT-SCAN-EOF = 'Y'
               READ PRICED-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO CREDIT-SCAN-EOF
                   NOT AT END
                       MOVE PD-CUST-NUMBER TO CREDIT-SEARCH-CUST
                       PERFORM FIND-CREDIT-ENTRY
                       IF NOT CREDIT-WAS-FOUND
                           PERFORM ADD-CREDIT-ENTRY
                       END-IF
                       IF CREDIT-WAS-FOUND
                           ADD PD-PRICED-AMOUNT TO
                               CE-TONIGHT-NET(CREDIT-IDX)
                           ADD PD-PRICED-AMOUNT PD-TAX-AMOUNT TO
                               CE-TONIGHT-GROSS(CREDIT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRICED-DETAIL-FILE.

      * sets CREDIT-WAS-FOUND and CREDIT-IDX for CREDIT-SEARCH-CUST
       FIND-CREDIT-ENTRY.
           MOVE 'N' TO CREDIT-FOUND-SW.
           PERFORM VARYING CREDIT-IDX FROM 1 BY 1
                   UNTIL CREDIT-IDX > CREDIT-ENTRY-COUNT
                   OR CREDIT-WAS-FOUND
               IF CE-CUST-NUMBER(CREDIT-IDX) = CREDIT-SEARCH-CUST
                   MOVE 'Y' TO CREDIT-FOUND-SW
               END-IF
           END-PERFORM.
           IF CREDIT-WAS-FOUND
               SUBTRACT 1 FROM CREDIT-IDX
           END-IF.

      * a fresh entry for a customer not yet in the table - found
      * switch set on success, so the caller can carry straight on.
      * the customer's first line in hand gives the currency and
      * date its gross converts to home currency at
       ADD-CREDIT-ENTRY.
           IF CREDIT-ENTRY-COUNT < MAX-CREDIT-ENTRIES
               ADD 1 TO CREDIT-ENTRY-COUNT
               MOVE CREDIT-ENTRY-COUNT TO CREDIT-IDX
               MOVE CREDIT-SEARCH-CUST TO CE-CUST-NUMBER(CREDIT-IDX)
               MOVE ZERO TO CE-TONIGHT-NET(CREDIT-IDX)
               MOVE ZERO TO CE-TONIGHT-GROSS(CREDIT-IDX)
               PERFORM WORK-OUT-CREDIT-RATE
               MOVE ZERO TO CE-OPEN-BALANCE(CREDIT-IDX)
               MOVE ZERO TO CE-CREDIT-LIMIT(CREDIT-IDX)
               MOVE 'I' TO CE-DECISION(CREDIT-IDX)
               MOVE SPACES TO CE-REASON(CREDIT-IDX)
               MOVE ZERO TO CE-QUEUE-NO(CREDIT-IDX)
               MOVE ZERO TO CE-QUEUE-LINES(CREDIT-IDX)
               MOVE 'Y' TO CREDIT-FOUND-SW
           ELSE
               IF NOT CREDIT-TABLE-FULL
                   DISPLAY "*** More than " MAX-CREDIT-ENTRIES
                       " customers this run - the rest invoiced "
                       "without a credit check ***"
                   MOVE 'Y' TO CREDIT-TABLE-FULL-SW
               END-IF
           END-IF.

      * each tonight's customer's still-open items, at the
      * home-currency value the books carry them at - a credit item
      * nets off naturally, its open amount being negative
       ADD-OPEN-BALANCES.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-FS-OPEN-ITEM-FILE NOT = '00'
               AND WS-FS-OPEN-ITEM-FILE NOT = '05'
               MOVE 'OPEN-ITEM-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-OPEN-ITEM-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE 'N' TO CREDIT-SCAN-EOF.
           PERFORM UNTIL CREDIT-SCAN-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO CREDIT-SCAN-EOF
                   NOT AT END
                       IF AR-IS-OPEN
                           MOVE AR-CUST-NUMBER TO CREDIT-SEARCH-CUST
                           PERFORM FIND-CREDIT-ENTRY
                           IF CREDIT-WAS-FOUND
                               PERFORM ADD-ONE-OPEN-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

      * the rate tonight's gross is checked at in home currency -
      * the CurrencyCalc rate in force for the line's date, the same
      * rate WORK-OUT-BOOK-RATE will book the invoice at. no rate in
      * force checks the gross at par, visibly
       WORK-OUT-CREDIT-RATE.
           MOVE 1 TO CE-HOME-RATE(CREDIT-IDX).
           IF PD-CURRENCY NOT = HOME-CURRENCY
               AND PD-CURRENCY NOT = SPACES
               MOVE 1 TO CURR-AMOUNT-1
               MOVE ZERO TO CURR-AMOUNT-2
               MOVE PD-CURRENCY TO CONVERT-FROM-CCY
               MOVE HOME-CURRENCY TO CONVERT-TO-CCY
               COMPUTE CONVERT-RATE-DATE =
                   PD-YEAR * 10000 + PD-MONTH * 100 + PD-DAY
               CALL "CurrencyCalc" USING CURR-AMOUNT-1 CURR-AMOUNT-2
                   'C' CURR-RESULT CURR-RETURN-CODE CONVERT-PAIR
                   CONVERT-RATE-DATE CONVERT-RATE-APPLIED
               IF CURR-RETURN-CODE = ZERO
                   MOVE CONVERT-RATE-APPLIED TO
                       CE-HOME-RATE(CREDIT-IDX)
               ELSE
                   IF NOT CREDIT-RATE-WARNED
                       DISPLAY "*** No " PD-CURRENCY "/"
                           HOME-CURRENCY " rate in force - gross "
                           "credit-checked at par ***"
                       MOVE 'Y' TO CREDIT-RATE-WARNED-SW
                   END-IF
               END-IF
           END-IF.

       ADD-ONE-OPEN-ITEM.
           IF AR-BOOK-RATE = ZERO
               MOVE AR-OPEN-AMOUNT TO ITEM-HOME-VALUE
           ELSE
               COMPUTE ITEM-HOME-VALUE ROUNDED =
                   AR-OPEN-AMOUNT * AR-BOOK-RATE
           END-IF.
           ADD ITEM-HOME-VALUE TO CE-OPEN-BALANCE(CREDIT-IDX).

      * the verdict per customer: on hold goes to the queue whatever
      * the figures; otherwise a non-zero limit the open balance plus
      * tonight's gross, both in home currency like the limit, would
      * pass goes to the queue. an account not on the master
      * invoices as it always did - the edit step is where an
      * unknown account is refused. the master stays open for the
      * rest of the run: each invoice looks up how the account
      * takes it, and each electronic batch its name
       DECIDE-CREDIT.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING CREDIT-IDX FROM 1 BY 1
                   UNTIL CREDIT-IDX > CREDIT-ENTRY-COUNT
               MOVE CE-CUST-NUMBER(CREDIT-IDX) TO CM-CUS-SUP-NO
               READ CUST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DECIDE-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       DECIDE-ONE-CUSTOMER.
           MOVE CM-CREDIT-LIMIT TO CE-CREDIT-LIMIT(CREDIT-IDX).
           IF CM-ON-CREDIT-HOLD
               MOVE 'Q' TO CE-DECISION(CREDIT-IDX)
               MOVE 'HD' TO CE-REASON(CREDIT-IDX)
           ELSE
               IF CM-CREDIT-LIMIT > ZERO
                   COMPUTE CREDIT-EXPOSURE ROUNDED =
                       CE-OPEN-BALANCE(CREDIT-IDX)
                       + CE-TONIGHT-GROSS(CREDIT-IDX)
                       * CE-HOME-RATE(CREDIT-IDX)
                   IF CREDIT-EXPOSURE > CM-CREDIT-LIMIT
                       MOVE 'Q' TO CE-DECISION(CREDIT-IDX)
                       MOVE 'OL' TO CE-REASON(CREDIT-IDX)
                   END-IF
               END-IF
           END-IF.

      * the queue number sequence, and the queue itself opened for
      * tonight's writes
       OPEN-CREDIT-QUEUE.
           PERFORM LOAD-QUEUE-NUMBER.
           OPEN I-O CREDIT-QUEUE.
           IF WS-FS-CREDIT-QUEUE = '35'
               OPEN OUTPUT CREDIT-QUEUE
               CLOSE CREDIT-QUEUE
               OPEN I-O CREDIT-QUEUE
           END-IF.
           IF WS-FS-CREDIT-QUEUE NOT = '00'
               MOVE 'CREDIT-QUEUE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CREDIT-QUEUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * one priced line onto the credit-review queue instead of the
      * invoice - the customer's first line tonight takes the next
      * queue number, the rest follow it as further lines. a rerun
      * of the same night finds its own entries already there and
      * rewrites them, the queue number not having been saved yet
       QUEUE-FOR-CREDIT-REVIEW.
           IF CE-QUEUE-NO(CREDIT-IDX) = ZERO
               MOVE NEXT-QUEUE-NUMBER TO CE-QUEUE-NO(CREDIT-IDX)
               ADD 1 TO NEXT-QUEUE-NUMBER
               ADD 1 TO QUEUED-CUST-COUNT
           END-IF.
           ADD 1 TO CE-QUEUE-LINES(CREDIT-IDX).
           MOVE SPACES TO CREDIT-QUEUE-RECORD.
           MOVE CE-QUEUE-NO(CREDIT-IDX) TO CRQ-QUEUE-NO.
           MOVE CE-QUEUE-LINES(CREDIT-IDX) TO CRQ-LINE-NO.
           MOVE PD-CUST-NUMBER TO CRQ-CUST-NUMBER.
           MOVE 'Q' TO CRQ-STATUS.
           MOVE CE-REASON(CREDIT-IDX) TO CRQ-REASON.
           MOVE THIS-RUN-ID TO CRQ-QUEUED-RUN-ID.
           MOVE TODAY-DATE TO CRQ-QUEUED-DATE.
           MOVE CE-OPEN-BALANCE(CREDIT-IDX) TO CRQ-OPEN-BALANCE.
           MOVE CE-CREDIT-LIMIT(CREDIT-IDX) TO CRQ-CREDIT-LIMIT.
           MOVE ZERO TO CRQ-DECIDED-DATE.
           MOVE PRICED-DETAIL-RECORD TO CRQ-PRICED-DETAIL.
           WRITE CREDIT-QUEUE-RECORD
               INVALID KEY
                   REWRITE CREDIT-QUEUE-RECORD
                       INVALID KEY
                           MOVE 'CREDIT-QUEUE' TO ALOG-FILE-NAME
                           MOVE 'WRITE' TO ALOG-OPERATION
                           MOVE WS-FS-CREDIT-QUEUE TO
                               ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                   END-REWRITE
           END-WRITE.
           ADD PD-PRICED-AMOUNT TO QUEUED-NET-TOT.

      * the lines credit control released since the last run, each
      * released customer invoiced the ordinary way after tonight's
      * own - the invoice in hand is finished first, so a released
      * invoice never runs on from tonight's
       INVOICE-RELEASED-LINES.
           OPEN INPUT RELEASED-DETAIL-FILE.
           IF WS-FS-RELEASED-DETAIL NOT = '00'
               AND WS-FS-RELEASED-DETAIL NOT = '05'
               MOVE 'RELEASED-DETAIL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-RELEASED-DETAIL TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM UNTIL RELEASED-EOF = 'Y'
               READ RELEASED-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO RELEASED-EOF
                   NOT AT END
                       ADD 1 TO RELEASED-READ-COUNT
                       IF RELEASED-READ-COUNT = 1
                           AND NOT FIRST-INVOICE
                           PERFORM FINISH-INVOICE
                           MOVE 'Y' TO FIRST-INVOICE-SW
                       END-IF
                       MOVE RELEASED-DETAIL-RECORD TO
                           PRICED-DETAIL-RECORD
                       ADD PD-PRICED-AMOUNT TO RELEASED-NET-TOT
                       PERFORM CHECK-INVOICE-BREAK
                       PERFORM PRINT-INVOICE-LINE
               END-READ
           END-PERFORM.
           CLOSE RELEASED-DETAIL-FILE.

      * the released lines are on the ledger now - crrel.dat starts
      * empty for CreditReview's next releases
       CLEAR-RELEASED-LINES.
           OPEN OUTPUT RELEASED-DETAIL-FILE.
           IF WS-FS-RELEASED-DETAIL NOT = '00'
               MOVE 'RELEASED-DETAIL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-RELEASED-DETAIL TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE RELEASED-DETAIL-FILE.

      * the lines credit control cancelled since the last run - each
      * was taxed and posted to sales the night it was priced, so
      * its net and tax are summed by category here for the tax
      * ledger's reversing rows and the night's GL values
       BOOK-CANCELLED-LINES.
           OPEN INPUT CANCELLED-DETAIL-FILE.
           IF WS-FS-CANCELLED-DETAIL NOT = '00'
               AND WS-FS-CANCELLED-DETAIL NOT = '05'
               MOVE 'CANCELLED-DETAIL' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CANCELLED-DETAIL TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM UNTIL CANCELLED-EOF = 'Y'
               READ CANCELLED-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO CANCELLED-EOF
                   NOT AT END
                       ADD 1 TO CANCELLED-READ-COUNT
                       MOVE CANCELLED-DETAIL-RECORD TO
                           PRICED-DETAIL-RECORD
                       ADD PD-PRICED-AMOUNT TO CANCELLED-NET-TOT
                       ADD PD-TAX-AMOUNT TO CANCELLED-TAX-TOT
                       PERFORM TALLY-CANCELLED-TAX
               END-READ
           END-PERFORM.
           CLOSE CANCELLED-DETAIL-FILE.

      * the cancelled line's net and tax into the slot for its
      * category - a category not seen before this run opens a new
      * slot at the rate in force for the line's date
       TALLY-CANCELLED-TAX.
           MOVE 'N' TO TAXCAT-FOUND-SW.
           PERFORM VARYING TAXCAT-IDX FROM 1 BY 1
                   UNTIL TAXCAT-IDX > TAXCAT-COUNT
               IF TC-CATEGORY(TAXCAT-IDX) = PD-TAX-CATEGORY
                   ADD PD-PRICED-AMOUNT TO TC-NET(TAXCAT-IDX)
                   ADD PD-TAX-AMOUNT TO TC-TAX(TAXCAT-IDX)
                   MOVE 'Y' TO TAXCAT-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT TAXCAT-WAS-FOUND
               AND TAXCAT-COUNT < MAX-TAX-CATEGORIES
               MOVE PD-PRICED-AMOUNT TO TAX-NET-AMOUNT
               MOVE PD-TAX-CATEGORY TO TAX-CATEGORY
               COMPUTE TAX-DATE =
                   PD-YEAR * 10000 + PD-MONTH * 100 + PD-DAY
               CALL "TaxCalc" USING TAX-NET-AMOUNT TAX-CATEGORY
                   TAX-DATE TAX-TAX-AMOUNT
                   TAX-GROSS-AMOUNT TAX-RATE-APPLIED TAX-RETURN-CODE
               ADD 1 TO TAXCAT-COUNT
               MOVE PD-TAX-CATEGORY TO TC-CATEGORY(TAXCAT-COUNT)
               MOVE TAX-RATE-APPLIED TO TC-RATE(TAXCAT-COUNT)
               MOVE PD-PRICED-AMOUNT TO TC-NET(TAXCAT-COUNT)
               MOVE PD-TAX-AMOUNT TO TC-TAX(TAXCAT-COUNT)
           END-IF.

      * the cancelled lines' tax onto the cumulative ledger as
      * negative rows dated by the business date - one per category
      * plus the '**' control - so the period's return no longer
      * counts tax on sales that were never invoiced
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
               MOVE TODAY-DATE TO TL-RUN-DATE
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
           MOVE TODAY-DATE TO TL-RUN-DATE.
           MOVE THIS-RUN-ID TO TL-RUN-ID.
           MOVE '**' TO TL-CATEGORY.
           MOVE ZERO TO TL-RATE.
           COMPUTE TL-NET = ZERO - CANCELLED-NET-TOT.
           COMPUTE TL-TAX = ZERO - CANCELLED-TAX-TOT.
           COMPUTE TL-GROSS = ZERO - CANCELLED-NET-TOT
               - CANCELLED-TAX-TOT.
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

      * the cancelled lines are off the books now - crcanc.dat
      * starts empty for CreditReview's next cancellations
       CLEAR-CANCELLED-LINES.
           OPEN OUTPUT CANCELLED-DETAIL-FILE.
           IF WS-FS-CANCELLED-DETAIL NOT = '00'
               MOVE 'CANCELLED-DETAIL' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CANCELLED-DETAIL TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE CANCELLED-DETAIL-FILE.

      * the last queue number ever issued, off crqnum.dat
       LOAD-QUEUE-NUMBER.
           MOVE 1 TO NEXT-QUEUE-NUMBER.
           OPEN INPUT QUEUE-NUM-FILE.
           READ QUEUE-NUM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   COMPUTE NEXT-QUEUE-NUMBER = QUEUE-NUM-RECORD + 1
           END-READ.
           CLOSE QUEUE-NUM-FILE.

      * rewrites crqnum.dat with the last number this run issued -
      * same shape invnum.dat has
       SAVE-QUEUE-NUMBER.
           COMPUTE QUEUE-NUM-RECORD = NEXT-QUEUE-NUMBER - 1.
           OPEN OUTPUT QUEUE-NUM-FILE.
           IF WS-FS-QUEUE-NUM NOT = '00'
               MOVE 'QUEUE-NUM-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-QUEUE-NUM TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           WRITE QUEUE-NUM-RECORD.
           IF WS-FS-QUEUE-NUM NOT = '00'
               MOVE 'QUEUE-NUM-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-QUEUE-NUM TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE QUEUE-NUM-FILE.

      * credit control's page: one line per customer held tonight,
      * with the figures the check saw, then tonight's held net and
      * what came back off the queue
       PRINT-CREDIT-HOLD-REPORT.
           OPEN OUTPUT CREDIT-HOLD-REPORT.
           IF WS-FS-CREDIT-HOLD-RPT NOT = '00'
               MOVE 'CREDIT-HOLD-REPORT' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CREDIT-HOLD-RPT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-CREDIT-HOLD-LINE.
           MOVE CRH-TITLE-LINE TO WS-CREDIT-HOLD-LINE.
           PERFORM WRITE-CREDIT-HOLD-LINE.
           MOVE SPACES TO WS-CREDIT-HOLD-LINE.
           MOVE CRH-COL-HEAD TO WS-CREDIT-HOLD-LINE.
           PERFORM WRITE-CREDIT-HOLD-LINE.
           PERFORM VARYING CREDIT-IDX FROM 1 BY 1
                   UNTIL CREDIT-IDX > CREDIT-ENTRY-COUNT
               IF CE-TO-QUEUE(CREDIT-IDX)
                   PERFORM PRINT-ONE-HELD-CUSTOMER
               END-IF
           END-PERFORM.
           MOVE QUEUED-CUST-COUNT TO CRH-T-COUNT.
           MOVE QUEUED-NET-TOT TO CRH-T-NET.
           MOVE SPACES TO WS-CREDIT-HOLD-LINE.
           MOVE CRH-TOTAL-LINE TO WS-CREDIT-HOLD-LINE.
           PERFORM WRITE-CREDIT-HOLD-LINE.
           MOVE RELEASED-READ-COUNT TO CRH-R-COUNT.
           MOVE RELEASED-NET-TOT TO CRH-R-NET.
           MOVE SPACES TO WS-CREDIT-HOLD-LINE.
           MOVE CRH-RELEASED-LINE TO WS-CREDIT-HOLD-LINE.
           PERFORM WRITE-CREDIT-HOLD-LINE.
           CLOSE CREDIT-HOLD-REPORT.

       PRINT-ONE-HELD-CUSTOMER.
           MOVE CE-QUEUE-NO(CREDIT-IDX) TO CRH-D-QUEUE-NO.
           MOVE CE-CUST-NUMBER(CREDIT-IDX) TO CRH-D-CUST-NUMBER.
           MOVE CE-QUEUE-LINES(CREDIT-IDX) TO CRH-D-LINES.
           MOVE CE-TONIGHT-GROSS(CREDIT-IDX) TO CRH-D-GROSS.
           MOVE CE-OPEN-BALANCE(CREDIT-IDX) TO CRH-D-OPEN-BALANCE.
           MOVE CE-CREDIT-LIMIT(CREDIT-IDX) TO CRH-D-LIMIT.
           IF CE-REASON(CREDIT-IDX) = 'HD'
               MOVE 'ON HOLD' TO CRH-D-REASON
           ELSE
               MOVE 'OVER LIMIT' TO CRH-D-REASON
           END-IF.
           MOVE SPACES TO WS-CREDIT-HOLD-LINE.
           MOVE CRH-DETAIL-LINE TO WS-CREDIT-HOLD-LINE.
           PERFORM WRITE-CREDIT-HOLD-LINE.

       WRITE-CREDIT-HOLD-LINE.
           MOVE WS-CREDIT-HOLD-LINE TO CREDIT-HOLD-OUT.
           WRITE CREDIT-HOLD-OUT.
           IF WS-FS-CREDIT-HOLD-RPT NOT = '00'
               MOVE 'CREDIT-HOLD-REPORT' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-CREDIT-HOLD-RPT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * detects a change in PD-CUST-NUMBER across successive records,
      * totals off the invoice that just ended, and starts the next
           END-IF.
           MOVE PD-CUST-NUMBER TO PREV-CUST-NUMBER.

      * fresh page, title, number, billing address and column headers
      * for the customer whose first record was just read
       START-NEW-INVOICE.
           MOVE ZERO TO INVOICE-LINE-COUNT.
           MOVE ZERO TO INVOICE-AMOUNT-TOT.
               + PD-MONTH * 100 + PD-DAY.
           MOVE PD-CURRENCY TO INV-CURRENCY.
           MOVE PD-TAX-CATEGORY TO INV-TAX-CATEGORY.
           PERFORM CHECK-INVOICE-DELIVERY.
           PERFORM START-NEW-PAGE.
      * the permanent number this invoice issues under, printed on
      * page one so "resend invoice 47" means something
           MOVE SPACES TO WS-INVOICE-LINE.
           MOVE INV-NUMBER-LINE TO WS-INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.
           PERFORM PRINT-BILL-TO-ADDRESS.
           MOVE SPACES TO WS-INVOICE-LINE.
           MOVE INV-COL-HEAD TO WS-INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.
           PERFORM START-NEW-DISPATCH-NOTE.

      * the billing address off custaddr.dat, through the shared
      * CustAddr lookup so the invoice, the reprint and the statement
      * all lay it out the same way, and a blank line under it
       PRINT-BILL-TO-ADDRESS.
           MOVE PD-CUST-NUMBER TO CADR-CUST-NUMBER.
           MOVE 00 TO CADR-ADDR-SEQ.
           CALL "CustAddr" USING CADR-CUST-NUMBER CADR-ADDR-SEQ
               CADR-ADDRESS-LINES CADR-RETURN-CODE.
           MOVE 'BILL TO:' TO INV-A-LABEL.
           PERFORM VARYING CADR-IDX FROM 1 BY 1
                   UNTIL CADR-IDX > 5
                   OR CADR-LINE(CADR-IDX) = SPACES
               MOVE CADR-LINE(CADR-IDX) TO INV-A-TEXT
               MOVE SPACES TO WS-INVOICE-LINE
               MOVE INV-ADDRESS-LINE TO WS-INVOICE-LINE
               PERFORM WRITE-INVOICE-LINE
               MOVE SPACES TO INV-A-LABEL
           END-PERFORM.
           MOVE SPACES TO WS-INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

      * the delivery note for the invoice just started - same
      * customer, same invoice number, addressed to the usual
      * delivery address (CustAddr hands back the billing address
      * when the account has no separate one)
       START-NEW-DISPATCH-NOTE.
           MOVE ZERO TO DN-PAGE-NUMBER.
           PERFORM START-NEW-DISPATCH-PAGE.
           MOVE NEXT-ITEM-NUMBER TO DN-N-NUMBER.
           MOVE SPACES TO WS-DISPATCH-LINE.
           MOVE DN-NUMBER-LINE TO WS-DISPATCH-LINE.
           PERFORM WRITE-DISPATCH-LINE.
           MOVE PD-CUST-NUMBER TO CADR-CUST-NUMBER.
           MOVE 01 TO CADR-ADDR-SEQ.
           CALL "CustAddr" USING CADR-CUST-NUMBER CADR-ADDR-SEQ
               CADR-ADDRESS-LINES CADR-RETURN-CODE.
           MOVE 'DELIVER TO:' TO INV-A-LABEL.
           PERFORM VARYING CADR-IDX FROM 1 BY 1
                   UNTIL CADR-IDX > 5
                   OR CADR-LINE(CADR-IDX) = SPACES
               MOVE CADR-LINE(CADR-IDX) TO INV-A-TEXT
               MOVE SPACES TO WS-DISPATCH-LINE
               MOVE INV-ADDRESS-LINE TO WS-DISPATCH-LINE
               PERFORM WRITE-DISPATCH-LINE
               MOVE SPACES TO INV-A-LABEL
           END-PERFORM.
           MOVE SPACES TO WS-DISPATCH-LINE.
           PERFORM WRITE-DISPATCH-LINE.
           MOVE DN-COL-HEAD TO WS-DISPATCH-LINE.
           PERFORM WRITE-DISPATCH-LINE.

      * whether the account takes its invoices electronically - an
      * account not on the master gets paper, as every account did
       CHECK-INVOICE-DELIVERY.
           MOVE 'N' TO EINV-CUSTOMER-SW.
           MOVE PD-CUST-NUMBER TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-TAKES-EINVOICE
                       MOVE 'Y' TO EINV-CUSTOMER-SW
                   END-IF
           END-READ.

       START-NEW-DISPATCH-PAGE.
           ADD 1 TO DN-PAGE-NUMBER.
           MOVE ZERO TO DN-LINES-ON-PAGE.
           MOVE PD-CUST-NUMBER TO DN-T-CUST-NUMBER.
           MOVE DN-PAGE-NUMBER TO DN-T-PAGE-NO.
           MOVE SPACES TO WS-DISPATCH-LINE.
           MOVE DN-TITLE-LINE TO WS-DISPATCH-LINE.
           PERFORM WRITE-DISPATCH-LINE.

      * title and column headers at the top of a page - the first
      * page of each invoice and every continuation page after it
           MOVE SPACES TO WS-INVOICE-LINE.
           MOVE INV-TITLE-LINE TO WS-INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.
      * page one heads its columns after the number and address
           IF PAGE-NUMBER > 1
               MOVE SPACES TO WS-INVOICE-LINE
               MOVE INV-COL-HEAD TO WS-INVOICE-LINE
               PERFORM WRITE-INVOICE-LINE
           END-IF.

      * one invoice line item off the priced-detail record just read
       PRINT-INVOICE-LINE.
           MOVE PD-DAY TO INV-D-DAY.
           MOVE PD-MONTH TO INV-D-MONTH.
           MOVE PD-YEAR TO INV-D-YEAR.
           MOVE PD-PART-NO TO INV-D-PART-NO.
           MOVE PD-QUANTITY TO INV-D-QUANTITY.
           MOVE PD-UNIT-PRICE TO INV-D-UNIT-PRICE.
           MOVE PD-PRICED-AMOUNT TO INV-D-AMOUNT.
           MOVE SPACES TO WS-INVOICE-LINE.
           ADD PD-PRICED-AMOUNT PD-TAX-AMOUNT TO
               INVOICE-GROSS-TOT.
           PERFORM WRITE-HISTORY-LINE-RECORD.
           PERFORM PRINT-DISPATCH-LINE.

      * the same line on the delivery note - what went, not what it
      * cost. a continuation page repeats the column headers
       PRINT-DISPATCH-LINE.
           IF DN-LINES-ON-PAGE >= INVOICE-LINES-PER-PAGE
               PERFORM START-NEW-DISPATCH-PAGE
               MOVE SPACES TO WS-DISPATCH-LINE
               MOVE DN-COL-HEAD TO WS-DISPATCH-LINE
               PERFORM WRITE-DISPATCH-LINE
           END-IF.
           MOVE PD-DAY TO DN-D-DAY.
           MOVE PD-MONTH TO DN-D-MONTH.
           MOVE PD-YEAR TO DN-D-YEAR.
           MOVE PD-PART-NO TO DN-D-PART-NO.
           MOVE PD-QUANTITY TO DN-D-QUANTITY.
           MOVE SPACES TO WS-DISPATCH-LINE.
           MOVE DN-DETAIL-LINE TO WS-DISPATCH-LINE.
           PERFORM WRITE-DISPATCH-LINE.
           ADD 1 TO DN-LINES-ON-PAGE.

      * the line item onto the permanent invoice history, under the
      * number the invoice in hand will issue as - see INVHIST.cpy
           MOVE PD-YEAR TO IHL-YEAR.
           MOVE PD-UNIT-PRICE TO IHL-UNIT-PRICE.
           MOVE PD-PRICED-AMOUNT TO IHL-AMOUNT.
           MOVE PD-PART-NO TO IHL-PART-NO.
           MOVE PD-QUANTITY TO IHL-QUANTITY.
           WRITE INVOICE-HISTORY-RECORD.
           IF WS-FS-INVOICE-HIST NOT = '00'
               MOVE 'INVOICE-HIST-FILE' TO ALOG-FILE-NAME
               MOVE WS-FS-INVOICE-HIST TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           IF EINV-CUSTOMER
               PERFORM STAGE-E-INVOICE-LINE
           END-IF.

      * invoice total for the customer whose group just ended, and
      * that invoice's entry in the register table - PREV-CUST-NUMBER
           MOVE SPACES TO WS-INVOICE-LINE.
           MOVE INV-GROSS-LINE TO WS-INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.
           MOVE INVOICE-LINE-COUNT TO DN-TOT-LINES.
           MOVE SPACES TO WS-DISPATCH-LINE.
           MOVE DN-TOTAL-LINE TO WS-DISPATCH-LINE.
           PERFORM WRITE-DISPATCH-LINE.
           ADD 1 TO INVOICE-COUNT.
           ADD INVOICE-AMOUNT-TOT TO GRAND-AMOUNT-TOT.
           PERFORM POST-OPEN-ITEM.
               MOVE WS-FS-INVOICE-HIST TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           IF EINV-CUSTOMER
               PERFORM STAGE-E-INVOICE-TOTALS
           END-IF.

      * the line item just put on the history, as an electronic
      * invoice line off the very same fields
       STAGE-E-INVOICE-LINE.
           MOVE SPACES TO E-INVOICE-RECORD.
           MOVE 'L' TO EI-REC-TYPE.
           MOVE IH-CUST-NUMBER TO EI-CUST-NUMBER.
           MOVE IH-INV-NUMBER TO EI-INV-NUMBER.
           MOVE INVOICE-LINE-COUNT TO EI-SEQ.
           COMPUTE EIL-LINE-DATE = IHL-YEAR * 10000
               + IHL-MONTH * 100 + IHL-DAY.
           MOVE IHL-PART-NO TO EIL-PART-NO.
           MOVE IHL-QUANTITY TO EIL-QUANTITY.
           MOVE IHL-UNIT-PRICE TO EIL-UNIT-PRICE.
           MOVE IHL-AMOUNT TO EIL-AMOUNT.
           PERFORM WRITE-E-INVOICE-WORK.

      * the invoice's header and tax summary off the history header
      * just written - the header sorts ahead of the lines on a
      * sequence of zero, the summary after them on 9999
       STAGE-E-INVOICE-TOTALS.
           MOVE SPACES TO E-INVOICE-RECORD.
           MOVE 'H' TO EI-REC-TYPE.
           MOVE IH-CUST-NUMBER TO EI-CUST-NUMBER.
           MOVE IH-INV-NUMBER TO EI-INV-NUMBER.
           MOVE ZERO TO EI-SEQ.
           MOVE IHH-INV-DATE TO EIH-INV-DATE.
           MOVE IHH-CURRENCY TO EIH-CURRENCY.
           MOVE IHH-TAX-CATEGORY TO EIH-TAX-CATEGORY.
           MOVE IH-RUN-ID TO EIH-RUN-ID.
           PERFORM WRITE-E-INVOICE-WORK.
           MOVE SPACES TO E-INVOICE-RECORD.
           MOVE 'T' TO EI-REC-TYPE.
           MOVE IH-CUST-NUMBER TO EI-CUST-NUMBER.
           MOVE IH-INV-NUMBER TO EI-INV-NUMBER.
           MOVE 9999 TO EI-SEQ.
           MOVE INVOICE-LINE-COUNT TO EIT-LINE-COUNT.
           MOVE IHH-AMOUNT TO EIT-NET.
           MOVE IHH-TAX-CATEGORY TO EIT-TAX-CATEGORY.
           MOVE IHH-TAX TO EIT-TAX.
           MOVE IHH-GROSS TO EIT-GROSS.
           PERFORM WRITE-E-INVOICE-WORK.
           ADD 1 TO EINV-INVOICE-COUNT.

       WRITE-E-INVOICE-WORK.
           WRITE E-INVOICE-WORK-RECORD FROM E-INVOICE-RECORD.
           IF WS-FS-E-INVOICE-WORK NOT = '00'
               MOVE 'E-INVOICE-WORK' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-E-INVOICE-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           ADD 1 TO EINV-STAGED-COUNT.

      * einvoice.dat, written fresh every night so last night's file
      * can never go out again by mistake: the staged records sorted
      * into customer and invoice order, each customer's invoices
      * between a batch header and a control trailer
       WRITE-E-INVOICE-FILE.
           OPEN OUTPUT E-INVOICE-FILE.
           IF WS-FS-E-INVOICE-FILE NOT = '00'
               MOVE 'E-INVOICE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-E-INVOICE-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           IF EINV-STAGED-COUNT > ZERO
               SORT EINV-SORT-FILE
                   ON ASCENDING KEY ES-CUST-NUMBER
                   ON ASCENDING KEY ES-INV-NUMBER
                   ON ASCENDING KEY ES-SEQ
                   USING E-INVOICE-WORK
                   OUTPUT PROCEDURE IS WRITE-E-INVOICE-BATCHES
               IF NOT FIRST-EINV-BATCH
                   PERFORM FINISH-E-INVOICE-BATCH
               END-IF
           END-IF.
           CLOSE E-INVOICE-FILE.

       WRITE-E-INVOICE-BATCHES.
           PERFORM UNTIL EINV-SORT-EOF = 'Y'
               RETURN EINV-SORT-FILE
                   AT END
                       MOVE 'Y' TO EINV-SORT-EOF
                   NOT AT END
                       MOVE EINV-SORT-RECORD TO E-INVOICE-RECORD
                       PERFORM WRITE-ONE-E-INVOICE-RECORD
               END-RETURN
           END-PERFORM.

      * a change of customer closes the batch that just ended and
      * opens the next one; the invoice records themselves go out as
      * they were staged
       WRITE-ONE-E-INVOICE-RECORD.
           IF FIRST-EINV-BATCH
               MOVE 'N' TO FIRST-EINV-BATCH-SW
               PERFORM START-E-INVOICE-BATCH
           ELSE
               IF EI-CUST-NUMBER NOT = EINV-BATCH-CUST
                   PERFORM FINISH-E-INVOICE-BATCH
                   PERFORM START-E-INVOICE-BATCH
               END-IF
           END-IF.
           IF EI-IS-INVOICE-HEADER
               ADD 1 TO EINV-BATCH-INVOICES
           END-IF.
           IF EI-IS-TAX-SUMMARY
               ADD EIT-GROSS TO EINV-BATCH-GROSS
           END-IF.
           PERFORM WRITE-E-INVOICE-RECORD.

      * the batch header goes out ahead of the record in hand - the
      * record area has been written over by the trailer and the
      * header by then, so the customer and the record itself come
      * back off the sort record, which still holds them
       START-E-INVOICE-BATCH.
           MOVE ES-CUST-NUMBER TO EINV-BATCH-CUST.
           MOVE ZERO TO EINV-BATCH-INVOICES.
           MOVE ZERO TO EINV-BATCH-GROSS.
           MOVE ZERO TO EINV-BATCH-RECORDS.
           ADD 1 TO EINV-BATCH-COUNT.
           MOVE SPACES TO E-INVOICE-RECORD.
           MOVE 'B' TO EI-REC-TYPE.
           MOVE EINV-BATCH-CUST TO EI-CUST-NUMBER.
           MOVE ZERO TO EI-INV-NUMBER.
           MOVE ZERO TO EI-SEQ.
           MOVE EINV-BATCH-CUST TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE SPACES TO EIB-CUST-NAME
               NOT INVALID KEY
                   MOVE CM-CUS-SUP-NAME TO EIB-CUST-NAME
           END-READ.
           MOVE TODAY-DATE TO EIB-RUN-DATE.
           MOVE THIS-RUN-ID TO EIB-RUN-ID.
           PERFORM WRITE-E-INVOICE-RECORD.
           MOVE EINV-SORT-RECORD TO E-INVOICE-RECORD.

      * the control trailer - the invoice count and gross total
      * the receiving end checks its load against
       FINISH-E-INVOICE-BATCH.
           MOVE SPACES TO E-INVOICE-RECORD.
           MOVE 'Z' TO EI-REC-TYPE.
           MOVE EINV-BATCH-CUST TO EI-CUST-NUMBER.
           MOVE ZERO TO EI-INV-NUMBER.
           MOVE ZERO TO EI-SEQ.
           MOVE EINV-BATCH-INVOICES TO EIZ-INVOICE-COUNT.
           MOVE EINV-BATCH-GROSS TO EIZ-GROSS-TOTAL.
           COMPUTE EIZ-RECORD-COUNT = EINV-BATCH-RECORDS + 1.
           PERFORM WRITE-E-INVOICE-RECORD.

       WRITE-E-INVOICE-RECORD.
           WRITE E-INVOICE-RECORD.
           IF WS-FS-E-INVOICE-FILE NOT = '00'
               MOVE 'E-INVOICE-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-E-INVOICE-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           ADD 1 TO EINV-BATCH-RECORDS.

      * the home-currency rate the open item books at - a foreign-
      * currency invoice carries the CurrencyCalc rate in force for
               PERFORM REPORT-FILE-ABEND
           END-IF.

       WRITE-DISPATCH-LINE.
           MOVE WS-DISPATCH-LINE TO DISPATCH-NOTE-OUT.
           WRITE DISPATCH-NOTE-OUT.
           IF WS-FS-DISPATCH-NOTE NOT = '00'
               MOVE 'DISPATCH-NOTE-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-DISPATCH-NOTE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM InvoicePrint.
